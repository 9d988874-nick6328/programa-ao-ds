000100*----------------------------------------------------------------
000200* SALDREC - LAYOUT DO REGISTRO DO CADASTRO DE SALDOS POR CONTA
000300*           (SALDFILE), INDEXADO PELA CHAVE PERIODO (AAAAMM) +
000400*           CONTA + DEPARTAMENTO. ALIMENTADO PELO SOMASALD COM
000500*           OS DETALHES DOS LOTES CONFIRMADOS PELO GL (STATUS
000600*           P NO CONTROLE DE EXECUCAO). DEBITOS SAO AS SOMAS
000700*           POSITIVAS E CREDITOS AS NEGATIVAS, ACUMULADOS EM
000800*           VALOR ABSOLUTO. NO FECHAMENTO DO MES PELO SOMACAL,
000900*           O SALDO ATUAL DE CADA REGISTRO E TRANSPORTADO COMO
001000*           SALDO ANTERIOR DO MESMO PAR CONTA/DEPARTAMENTO NO
001100*           PERIODO SEGUINTE.
001200*----------------------------------------------------------------
001300* DATA       AUTOR  DESCRICAO
001400* ---------- ------ ----------------------------------------------
001500* 2026-10-15 EPD    LAYOUT ORIGINAL.
001600*----------------------------------------------------------------
001700 01  SALD-RECORD.
001800     05  SALD-CHAVE.
001900         10  SALD-PERIODO       PIC 9(06).
002000         10  SALD-CONTA         PIC X(08).
002100         10  SALD-DEPTO         PIC X(04).
002200     05  SALD-SALDO-ANTERIOR    PIC S9(11)V99
002300         SIGN IS TRAILING SEPARATE CHARACTER.
002400     05  SALD-DEBITOS           PIC S9(11)V99
002500         SIGN IS TRAILING SEPARATE CHARACTER.
002600     05  SALD-CREDITOS          PIC S9(11)V99
002700         SIGN IS TRAILING SEPARATE CHARACTER.
002800     05  SALD-SALDO-ATUAL       PIC S9(11)V99
002900         SIGN IS TRAILING SEPARATE CHARACTER.
003000     05  SALD-QTDE-LANCAMENTOS  PIC 9(07).
003100     05  SALD-DATA-ULT-MOVTO    PIC 9(08).
003200     05  FILLER                 PIC X(11).
