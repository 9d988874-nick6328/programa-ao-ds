000100*----------------------------------------------------------------
000200* SUSPREC - LAYOUT DO REGISTRO DO ARQUIVO DE ITENS EM SUSPENSO
000300*           (SUSPFILE). COM O MODO DE SUSPENSO LIGADO NO
000400*           PARMFILE, O SOMABAT POSTA NA CONTA DE SUSPENSO
000500*           DESIGNADA O DETALHE CUJA CONTA NAO EXISTE OU ESTA
000600*           INATIVA NO CADASTRO, E GRAVA AQUI UM ITEM ABERTO (A)
000700*           COM A CONTA DIGITADA ORIGINALMENTE E O DEPARTAMENTO
000800*           DO LOTE. O SOMASUSP RECLASSIFICA O ITEM PARA UMA
000900*           CONTA VALIDA, GERA OS LANCAMENTOS DE RECLASSIFICACAO
001000*           PARA O GL E CARIMBA O ITEM COMO RECLASSIFICADO (R)
001100*           COM A CONTA DE DESTINO, O SUPERVISOR, A DATA E O
001200*           BATCH-ID DO LOTE DE RECLASSIFICACAO.
001300*----------------------------------------------------------------
001400* DATA       AUTOR  DESCRICAO
001500* ---------- ------ ----------------------------------------------
001600* 2026-10-15 EPD    LAYOUT ORIGINAL.
001700*----------------------------------------------------------------
001800 01  SUSP-RECORD.
001900     05  SUSP-DATA              PIC 9(08).
002000     05  SUSP-BATCH-ID          PIC X(08).
002100     05  SUSP-DEPTO             PIC X(04).
002200     05  SUSP-CONTA-ORIGINAL    PIC X(08).
002300     05  SUSP-CONTA-SUSPENSO    PIC X(08).
002400     05  SUSP-SOMA              PIC S9(09)V99
002500         SIGN IS TRAILING SEPARATE CHARACTER.
002600     05  SUSP-NUMERO-REGISTRO   PIC 9(08).
002700     05  SUSP-STATUS-SW         PIC X(01).
002800         88  SUSP-ABERTO        VALUE 'A' SPACE.
002900         88  SUSP-RECLASSIFICADO
003000                                VALUE 'R'.
003100     05  SUSP-CONTA-DESTINO     PIC X(08).
003200     05  SUSP-OPER-RESOLUCAO    PIC X(08).
003300     05  SUSP-DATA-RESOLUCAO    PIC 9(08).
003400     05  SUSP-BATCH-RECLASSE    PIC X(08).
003500     05  FILLER                 PIC X(11).
