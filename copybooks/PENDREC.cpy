000100*----------------------------------------------------------------
000200* PENDREC - LAYOUT DO REGISTRO DO ARQUIVO DE ITENS RETIDOS PARA
000300*           APROVACAO (PENDFILE). O SOMABAT GRAVA AQUI, COM
000400*           STATUS PENDENTE (P), O DETALHE CUJO VALOR PASSA DO
000500*           LIMITE POR ITEM OU DO LIMITE DIARIO DO CADASTRO DE
000600*           LIMITES (LIMFILE), COM A IMAGEM COMPLETA DA
000700*           TRANSACAO E O DEPARTAMENTO DO LOTE, EM VEZ DE POSTAR
000800*           OU REJEITAR O ITEM. O SOMAAPRV REGISTRA A DECISAO DO
000900*           SUPERVISOR - APROVADO (A) OU RECUSADO (R) - COM O
001000*           OPERADOR E A DATA; O ITEM RECUSADO VAI PARA O
001100*           ARQUIVO DE EXCECOES. O PROXIMO SOMABAT POSTA OS
001200*           ITENS APROVADOS E OS CARIMBA COMO LIBERADOS (L) COM
001300*           O BATCH-ID EM QUE FORAM POSTADOS.
001400*----------------------------------------------------------------
001500* DATA       AUTOR  DESCRICAO
001600* ---------- ------ ----------------------------------------------
001700* 2026-10-15 EPD    LAYOUT ORIGINAL.
001800* 2026-10-15 EPD    O SOMABAT CARIMBA COMO RECUSADO (R) O ITEM
001900*                   APROVADO QUE FALHA NA VALIDACAO AO SER
002000*                   LIBERADO (GRAVADO NAS EXCECOES).
002100*----------------------------------------------------------------
002200 01  PEND-RECORD.
002300     05  PEND-DATA              PIC 9(08).
002400     05  PEND-BATCH-ID          PIC X(08).
002500     05  PEND-DEPTO             PIC X(04).
002600     05  PEND-NUMERO-REGISTRO   PIC 9(08).
002700     05  PEND-IMAGEM-TRAN       PIC X(40).
002800     05  PEND-CONTA             PIC X(08).
002900     05  PEND-SOMA              PIC S9(09)V99
003000         SIGN IS TRAILING SEPARATE CHARACTER.
003100     05  PEND-MOTIVO            PIC X(10).
003200     05  PEND-LIM-CHAVE         PIC X(12).
003300     05  PEND-STATUS-SW         PIC X(01).
003400         88  PEND-PENDENTE      VALUE 'P' SPACE.
003500         88  PEND-APROVADO      VALUE 'A'.
003600         88  PEND-RECUSADO      VALUE 'R'.
003700         88  PEND-LIBERADO      VALUE 'L'.
003800     05  PEND-OPER-DECISAO      PIC X(08).
003900     05  PEND-DATA-DECISAO      PIC 9(08).
004000     05  PEND-BATCH-LIBERACAO   PIC X(08).
004100     05  FILLER                 PIC X(15).
