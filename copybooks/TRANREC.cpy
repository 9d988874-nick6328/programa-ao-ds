002410* 2026-08-22 EPD    VALORES PASSAM A CARREGAR CENTAVOS (V99)
002420*                   E MAGNITUDE MAIOR, DE PONTA A PONTA NA
002430*                   CADEIA DE SOMAS.
002435* 2026-10-15 EPD    O DETALHE PASSA A LEVAR O ID DO OPERADOR QUE
002440*                   DIGITOU O PAR E A MARCA DE PAR CORRIGIDO (C)
002445*                   PELO SOMAEXCP, USADOS PELO SOMAAPRV PARA
002450*                   IMPEDIR QUE QUEM DIGITOU OU CORRIGIU O ITEM
002455*                   RETIDO POR LIMITE DE VALOR O APROVE.
002460* 2026-10-15 EPD    O CABECALHO PASSA A LEVAR A MARCA DE
002465*                   DUPLICIDADE ESPERADA (S) E O ID DO SUPERVISOR
002470*                   QUE A AUTORIZOU; COM SUPERVISOR ATIVO DE NIVEL
002475*                   2 NO CADASTRO, O SOMABAT NAO MANDA PARA AS
002480*                   EXCECOES OS DETALHES DO LOTE SUSPEITOS DE
002485*                   DUPLICIDADE.
002500*----------------------------------------------------------------
002600 01  TRAN-RECORD.
002700     05  TRAN-TIPO-REG          PIC X(01).
003700     05  TRAN-NUMERO-2          PIC 9(07)V99.
003800     05  TRAN-SINAL-2           PIC X(01).
003900     05  TRAN-CONTA             PIC X(08).
004000     05  TRAN-OPERADOR-ID       PIC X(08).
004025     05  TRAN-CORRIGIDO-SW      PIC X(01).
004050         88  TRAN-CORRIGIDO     VALUE 'C'.
004075     05  FILLER                 PIC X(02).
004100
004200 01  TRAN-HEADER-RECORD REDEFINES TRAN-RECORD.
004300     05  FILLER                 PIC X(01).
004400     05  TRAN-HDR-DEPTO         PIC X(04).
004500     05  TRAN-HDR-DATA          PIC 9(08).
004600     05  TRAN-HDR-DUP-SW        PIC X(01).
004620         88  TRAN-HDR-DUP-ESPERADA VALUE 'S'.
004640     05  TRAN-HDR-DUP-SUPERVISOR
004660                                PIC X(08).
004680     05  FILLER                 PIC X(18).
004700
004800 01  TRAN-TRAILER-RECORD REDEFINES TRAN-RECORD.
004900     05  FILLER                 PIC X(01).
