001094*                   ORIGEM EM CADA DETALHE (CABECALHO DO LOTE
001096*                   DEPARTAMENTAL), PARA OS SUBTOTAIS POR
001098*                   DEPARTAMENTO DO SOMABAT E DO SOMACONS.
001099* 2026-10-15 EPD    DETALHE LANCADO EM CONTA POOL COM REGRA DE
001099*                   RATEIO (RATEFILE) VIRA UM DETALHE POR
001099*                   DESTINO, COM A CONTA POOL DE ORIGEM E O
001099*                   INDICADOR DO DESTINO QUE RECEBEU O RESTO DO
001099*                   ARREDONDAMENTO. A QUANTIDADE DO TRAILER
001099*                   PASSA A SER A DE DETALHES GRAVADOS E O
001099*                   TRAILER GANHA A QUANTIDADE DE PARES DE
001099*                   ORIGEM, CONFERIDA PELO SOMAREC.
001100*----------------------------------------------------------------
001200 01  IFACE-RECORD.
001300     05  IFACE-TIPO-REG         PIC X(01).
002600     05  IFACE-DET-CONTA        PIC X(08).
002605     05  IFACE-DET-BATCH-ID     PIC X(08).
002607     05  IFACE-DET-DEPTO        PIC X(04).
002610     05  IFACE-DET-CONTA-POOL   PIC X(08).
002628     05  IFACE-DET-RESTO-SW     PIC X(01).
002646         88  IFACE-DET-RATEIO-RESTO
002664                                VALUE 'S'.
002682     05  FILLER                 PIC X(18).
002700
002800 01  IFACE-TRAILER-RECORD REDEFINES IFACE-RECORD.
002900     05  IFACE-TRL-TIPO         PIC X(01).
003000     05  IFACE-TRL-QTDE-REG     PIC 9(07).
003100     05  IFACE-TRL-TOTAL-CTRL   PIC S9(11)V99
003200         SIGN IS TRAILING SEPARATE CHARACTER.
003300     05  IFACE-TRL-QTDE-PARES   PIC 9(07).
003400     05  FILLER                 PIC X(31).
