000100*----------------------------------------------------------------
000200* CONCREC - LAYOUT DO REGISTRO DE RESULTADO DA CONCILIACAO
000300*           TRIPLA (CONCFILE). O SOMACONC ACRESCENTA UM
000400*           REGISTRO POR EXECUCAO, COM A QUANTIDADE DE QUEBRAS
000500*           DE CADA TIPO ENTRE O JORNAL DE AUDITORIA (AUDTFILE),
000600*           O FEED CONSOLIDADO PARA O GL (CONSFILE) E A
000700*           CONFIRMACAO DO GL (GLAKFILE), E AS DIFERENCAS
000800*           LIQUIDAS. O SOMARUNC LE O ULTIMO REGISTRO NA
000900*           CONFERENCIA MATINAL, ANTES DE LIBERAR O GL.
001000*----------------------------------------------------------------
001100* DATA       AUTOR  DESCRICAO
001200* ---------- ------ ----------------------------------------------
001300* 2026-10-15 EPD    LAYOUT ORIGINAL.
001400*----------------------------------------------------------------
001500 01  CONC-RECORD.
001600     05  CONC-DATA-EXECUCAO     PIC 9(08).
001700     05  CONC-HORA-EXECUCAO     PIC 9(08).
001800     05  CONC-QTDE-NAO-ENVIADOS PIC 9(05).
001900     05  CONC-QTDE-NAO-CONFIRM  PIC 9(05).
002000     05  CONC-QTDE-VALOR-DIVERG PIC 9(05).
002100     05  CONC-QTDE-SEM-ENVIO    PIC 9(05).
002200     05  CONC-QTDE-REJEIT-GL    PIC 9(05).
002300     05  CONC-QTDE-QUEBRAS      PIC 9(05).
002400     05  CONC-DIFERENCA-JORNAL  PIC S9(11)V99
002500         SIGN IS TRAILING SEPARATE CHARACTER.
002600     05  CONC-DIFERENCA-GL      PIC S9(11)V99
002700         SIGN IS TRAILING SEPARATE CHARACTER.
002800     05  CONC-RESULTADO-SW      PIC X(01).
002900         88  CONC-SEM-QUEBRA    VALUE 'S'.
003000         88  CONC-COM-QUEBRA    VALUE 'Q'.
003100         88  CONC-INCOMPLETA    VALUE 'I'.
003200     05  FILLER                 PIC X(05).
