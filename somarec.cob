000260*                   CABECALHO DO ARQUIVO DE INTERFACE.
000270* 2026-08-22 EPD    OS TOTAIS PASSAM A CARREGAR CENTAVOS (V99)
000280*                   E MAGNITUDE MAIOR, ACOMPANHANDO A CADEIA.
000281* 2026-10-15 EPD    COM O RATEIO DE CONTAS POOL NO SOMABAT, A
000282*                   QUANTIDADE DO TRAILER PASSA A SER A DE
000283*                   DETALHES DO GL: O CONTROLE INDEPENDENTE E
000284*                   CONFERIDO CONTRA A QUANTIDADE DE PARES DO
000285*                   TRAILER (SE INFORMADA) E O EVENTO (R) LEVA
000286*                   A QUANTIDADE DE DETALHES, COMO O EVENTO (C).
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000970* VALORES EXTRAIDOS DO TRAILER DO ARQUIVO DE INTERFACE
000980*----------------------------------------------------------------
000990 77  WS-QTDE-PROCESSADA         PIC 9(07) VALUE ZEROS.
000995 77  WS-QTDE-DET-GL             PIC 9(07) VALUE ZEROS.
001000 77  WS-TOTAL-PROCESSADO        PIC S9(11)V99
001010     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001020
001820         END-IF
001830         IF IFACE-TRL-TIPO = 'T'
001840             SET WS-TRAILER-ACHADO TO TRUE
001850             MOVE IFACE-TRL-QTDE-REG TO WS-QTDE-DET-GL
001851             IF IFACE-TRL-QTDE-PARES IS NUMERIC
001852                 MOVE IFACE-TRL-QTDE-PARES TO WS-QTDE-PROCESSADA
001853             ELSE
001854                 MOVE IFACE-TRL-QTDE-REG TO WS-QTDE-PROCESSADA
001855             END-IF
001860             MOVE IFACE-TRL-TOTAL-CTRL TO WS-TOTAL-PROCESSADO
001870         END-IF
001880     END-IF.
002110             CTL-QTDE-ESPERADA.
002120     DISPLAY "Qtde processada (SOMABAT) ....... "
002130             WS-QTDE-PROCESSADA.
002132     IF WS-QTDE-DET-GL NOT = WS-QTDE-PROCESSADA
002134         DISPLAY "Detalhes gerados para o GL ...... "
002136                 WS-QTDE-DET-GL
002138     END-IF.
002140     DISPLAY "Variacao de quantidade .......... "
002150             WS-VARIACAO-QTDE.
002160     DISPLAY "Total esperado (controle) ....... "
002380*                                EXECUCAO (RUNCFILE) O EVENTO DE
002390*                                LOTE RECONCILIADO, COM OS
002400*                                TOTAIS CONFERIDOS DO TRAILER
002405*                                (QUANTIDADE DE DETALHES DO GL)
002410*----------------------------------------------------------------
002420 3500-REGISTRAR-RECONCILIACAO.
002430     OPEN EXTEND RUNC-FILE.
002490     INITIALIZE RUNC-RECORD.
002500     MOVE WS-BATCH-ID TO RUNC-BATCH-ID.
002510     MOVE 'R' TO RUNC-STATUS.
002520     MOVE WS-QTDE-DET-GL TO RUNC-QTDE-PARES.
002530     MOVE WS-TOTAL-PROCESSADO TO RUNC-TOTAL.
002540     ACCEPT RUNC-DATA FROM DATE YYYYMMDD.
002550     ACCEPT RUNC-HORA FROM TIME.
