000220* 2026-09-02 EPD    RECONHECE O STATUS (P) DE LOTE POSTADO,
000230*                   GRAVADO PELO SOMAGLAK QUANDO A CARGA DO GL
000240*                   CONFIRMA O LOTE INTEIRO.
000241* 2026-10-15 EPD    RECONHECE O STATUS (E) DE LOTE ESTORNADO,
000241*                   GRAVADO PELO SOMAREV.
000242* 2026-10-15 EPD    IMPRIME O RESULTADO DA ULTIMA CONCILIACAO
000242*                   TRIPLA DO SOMACONC (CONCFILE) - JORNAL X FEED
000243*                   DO GL X CONFIRMACAO - E TERMINA COM RC 4 SE
000244*                   ELA TEVE QUEBRAS NAO EXPLICADAS OU NAO PODE
000244*                   SER COMPLETADA, PARA QUE A CARGA DO GL NAO
000245*                   SEJA LIBERADA.
000246* 2026-10-15 EPD    LISTA OS ITENS RETIDOS PARA APROVACAO NO
000246*                   PENDFILE AINDA SEM DECISAO (P) OU APROVADOS E
000247*                   NAO LIBERADOS (A), COM OS DIAS DE RETENCAO.
000248* 2026-10-15 EPD    CONCILIACAO TRIPLA AUSENTE OU ANTERIOR AO LOTE
000248*                   COMPLETADO MAIS RECENTE TAMBEM BLOQUEIA A
000249*                   LIBERACAO DO GL (RC 4).
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000390     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-STATUS-PARM.
000411     SELECT CONC-FILE ASSIGN TO "CONCFILE"
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS WS-STATUS-CONC.
000414     SELECT PEND-FILE ASSIGN TO "PENDFILE"
000415         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS WS-STATUS-PEND.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000570     RECORD CONTAINS 50 CHARACTERS.
000580 COPY PARMREC.
000590
000591 FD  CONC-FILE
000592     LABEL RECORDS ARE STANDARD
000593     RECORD CONTAINS 80 CHARACTERS.
000594 COPY CONCREC.
000595 FD  PEND-FILE
000596     LABEL RECORDS ARE STANDARD
000597     RECORD CONTAINS 150 CHARACTERS.
000598 COPY PENDREC.
000599
000600 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------------
000620* CONTROLE DE LEITURA E CONTADORES DA CONFERENCIA
000630*----------------------------------------------------------------
000640 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
000650 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
000655 77  WS-STATUS-CONC             PIC X(02) VALUE "00".
000660 77  WS-QTDE-EVENTOS            PIC 9(07) VALUE ZEROS.
000670 77  WS-QTDE-SEM-CONCLUSAO      PIC 9(05) VALUE ZEROS.
000680 77  WS-QTDE-SEM-RECONC         PIC 9(05) VALUE ZEROS.
000780         88  WS-RUNC-ABERTO     VALUE 'S'.
000790     05  WS-TAB-ESTOURADA-SW    PIC X(01) VALUE 'N'.
000800         88  WS-TAB-ESTOURADA   VALUE 'S'.
000801     05  WS-FIM-CONC-SW         PIC X(01) VALUE 'N'.
000801         88  WS-FIM-CONC        VALUE 'S'.
000801     05  WS-CONC-LIDA-SW        PIC X(01) VALUE 'N'.
000802         88  WS-CONC-LIDA       VALUE 'S'.
000802     05  WS-FIM-PEND-SW         PIC X(01) VALUE 'N'.
000802         88  WS-FIM-PEND        VALUE 'S'.
000803
000803*----------------------------------------------------------------
000803* RESULTADO DA ULTIMA CONCILIACAO TRIPLA GRAVADA NO CONCFILE
000804*----------------------------------------------------------------
000804 77  WS-CONC-DATA               PIC 9(08) VALUE ZEROS.
000804 77  WS-CONC-HORA               PIC 9(08) VALUE ZEROS.
000805 77  WS-CONC-NAO-ENVIADOS       PIC 9(05) VALUE ZEROS.
000805 77  WS-CONC-NAO-CONFIRM        PIC 9(05) VALUE ZEROS.
000805 77  WS-CONC-VALOR-DIVERG       PIC 9(05) VALUE ZEROS.
000806 77  WS-CONC-SEM-ENVIO          PIC 9(05) VALUE ZEROS.
000806 77  WS-CONC-REJEIT-GL          PIC 9(05) VALUE ZEROS.
000806 77  WS-CONC-QUEBRAS            PIC 9(05) VALUE ZEROS.
000807 77  WS-CONC-RESULTADO          PIC X(01) VALUE SPACE.
000807 77  WS-DATA-ULTIMO-LOTE        PIC 9(08) VALUE ZEROS.
000807*----------------------------------------------------------------
000808* ITENS RETIDOS PARA APROVACAO NO PENDFILE (SOMABAT/SOMAAPRV)
000808*----------------------------------------------------------------
000808 77  WS-STATUS-PEND             PIC X(02) VALUE "00".
000809 77  WS-QTDE-RET-PEND           PIC 9(05) VALUE ZEROS.
000809 77  WS-QTDE-RET-APROV          PIC 9(05) VALUE ZEROS.
000810
000820*----------------------------------------------------------------
000830* TABELA DO ESTADO CORRENTE DE CADA BATCH-ID (ULTIMO EVENTO
001720     05  WS-TOT-QTDE            PIC ZZZZZZ9.
001730     05  FILLER                 PIC X(91) VALUE SPACES.
001740
001741 01  WS-LINHA-CAB-RET.
001741     05  FILLER                 PIC X(12) VALUE "  BATCH-ID".
001741     05  FILLER                 PIC X(06) VALUE "DEPTO".
001742     05  FILLER                 PIC X(10) VALUE "CONTA".
001742     05  FILLER                 PIC X(15) VALUE "VALOR".
001742     05  FILLER                 PIC X(12) VALUE "MOTIVO".
001743     05  FILLER                 PIC X(24) VALUE "SITUACAO".
001743     05  FILLER                 PIC X(04) VALUE "DIAS".
001743     05  FILLER                 PIC X(49) VALUE SPACES.
001744
001744 01  WS-LINHA-RETIDO.
001744     05  FILLER                 PIC X(02) VALUE SPACES.
001745     05  WS-LRT-BATCH-ID        PIC X(08).
001745     05  FILLER                 PIC X(02) VALUE SPACES.
001745     05  WS-LRT-DEPTO           PIC X(04).
001746     05  FILLER                 PIC X(02) VALUE SPACES.
001746     05  WS-LRT-CONTA           PIC X(08).
001746     05  FILLER                 PIC X(02) VALUE SPACES.
001747     05  WS-LRT-SOMA            PIC +9(09),99.
001747     05  FILLER                 PIC X(02) VALUE SPACES.
001747     05  WS-LRT-MOTIVO          PIC X(10).
001748     05  FILLER                 PIC X(02) VALUE SPACES.
001748     05  WS-LRT-SITUACAO        PIC X(22).
001748     05  FILLER                 PIC X(02) VALUE SPACES.
001749     05  WS-LRT-DIAS            PIC ZZZ9.
001749     05  FILLER                 PIC X(49) VALUE SPACES.
001750 01  WS-LINHA-AVISO.
001760     05  FILLER                 PIC X(31) VALUE
001770         "*** TABELA DE LOTES ESGOTADA - ".
001790         "LOTES OMITIDOS DO RELATORIO ***".
001800     05  FILLER                 PIC X(70) VALUE SPACES.
001810
001811
001811 01  WS-LINHA-CONC.
001812     05  FILLER                 PIC X(34) VALUE
001812         "CONCILIACAO TRIPLA DE ..........".
001813     05  WS-LCC-DATA            PIC 9(08).
001813     05  FILLER                 PIC X(04) VALUE " AS ".
001814     05  WS-LCC-HORA            PIC 9(08).
001814     05  FILLER                 PIC X(78) VALUE SPACES.
001815
001816 01  WS-LINHA-BLOQUEIO.
001816     05  FILLER                 PIC X(23) VALUE
001817         "*** CONCILIACAO TRIPLA ".
001817     05  WS-LBQ-SITUACAO        PIC X(13).
001818     05  FILLER                 PIC X(23) VALUE
001818         " - NAO LIBERAR O GL ***".
001819     05  FILLER                 PIC X(73) VALUE SPACES.
001820 PROCEDURE DIVISION.
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
002870     MOVE RUNC-TOTAL TO WS-TAB-TOTAL (WS-IX).
002880     MOVE RUNC-DATA TO WS-TAB-DATA (WS-IX).
002890     MOVE RUNC-HORA TO WS-TAB-HORA (WS-IX).
002892     IF RUNC-COMPLETADO AND RUNC-DATA > WS-DATA-ULTIMO-LOTE
002894         MOVE RUNC-DATA TO WS-DATA-ULTIMO-LOTE
002896     END-IF.
002900 2200-EXIT.
002910     EXIT.
002920
003650     MOVE WS-QTDE-SEM-RECONC TO WS-TOT-QTDE.
003660     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
003670     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
003673     PERFORM 8200-IMPRIMIR-CONCILIACAO THRU 8200-EXIT.
003676     PERFORM 8300-IMPRIMIR-RETIDOS THRU 8300-EXIT.
003680 8000-EXIT.
003690     EXIT.
003700
004000             MOVE "RECONCILIADO" TO WS-RPT-SITUACAO
004010         WHEN 'P'
004020             MOVE "POSTADO NO GL" TO WS-RPT-SITUACAO
004023         WHEN 'E'
004026             MOVE "ESTORNADO" TO WS-RPT-SITUACAO
004030         WHEN OTHER
004040             MOVE "STATUS DESCONHECIDO" TO WS-RPT-SITUACAO
004050     END-EVALUATE.
004080 8100-EXIT.
004090     EXIT.
004100
004101*----------------------------------------------------------------
004101* 8200-IMPRIMIR-CONCILIACAO - IMPRIME O RESULTADO DA ULTIMA
004101*                             CONCILIACAO TRIPLA DO SOMACONC.
004101*                             QUEBRA NAO EXPLICADA, CONCILIACAO
004101*                             INCOMPLETA, AUSENTE OU ANTERIOR AO
004101*                             LOTE COMPLETADO MAIS RECENTE
004101*                             BLOQUEIA A LIBERACAO DO GL (RC 4)
004101*----------------------------------------------------------------
004101 8200-IMPRIMIR-CONCILIACAO.
004101     MOVE SPACES TO WS-LINHA-IMPRESSAO.
004101     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004101     OPEN INPUT CONC-FILE.
004101     IF WS-STATUS-CONC = "00"
004101         PERFORM 8250-LER-CONCILIACAO THRU 8250-EXIT
004101             UNTIL WS-FIM-CONC
004101         CLOSE CONC-FILE
004101     END-IF.
004101     IF NOT WS-CONC-LIDA
004101         MOVE "SEM REGISTRO DE CONCILIACAO TRIPLA"
004101             TO WS-LINHA-IMPRESSAO
004102         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
004102         MOVE "AUSENTE" TO WS-LBQ-SITUACAO
004102         MOVE WS-LINHA-BLOQUEIO TO WS-LINHA-IMPRESSAO
004102         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
004102         MOVE 4 TO RETURN-CODE
004102         GO TO 8200-EXIT
004102     END-IF.
004102     MOVE WS-CONC-DATA TO WS-LCC-DATA.
004102     MOVE WS-CONC-HORA TO WS-LCC-HORA.
004102     MOVE WS-LINHA-CONC TO WS-LINHA-IMPRESSAO.
004102     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004102     IF WS-CONC-DATA < WS-DATA-ULTIMO-LOTE
004102         MOVE "DESATUALIZADA" TO WS-LBQ-SITUACAO
004102         MOVE WS-LINHA-BLOQUEIO TO WS-LINHA-IMPRESSAO
004102         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
004102         MOVE 4 TO RETURN-CODE
004102     END-IF.
004102     MOVE "  JORNALADO E NAO ENVIADO ......" TO WS-TOT-LITERAL.
004102     MOVE WS-CONC-NAO-ENVIADOS TO WS-TOT-QTDE.
004103     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004103     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004103     MOVE "  ENVIADO E NAO CONFIRMADO ....." TO WS-TOT-LITERAL.
004103     MOVE WS-CONC-NAO-CONFIRM TO WS-TOT-QTDE.
004103     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004103     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004103     MOVE "  CONFIRMADO COM VALOR DIFERENTE" TO WS-TOT-LITERAL.
004103     MOVE WS-CONC-VALOR-DIVERG TO WS-TOT-QTDE.
004103     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004103     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004103     MOVE "  CONFIRMADO SEM ENVIO ........." TO WS-TOT-LITERAL.
004103     MOVE WS-CONC-SEM-ENVIO TO WS-TOT-QTDE.
004103     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004103     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004103     MOVE "  REJEITADO PELO GL (EXPLICADO) " TO WS-TOT-LITERAL.
004103     MOVE WS-CONC-REJEIT-GL TO WS-TOT-QTDE.
004103     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004103     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004103     MOVE "  QUEBRAS NAO EXPLICADAS ......." TO WS-TOT-LITERAL.
004104     MOVE WS-CONC-QUEBRAS TO WS-TOT-QTDE.
004104     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004104     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004104     EVALUATE WS-CONC-RESULTADO
004104         WHEN 'S'
004104             MOVE "CONCILIACAO TRIPLA SEM QUEBRAS"
004104                 TO WS-LINHA-IMPRESSAO
004104         WHEN 'I'
004104             MOVE "INCOMPLETA" TO WS-LBQ-SITUACAO
004104             MOVE WS-LINHA-BLOQUEIO TO WS-LINHA-IMPRESSAO
004104             MOVE 4 TO RETURN-CODE
004104         WHEN OTHER
004104             MOVE "COM QUEBRAS" TO WS-LBQ-SITUACAO
004104             MOVE WS-LINHA-BLOQUEIO TO WS-LINHA-IMPRESSAO
004104             MOVE 4 TO RETURN-CODE
004104     END-EVALUATE.
004104     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004104 8200-EXIT.
004104     EXIT.
004105
004105*----------------------------------------------------------------
004105* 8250-LER-CONCILIACAO - LE O CONCFILE GUARDANDO O RESULTADO DO
004105*                        ULTIMO REGISTRO GRAVADO
004105*----------------------------------------------------------------
004105 8250-LER-CONCILIACAO.
004105     READ CONC-FILE
004105         AT END
004105             SET WS-FIM-CONC TO TRUE
004105             GO TO 8250-EXIT
004105     END-READ.
004105     SET WS-CONC-LIDA TO TRUE.
004105     MOVE CONC-DATA-EXECUCAO TO WS-CONC-DATA.
004105     MOVE CONC-HORA-EXECUCAO TO WS-CONC-HORA.
004105     MOVE CONC-QTDE-NAO-ENVIADOS TO WS-CONC-NAO-ENVIADOS.
004105     MOVE CONC-QTDE-NAO-CONFIRM TO WS-CONC-NAO-CONFIRM.
004105     MOVE CONC-QTDE-VALOR-DIVERG TO WS-CONC-VALOR-DIVERG.
004105     MOVE CONC-QTDE-SEM-ENVIO TO WS-CONC-SEM-ENVIO.
004105     MOVE CONC-QTDE-REJEIT-GL TO WS-CONC-REJEIT-GL.
004105     MOVE CONC-QTDE-QUEBRAS TO WS-CONC-QUEBRAS.
004106     MOVE CONC-RESULTADO-SW TO WS-CONC-RESULTADO.
004106 8250-EXIT.
004106     EXIT.
004106*----------------------------------------------------------------
004106* 8300-IMPRIMIR-RETIDOS - LISTA OS ITENS RETIDOS PARA APROVACAO
004106*                         AINDA SEM DECISAO DO SUPERVISOR (P) OU
004106*                         APROVADOS E NAO LIBERADOS PELO SOMABAT
004106*                         (A), COM OS DIAS DE RETENCAO, E OS
004106*                         TOTAIS DE CADA SITUACAO
004106*----------------------------------------------------------------
004106 8300-IMPRIMIR-RETIDOS.
004106     MOVE SPACES TO WS-LINHA-IMPRESSAO.
004106     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004106     MOVE "ITENS RETIDOS P/ APROVACAO (PENDFILE)"
004106         TO WS-LINHA-IMPRESSAO.
004106     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004106     OPEN INPUT PEND-FILE.
004106     IF WS-STATUS-PEND NOT = "00"
004106         MOVE "  SEM ARQUIVO DE ITENS RETIDOS"
004107             TO WS-LINHA-IMPRESSAO
004107         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
004107         GO TO 8300-EXIT
004107     END-IF.
004107     MOVE WS-LINHA-CAB-RET TO WS-LINHA-IMPRESSAO.
004107     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004107     PERFORM 8350-LER-RETIDO THRU 8350-EXIT
004107         UNTIL WS-FIM-PEND.
004107     CLOSE PEND-FILE.
004107     MOVE "RETIDOS PENDENTES DE DECISAO ..." TO WS-TOT-LITERAL.
004107     MOVE WS-QTDE-RET-PEND TO WS-TOT-QTDE.
004107     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004107     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004107     MOVE "APROVADOS AGUARDANDO LIBERACAO ." TO WS-TOT-LITERAL.
004107     MOVE WS-QTDE-RET-APROV TO WS-TOT-QTDE.
004107     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
004107     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004107 8300-EXIT.
004107     EXIT.
004108
004108*----------------------------------------------------------------
004108* 8350-LER-RETIDO - LE UM ITEM DO PENDFILE E IMPRIME A LINHA DOS
004108*                   ITENS AINDA EM ABERTO
004108*----------------------------------------------------------------
004108 8350-LER-RETIDO.
004108     READ PEND-FILE
004108         AT END
004108             SET WS-FIM-PEND TO TRUE
004108             GO TO 8350-EXIT
004108     END-READ.
004108     EVALUATE TRUE
004108         WHEN PEND-PENDENTE
004108             MOVE "AGUARDA DECISAO" TO WS-LRT-SITUACAO
004108             ADD 1 TO WS-QTDE-RET-PEND
004108         WHEN PEND-APROVADO
004108             MOVE "APROVADO - A LIBERAR" TO WS-LRT-SITUACAO
004108             ADD 1 TO WS-QTDE-RET-APROV
004108         WHEN OTHER
004109             GO TO 8350-EXIT
004109     END-EVALUATE.
004109     MOVE PEND-BATCH-ID TO WS-LRT-BATCH-ID.
004109     MOVE PEND-DEPTO TO WS-LRT-DEPTO.
004109     MOVE PEND-CONTA TO WS-LRT-CONTA.
004109     MOVE PEND-SOMA TO WS-LRT-SOMA.
004109     MOVE PEND-MOTIVO TO WS-LRT-MOTIVO.
004109     MOVE PEND-DATA TO WS-DATA-CALC.
004109     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
004109     COMPUTE WS-DIAS-PARADO = WS-DIAS-HOJE - WS-DIAS-CALC.
004109     IF WS-DIAS-PARADO < ZERO
004109         MOVE ZEROS TO WS-DIAS-PARADO
004109     END-IF.
004109     MOVE WS-DIAS-PARADO TO WS-LRT-DIAS.
004109     MOVE WS-LINHA-RETIDO TO WS-LINHA-IMPRESSAO.
004109     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
004109 8350-EXIT.
004109     EXIT.
004109
004110*----------------------------------------------------------------
004120* 8500-ESCREVER-LINHA - GRAVA A LINHA MONTADA, SALTANDO DE
004130*                       PAGINA E REPETINDO O CABECALHO QUANDO
004570             WS-QTDE-SEM-CONCLUSAO.
004580     DISPLAY "COMPLETADOS SEM RECONCILIACAO .. "
004590             WS-QTDE-SEM-RECONC.
004591     IF WS-CONC-LIDA
004591         DISPLAY "QUEBRAS NA CONCILIACAO TRIPLA .. "
004592                 WS-CONC-QUEBRAS
004593     ELSE
004594         DISPLAY "SEM REGISTRO DE CONCILIACAO TRIPLA"
004595     END-IF.
004596     DISPLAY "RETIDOS PENDENTES DE DECISAO ... "
004597             WS-QTDE-RET-PEND.
004598     DISPLAY "APROVADOS AGUARDANDO LIBERACAO . "
004599             WS-QTDE-RET-APROV.
004600     DISPLAY "------------------------------------------------".
004610 9000-EXIT.
004620     EXIT.
