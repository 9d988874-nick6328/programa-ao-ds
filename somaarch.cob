000310*                   APENAS AS EXCECOES COM STATUS (A) DE
000320*                   ABERTA, CONFORME O CICLO DE VIDA CONTROLADO
000330*                   PELO SOMAEXCP.
000331* 2026-10-15 EPD    LOTE COM STATUS (E) DE ESTORNADO PELO
000331*                   SOMAREV DEIXA DE CONTAR COMO PENDENTE; O
000332*                   LOTE DE ESTORNO E CONFERIDO NO PROPRIO MES.
000332* 2026-10-15 EPD    RECUSA TAMBEM O FECHAMENTO ENQUANTO HOUVER
000333*                   ITEM DO MES AINDA ABERTO NO ARQUIVO DE
000333*                   SUSPENSO (SUSPFILE), A RECLASSIFICAR PELO
000334*                   SOMASUSP.
000334* 2026-10-15 EPD    RECUSA TAMBEM O FECHAMENTO ENQUANTO HOUVER
000335*                   ITEM DO MES RETIDO PARA APROVACAO (PENDFILE)
000335*                   SEM DECISAO OU APROVADO E AINDA NAO LIBERADO
000336*                   PELO SOMABAT.
000336* 2026-10-15 EPD    EXPURGA DO HISTORICO DE ASSINATURAS DE PARES
000337*                   POSTADOS (DUPFILE) AS ASSINATURAS MAIS ANTIGAS
000337*                   QUE A JANELA DE DUPLICIDADE DO PARMFILE,
000338*                   REGRAVANDO AS DEMAIS EM UM ARQUIVO NOVO
000338*                   (DUPNOVO) QUE O JOB DE FECHAMENTO COPIA SOBRE
000339*                   O HISTORICO NO STEP SEGUINTE.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000580     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-EXCP.
000601     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
000601         ORGANIZATION IS SEQUENTIAL
000602         FILE STATUS IS WS-STATUS-SUSP.
000603     SELECT PEND-FILE ASSIGN TO "PENDFILE"
000604         ORGANIZATION IS SEQUENTIAL
000605         FILE STATUS IS WS-STATUS-PEND.
000605     SELECT DUP-FILE ASSIGN TO "DUPFILE"
000606         ORGANIZATION IS SEQUENTIAL
000607         FILE STATUS IS WS-STATUS-DUP.
000608     SELECT DUPNOVO-FILE ASSIGN TO "DUPNOVO"
000609         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000960     RECORD CONTAINS 120 CHARACTERS.
000970 COPY EXCPREC.
000980
000981 FD  SUSP-FILE
000981     LABEL RECORDS ARE STANDARD
000981     RECORD CONTAINS 100 CHARACTERS.
000982 COPY SUSPREC.
000982 FD  PEND-FILE
000983     LABEL RECORDS ARE STANDARD
000983     RECORD CONTAINS 150 CHARACTERS.
000984 COPY PENDREC.
000984
000985 FD  DUP-FILE
000985     LABEL RECORDS ARE STANDARD
000986     RECORD CONTAINS 60 CHARACTERS.
000986 COPY DUPREC.
000987
000987 FD  DUPNOVO-FILE
000988     LABEL RECORDS ARE STANDARD
000988     RECORD CONTAINS 60 CHARACTERS.
000989 01  DUPNOVO-RECORD             PIC X(60).
000989
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010* MES DE FECHAMENTO INFORMADO NO CARTAO DE CONTROLE (AAAAMM)
001190*----------------------------------------------------------------
001200* CONFERENCIA DE PENDENCIAS DO MES ANTES DO FECHAMENTO -
001210* ESTADO CORRENTE DE CADA LOTE DO MES NO CONTROLE DE EXECUCAO
001220* E CONTAGEM DE EXCECOES DO MES AINDA NAO TRATADAS E DE ITENS
001223* DO MES AINDA EM SUSPENSO
001226* OU RETIDOS PARA APROVACAO
001230*----------------------------------------------------------------
001240 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001250 77  WS-STATUS-EXCP             PIC X(02) VALUE "00".
001270 77  WS-QTDE-LOTES-MES          PIC 9(03) VALUE ZEROS.
001280 77  WS-QTDE-LOTES-PEND         PIC 9(03) VALUE ZEROS.
001290 77  WS-QTDE-EXCP-PEND          PIC 9(07) VALUE ZEROS.
001292 77  WS-STATUS-SUSP             PIC X(02) VALUE "00".
001294 77  WS-QTDE-SUSP-PEND          PIC 9(07) VALUE ZEROS.
001296 77  WS-STATUS-PEND             PIC X(02) VALUE "00".
001298 77  WS-QTDE-RETIDO-PEND        PIC 9(07) VALUE ZEROS.
001300 77  WS-ANOMES-LOTE             PIC 9(06) VALUE ZEROS.
001310 01  WS-TAB-LOTE.
001320     05  WS-TAB-LOTE-ENT OCCURS 200 TIMES.
001330         10  WS-TAB-BATCH-ID    PIC X(08).
001340         10  WS-TAB-STATUS      PIC X(01).
001350
001351*----------------------------------------------------------------
001351* EXPURGO DO HISTORICO DE DUPLICIDADE (DUPFILE) - JANELA EM DIAS
001351* DO PARMFILE, CONTADA A PARTIR DA DATA DE EXECUCAO (OU DO DIA),
001351* E CONTADORES DO EXPURGO
001352*----------------------------------------------------------------
001352 77  WS-STATUS-DUP              PIC X(02) VALUE "00".
001352 77  WS-DUP-DIAS                PIC 9(02) VALUE ZEROS.
001353 77  WS-DATA-REFERENCIA         PIC 9(08) VALUE ZEROS.
001353 77  WS-DIAS-LIMITE-DUP         PIC 9(08) VALUE ZEROS.
001353 77  WS-QTDE-DUP-LIDAS          PIC 9(07) VALUE ZEROS.
001354 77  WS-QTDE-DUP-MANTIDAS       PIC 9(07) VALUE ZEROS.
001354 77  WS-QTDE-DUP-EXPURGADAS     PIC 9(07) VALUE ZEROS.
001354
001354*----------------------------------------------------------------
001355* CALCULO DE DIAS CORRIDOS - CONVERTE UMA DATA AAAAMMDD EM UM
001355* NUMERO SERIAL DE DIAS PARA MEDIR A JANELA DE DUPLICIDADE
001355*----------------------------------------------------------------
001356 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
001356 01  FILLER REDEFINES WS-DATA-CALC.
001356     05  WS-CALC-ANO            PIC 9(04).
001357     05  WS-CALC-MES            PIC 9(02).
001357     05  WS-CALC-DIA            PIC 9(02).
001357 77  WS-DIAS-CALC               PIC 9(08) VALUE ZEROS.
001357 77  WS-RESTO-CALC              PIC 9(04) VALUE ZEROS.
001358 77  WS-QUOCIENTE-CALC          PIC 9(04) VALUE ZEROS.
001358 01  WS-DIAS-ACUMULADOS-VAL     PIC X(36) VALUE
001358     "000031059090120151181212243273304334".
001359 01  FILLER REDEFINES WS-DIAS-ACUMULADOS-VAL.
001359     05  WS-DIAS-ACUM-MES       PIC 9(03) OCCURS 12 TIMES.
001359
001360 01  WS-SWITCHES.
001370     05  WS-FIM-ARQUIVO-SW      PIC X(01) VALUE 'N'.
001380         88  WS-FIM-ARQUIVO     VALUE 'S'.
001440         88  WS-FIM-RUNC        VALUE 'S'.
001450     05  WS-FIM-EXCP-SW         PIC X(01) VALUE 'N'.
001460         88  WS-FIM-EXCP        VALUE 'S'.
001462     05  WS-FIM-SUSP-SW         PIC X(01) VALUE 'N'.
001464         88  WS-FIM-SUSP        VALUE 'S'.
001466     05  WS-FIM-PEND-SW         PIC X(01) VALUE 'N'.
001468         88  WS-FIM-PEND        VALUE 'S'.
001470     05  WS-LOTE-ACHADO-SW      PIC X(01) VALUE 'N'.
001480         88  WS-LOTE-ACHADO     VALUE 'S'.
001490     05  WS-AUDIT-ABERTO-SW     PIC X(01) VALUE 'N'.
001500         88  WS-AUDIT-ABERTO    VALUE 'S'.
001503     05  WS-FIM-DUP-SW          PIC X(01) VALUE 'N'.
001506         88  WS-FIM-DUP         VALUE 'S'.
001510
001520*----------------------------------------------------------------
001530* TABELA DE CONTAGENS POR OPERADOR DO PERIODO ARQUIVADO
002030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002040     PERFORM 2000-PROCESSAR-JORNAL THRU 2000-EXIT
002050         UNTIL WS-FIM-ARQUIVO.
002055     PERFORM 3000-EXPURGAR-HISTORICO-DUP THRU 3000-EXIT.
002060     PERFORM 8000-EMITIR-RELATORIO THRU 8000-EXIT.
002070     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
002080     STOP RUN.
002480             GO TO 1050-EXIT
002490     END-READ.
002500     MOVE PARM-NOME-ARQ-AUDITORIA TO WS-NOME-ARQ-AUDITORIA.
002502     MOVE PARM-DATA-EXECUCAO TO WS-DATA-REFERENCIA.
002504     IF PARM-DUP-DIAS IS NUMERIC
002506         MOVE PARM-DUP-DIAS TO WS-DUP-DIAS
002508     END-IF.
002510     CLOSE PARM-FILE.
002520 1050-EXIT.
002530     EXIT.
002790*                             FECHAMENTO ENQUANTO HOUVER LOTE
002800*                             DO MES SEM RECONCILIACAO (R) OU
002810*                             POSTAGEM (P), OU EXCECAO DO MES
002820*                             AINDA NAO TRATADA OU ITEM DO
002823*                             MES AINDA EM SUSPENSO OU
002826*                             RETIDO PARA APROVACAO
002830*----------------------------------------------------------------
002840 1200-VERIFICAR-PENDENCIAS.
002850     MOVE 'N' TO WS-FIM-RUNC-SW.
002990             UNTIL WS-FIM-EXCP
003000         CLOSE EXCEPTION-FILE
003010     END-IF.
003011     MOVE 'N' TO WS-FIM-SUSP-SW.
003011     OPEN INPUT SUSP-FILE.
003012     IF WS-STATUS-SUSP = "00"
003012         PERFORM 1295-LER-SUSPENSO THRU 1295-EXIT
003013             UNTIL WS-FIM-SUSP
003014         CLOSE SUSP-FILE
003014     END-IF.
003015     MOVE 'N' TO WS-FIM-PEND-SW.
003016     OPEN INPUT PEND-FILE.
003016     IF WS-STATUS-PEND = "00"
003017         PERFORM 1297-LER-RETIDO THRU 1297-EXIT
003018             UNTIL WS-FIM-PEND
003018         CLOSE PEND-FILE
003019     END-IF.
003020     IF WS-QTDE-LOTES-PEND = ZEROS AND WS-QTDE-EXCP-PEND = ZEROS
003023         AND WS-QTDE-SUSP-PEND = ZEROS
003026         AND WS-QTDE-RETIDO-PEND = ZEROS
003030         GO TO 1200-EXIT
003040     END-IF.
003050     DISPLAY "*** FECHAMENTO DO MES " WS-MES-FECHADO
003080             WS-QTDE-LOTES-PEND " ***".
003090     DISPLAY "*** EXCECOES DO MES NAO TRATADAS .... "
003100             WS-QTDE-EXCP-PEND " ***".
003102     DISPLAY "*** ITENS DO MES AINDA EM SUSPENSO .. "
003104             WS-QTDE-SUSP-PEND " ***".
003106     DISPLAY "*** ITENS DO MES RETIDOS P/ APROVACAO "
003108             WS-QTDE-RETIDO-PEND " ***".
003110     DISPLAY "*** RECONCILIE OS LOTES (SOMAREC) E TRATE AS "
003120             "EXCECOES (SOMAEXCP) ANTES DE FECHAR ***".
003121     IF WS-QTDE-SUSP-PEND > ZEROS
003122         DISPLAY "*** RECLASSIFIQUE OS ITENS EM SUSPENSO "
003123                 "(SOMASUSP) ANTES DE FECHAR ***"
003124     END-IF.
003125     IF WS-QTDE-RETIDO-PEND > ZEROS
003126         DISPLAY "*** DECIDA OS ITENS RETIDOS (SOMAAPRV) E "
003127                 "LIBERE OS APROVADOS (SOMABAT) ANTES DE "
003128                 "FECHAR ***"
003129     END-IF.
003130     MOVE 12 TO RETURN-CODE.
003140     STOP RUN.
003150 1200-EXIT.
003670
003680*----------------------------------------------------------------
003690* 1280-CONFERIR-LOTE - CONTA COMO PENDENTE O LOTE DO MES CUJO
003700*                      ULTIMO STATUS NAO E (R) RECONCILIADO,
003710*                      (P) POSTADO NO GL NEM (E) ESTORNADO
003720*----------------------------------------------------------------
003730 1280-CONFERIR-LOTE.
003740     ADD 1 TO WS-IX-LOTE.
003750     IF WS-TAB-STATUS (WS-IX-LOTE) NOT = 'R'
003760         AND WS-TAB-STATUS (WS-IX-LOTE) NOT = 'P'
003765         AND WS-TAB-STATUS (WS-IX-LOTE) NOT = 'E'
003770         ADD 1 TO WS-QTDE-LOTES-PEND
003780         DISPLAY "*** LOTE " WS-TAB-BATCH-ID (WS-IX-LOTE)
003790                 " COM ULTIMO STATUS ["
004030 1290-EXIT.
004040     EXIT.
004050
004051*----------------------------------------------------------------
004051* 1295-LER-SUSPENSO - LE UM REGISTRO DO ARQUIVO DE SUSPENSO E
004051*                     CONTA COMO PENDENTE O ITEM AINDA ABERTO
004051*                     (A) DATADO NO MES FECHADO
004051*----------------------------------------------------------------
004052 1295-LER-SUSPENSO.
004052     READ SUSP-FILE
004052         AT END
004052             SET WS-FIM-SUSP TO TRUE
004052             GO TO 1295-EXIT
004053     END-READ.
004053     IF NOT SUSP-ABERTO
004053         GO TO 1295-EXIT
004053     END-IF.
004054     MOVE SUSP-DATA (1:6) TO WS-ANOMES-LOTE.
004054     IF WS-ANOMES-LOTE = WS-MES-FECHADO
004054         ADD 1 TO WS-QTDE-SUSP-PEND
004054     END-IF.
004054 1295-EXIT.
004055     EXIT.
004055*----------------------------------------------------------------
004055* 1297-LER-RETIDO - LE UM REGISTRO DO ARQUIVO DE ITENS RETIDOS E
004055*                   CONTA COMO PENDENTE O ITEM SEM DECISAO (P) OU
004055*                   APROVADO E NAO LIBERADO (A) RETIDO NO MES
004056*                   FECHADO
004056*----------------------------------------------------------------
004056 1297-LER-RETIDO.
004056     READ PEND-FILE
004057         AT END
004057             SET WS-FIM-PEND TO TRUE
004057             GO TO 1297-EXIT
004057     END-READ.
004057     IF NOT PEND-PENDENTE AND NOT PEND-APROVADO
004058         GO TO 1297-EXIT
004058     END-IF.
004058     MOVE PEND-DATA (1:6) TO WS-ANOMES-LOTE.
004058     IF WS-ANOMES-LOTE = WS-MES-FECHADO
004058         ADD 1 TO WS-QTDE-RETIDO-PEND
004059     END-IF.
004059 1297-EXIT.
004059     EXIT.
004059
004060*----------------------------------------------------------------
004070* 2000-PROCESSAR-JORNAL - DESTINA A ENTRADA CORRENTE AO ARQUIVO
004080*                         MORTO (ATE O MES FECHADO) OU AO
004750 2350-EXIT.
004760     EXIT.
004770
004771*----------------------------------------------------------------
004771* 3000-EXPURGAR-HISTORICO-DUP - REGRAVA NO DUPNOVO AS ASSINATURAS
004771*                               DO HISTORICO POSTADAS DENTRO DA
004771*                               JANELA DE DIAS E DESPREZA AS MAIS
004771*                               ANTIGAS; COM A JANELA ZERADA
004771*                               (DETECCAO DESLIGADA) EXPURGA TODAS
004771*----------------------------------------------------------------
004771 3000-EXPURGAR-HISTORICO-DUP.
004771     IF WS-DATA-REFERENCIA = ZEROS
004771         ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
004771     END-IF.
004772     MOVE WS-DATA-REFERENCIA TO WS-DATA-CALC.
004772     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
004772     COMPUTE WS-DIAS-LIMITE-DUP = WS-DIAS-CALC - WS-DUP-DIAS.
004772     OPEN OUTPUT DUPNOVO-FILE.
004772     OPEN INPUT DUP-FILE.
004772     IF WS-STATUS-DUP NOT = "00"
004772         DISPLAY "*** HISTORICO DE DUPLICIDADE VAZIO OU "
004772                 "AUSENTE ***"
004772         CLOSE DUPNOVO-FILE
004772         GO TO 3000-EXIT
004773     END-IF.
004773     MOVE 'N' TO WS-FIM-DUP-SW.
004773     PERFORM 3100-LER-ASSINATURA THRU 3100-EXIT
004773         UNTIL WS-FIM-DUP.
004773     CLOSE DUP-FILE.
004773     CLOSE DUPNOVO-FILE.
004773 3000-EXIT.
004773     EXIT.
004773
004773*----------------------------------------------------------------
004774* 3100-LER-ASSINATURA - LE UMA ASSINATURA DO HISTORICO E A MANTEM
004774*                       SE FOI POSTADA DENTRO DA JANELA
004774*----------------------------------------------------------------
004774 3100-LER-ASSINATURA.
004774     READ DUP-FILE
004774         AT END
004774             SET WS-FIM-DUP TO TRUE
004774             GO TO 3100-EXIT
004774     END-READ.
004774     ADD 1 TO WS-QTDE-DUP-LIDAS.
004775     IF WS-DUP-DIAS = ZEROS OR DUP-DATA-POSTAGEM IS NOT NUMERIC
004775         ADD 1 TO WS-QTDE-DUP-EXPURGADAS
004775         GO TO 3100-EXIT
004775     END-IF.
004775     MOVE DUP-DATA-POSTAGEM TO WS-DATA-CALC.
004775     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
004775     IF WS-DIAS-CALC < WS-DIAS-LIMITE-DUP
004775         ADD 1 TO WS-QTDE-DUP-EXPURGADAS
004775         GO TO 3100-EXIT
004775     END-IF.
004775     WRITE DUPNOVO-RECORD FROM DUP-RECORD.
004776     ADD 1 TO WS-QTDE-DUP-MANTIDAS.
004776 3100-EXIT.
004776     EXIT.
004776
004776*----------------------------------------------------------------
004776* 7000-CALCULAR-DIAS - CONVERTE A DATA AAAAMMDD EM WS-DATA-CALC
004776*                      PARA O SERIAL DE DIAS WS-DIAS-CALC
004776*                      (CONTAGEM DE DIAS CORRIDOS COM AJUSTE DE
004776*                      ANO BISSEXTO)
004776*----------------------------------------------------------------
004777 7000-CALCULAR-DIAS.
004777     COMPUTE WS-DIAS-CALC =
004777         WS-CALC-ANO * 365
004777         + WS-CALC-ANO / 4
004777         - WS-CALC-ANO / 100
004777         + WS-CALC-ANO / 400
004777         + WS-DIAS-ACUM-MES (WS-CALC-MES)
004777         + WS-CALC-DIA.
004777     IF WS-CALC-MES > 2
004777         GO TO 7000-EXIT
004778     END-IF.
004778     DIVIDE WS-CALC-ANO BY 4
004778         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
004778     IF WS-RESTO-CALC NOT = ZERO
004778         GO TO 7000-EXIT
004778     END-IF.
004778     DIVIDE WS-CALC-ANO BY 100
004778         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
004778     IF WS-RESTO-CALC NOT = ZERO
004778         SUBTRACT 1 FROM WS-DIAS-CALC
004779         GO TO 7000-EXIT
004779     END-IF.
004779     DIVIDE WS-CALC-ANO BY 400
004779         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
004779     IF WS-RESTO-CALC = ZERO
004779         SUBTRACT 1 FROM WS-DIAS-CALC
004779     END-IF.
004779 7000-EXIT.
004779     EXIT.
004779
004780*----------------------------------------------------------------
004790* 8000-EMITIR-RELATORIO - IMPRIME O RELATORIO DE FECHAMENTO DO
004800*                         PERIODO ARQUIVADO
005080     MOVE ZEROS TO WS-IX.
005090     PERFORM 8100-IMPRIMIR-OPERADOR THRU 8100-EXIT
005100         WS-QTDE-OPERADORES TIMES.
005101     MOVE SPACES TO RELATORIO-RECORD.
005101     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
005102     MOVE "ASSINATURAS DE DUPLICIDADE LIDAS" TO WS-RES-LITERAL.
005102     MOVE WS-QTDE-DUP-LIDAS TO WS-RES-QTDE.
005103     WRITE RELATORIO-RECORD FROM WS-LINHA-RESUMO
005104         AFTER ADVANCING 1 LINE.
005104     MOVE "ASSINATURAS EXPURGADAS ........." TO WS-RES-LITERAL.
005105     MOVE WS-QTDE-DUP-EXPURGADAS TO WS-RES-QTDE.
005106     WRITE RELATORIO-RECORD FROM WS-LINHA-RESUMO
005106         AFTER ADVANCING 1 LINE.
005107     MOVE "ASSINATURAS MANTIDAS ..........." TO WS-RES-LITERAL.
005108     MOVE WS-QTDE-DUP-MANTIDAS TO WS-RES-QTDE.
005108     WRITE RELATORIO-RECORD FROM WS-LINHA-RESUMO
005109         AFTER ADVANCING 1 LINE.
005110 8000-EXIT.
005120     EXIT.
005130
005420             WS-QTDE-ARQUIVADAS.
005430     DISPLAY "ENTRADAS MANTIDAS ............ "
005440             WS-QTDE-MANTIDAS.
005442     DISPLAY "ASSINATURAS EXPURGADAS ....... "
005444             WS-QTDE-DUP-EXPURGADAS.
005446     DISPLAY "ASSINATURAS MANTIDAS ......... "
005448             WS-QTDE-DUP-MANTIDAS.
005450     DISPLAY "------------------------------------------------".
005460 9000-EXIT.
005470     EXIT.
