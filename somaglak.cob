000250*                   STATUS (A) DE ABERTA, PARA O CICLO DE VIDA
000260*                   CONTROLADO PELO SOMAEXCP (REGISTRO DE
000270*                   EXCECAO PASSA A 120 POSICOES).
000271* 2026-10-15 EPD    A EXCECAO DA REJEICAO DO GL PASSA A LEVAR O
000272*                   DEPARTAMENTO DO DETALHE ENVIADO, PROCURADO NO
000273*                   FEED CONSOLIDADO (CONSFILE) PELO BATCH-ID,
000274*                   PELA CONTA E PELO VALOR, PARA O EXTRATO POR
000275*                   DEPARTAMENTO DO SOMADIST. SEM O FEED, A
000276*                   EXCECAO SAI COM O DEPARTAMENTO EM BRANCO.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000450     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STATUS-PARM.
000472     SELECT CONS-FILE ASSIGN TO "CONSFILE"
000474         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS WS-STATUS-CONS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000680     RECORD CONTAINS 50 CHARACTERS.
000690 COPY PARMREC.
000700
000701 FD  CONS-FILE
000702     LABEL RECORDS ARE STANDARD
000703     RECORD CONTAINS 60 CHARACTERS.
000704 COPY IFACEREC.
000705
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* CONTROLE DE LEITURA E CONTADORES DA CONFIRMACAO
000950         88  WS-FIM-RUNC        VALUE 'S'.
000960     05  WS-RUNC-ACHADO-SW      PIC X(01) VALUE 'N'.
000970         88  WS-RUNC-ACHADO     VALUE 'S'.
000971     05  WS-FIM-CONS-SW         PIC X(01) VALUE 'N'.
000972         88  WS-FIM-CONS        VALUE 'S'.
000973     05  WS-CONS-ACHADO-SW      PIC X(01) VALUE 'N'.
000974         88  WS-CONS-ACHADO     VALUE 'S'.
000975     05  WS-CONS-EXATO-SW       PIC X(01) VALUE 'S'.
000976         88  WS-CONS-EXATO      VALUE 'S'.
000980
000990*----------------------------------------------------------------
001000* TABELA DOS LOTES CONFIRMADOS PELO GL (ACEITOS, REJEITADOS E
001230         10  WS-TAB-RUNC-BATCH  PIC X(08).
001240         10  WS-TAB-RUNC-PARES  PIC 9(07).
001250
001251*----------------------------------------------------------------
001251* TABELA DOS DETALHES DO FEED CONSOLIDADO ENVIADO AO GL, PARA
001251* ACHAR O DEPARTAMENTO DE CADA REJEICAO - CASADA PELO BATCH-ID,
001252* PELA CONTA E PELO VALOR (DETALHE JA USADO NAO CASA DE NOVO) OU,
001252* NA FALTA, SO PELO BATCH-ID E PELA CONTA
001253*----------------------------------------------------------------
001253 77  WS-STATUS-CONS             PIC X(02) VALUE "00".
001254 77  WS-IX-CONS                 PIC 9(04) VALUE ZEROS.
001254 77  WS-QTDE-CONS               PIC 9(04) VALUE ZEROS.
001255 77  WS-QTDE-SEM-DEPTO          PIC 9(07) VALUE ZEROS.
001255 01  WS-TAB-CONS.
001256     05  WS-TAB-CONS-ENT OCCURS 5000 TIMES.
001256         10  WS-TAB-CONS-BATCH  PIC X(08).
001257         10  WS-TAB-CONS-CONTA  PIC X(08).
001257         10  WS-TAB-CONS-SOMA   PIC S9(09)V99
001258             SIGN IS TRAILING SEPARATE CHARACTER.
001258         10  WS-TAB-CONS-DEPTO  PIC X(04).
001259         10  WS-TAB-CONS-USADO  PIC X(01).
001259
001260*----------------------------------------------------------------
001270* IMAGEM DA TRANSACAO REMONTADA NO FORMATO TRANREC PARA O
001280* REGISTRO DE EXCECAO - O VALOR CONFIRMADO PELO GL VOLTA COMO
001610         MOVE WS-DATA-EXECUCAO TO WS-DATA-CONFIRMACAO
001620     END-IF.
001630     PERFORM 1100-CARREGAR-RUN-CONTROL THRU 1100-EXIT.
001635     PERFORM 1200-CARREGAR-FEED THRU 1200-EXIT.
001640     OPEN INPUT GLAK-FILE.
001650     IF WS-STATUS-GLAK NOT = "00"
001660         DISPLAY "*** ARQUIVO DE CONFIRMACAO DO GL VAZIO OU "
002630 1170-EXIT.
002640     EXIT.
002650
002651*----------------------------------------------------------------
002651* 1200-CARREGAR-FEED - CARREGA NA TABELA OS DETALHES DO FEED
002651*                      CONSOLIDADO ENVIADO AO GL (BATCH-ID, CONTA,
002651*                      VALOR E DEPARTAMENTO); SEM O FEED, AS
002651*                      EXCECOES SAEM SEM DEPARTAMENTO
002651*----------------------------------------------------------------
002652 1200-CARREGAR-FEED.
002652     MOVE 'N' TO WS-FIM-CONS-SW.
002652     OPEN INPUT CONS-FILE.
002652     IF WS-STATUS-CONS NOT = "00"
002652         DISPLAY "*** FEED CONSOLIDADO AUSENTE - REJEICOES DO GL "
002653                 "GRAVADAS SEM DEPARTAMENTO ***"
002653         GO TO 1200-EXIT
002653     END-IF.
002653     PERFORM 1250-LER-FEED THRU 1250-EXIT
002653         UNTIL WS-FIM-CONS.
002653     CLOSE CONS-FILE.
002654 1200-EXIT.
002654     EXIT.
002654
002654*----------------------------------------------------------------
002654* 1250-LER-FEED - LE UM REGISTRO DO FEED CONSOLIDADO E GUARDA O
002655*                 DETALHE NA TABELA
002655*----------------------------------------------------------------
002655 1250-LER-FEED.
002655     READ CONS-FILE
002655         AT END
002655             SET WS-FIM-CONS TO TRUE
002656             GO TO 1250-EXIT
002656     END-READ.
002656     IF IFACE-TIPO-REG NOT = 'D'
002656         GO TO 1250-EXIT
002656     END-IF.
002657     IF WS-QTDE-CONS NOT < 5000
002657         DISPLAY "*** TABELA DO FEED CONSOLIDADO ESGOTADA - "
002657                 "REJEICOES SEGUINTES PODEM SAIR SEM "
002657                 "DEPARTAMENTO ***"
002657         SET WS-FIM-CONS TO TRUE
002657         GO TO 1250-EXIT
002658     END-IF.
002658     ADD 1 TO WS-QTDE-CONS.
002658     MOVE IFACE-DET-BATCH-ID TO WS-TAB-CONS-BATCH (WS-QTDE-CONS).
002658     MOVE IFACE-DET-CONTA TO WS-TAB-CONS-CONTA (WS-QTDE-CONS).
002658     MOVE IFACE-DET-SOMA TO WS-TAB-CONS-SOMA (WS-QTDE-CONS).
002659     MOVE IFACE-DET-DEPTO TO WS-TAB-CONS-DEPTO (WS-QTDE-CONS).
002659     MOVE 'N' TO WS-TAB-CONS-USADO (WS-QTDE-CONS).
002659 1250-EXIT.
002659     EXIT.
002659
002660*----------------------------------------------------------------
002670* 2000-PROCESSAR-CONFIRMACAO - ACUMULA O REGISTRO DE
002680*                              CONFIRMACAO CORRENTE NO LOTE DE
003850     MOVE WS-NUMERO-REGISTRO TO EXCP-NUMERO-REGISTRO.
003860     MOVE WS-IMAGEM-TRAN TO EXCP-IMAGEM-TRAN.
003870     MOVE 'A' TO EXCP-STATUS-SW.
003875     PERFORM 2950-PROCURAR-DEPTO THRU 2950-EXIT.
003880     MOVE WS-DATA-CONFIRMACAO TO EXCP-DATA.
003890     ACCEPT EXCP-HORA FROM TIME.
003900     WRITE EXCEPTION-RECORD.
003910 2900-EXIT.
003920     EXIT.
003930
003931*----------------------------------------------------------------
003931* 2950-PROCURAR-DEPTO - PROCURA NO FEED CONSOLIDADO O DETALHE
003931*                       REJEITADO PELO GL (PRIMEIRO PELO BATCH-ID,
003931*                       CONTA E VALOR; DEPOIS SO PELO BATCH-ID E
003931*                       CONTA) E LEVA O DEPARTAMENTO PARA A
003931*                       EXCECAO
003932*----------------------------------------------------------------
003932 2950-PROCURAR-DEPTO.
003932     MOVE SPACES TO EXCP-DEPTO.
003932     MOVE 'S' TO WS-CONS-EXATO-SW.
003932     MOVE 'N' TO WS-CONS-ACHADO-SW.
003932     MOVE 1 TO WS-IX-CONS.
003933     PERFORM 2960-COMPARAR-FEED THRU 2960-EXIT
003933         UNTIL WS-CONS-ACHADO OR WS-IX-CONS > WS-QTDE-CONS.
003933     IF NOT WS-CONS-ACHADO
003933         MOVE 'N' TO WS-CONS-EXATO-SW
003933         MOVE 1 TO WS-IX-CONS
003934         PERFORM 2960-COMPARAR-FEED THRU 2960-EXIT
003934             UNTIL WS-CONS-ACHADO OR WS-IX-CONS > WS-QTDE-CONS
003934     END-IF.
003934     IF NOT WS-CONS-ACHADO
003934         ADD 1 TO WS-QTDE-SEM-DEPTO
003934         GO TO 2950-EXIT
003935     END-IF.
003935     MOVE WS-TAB-CONS-DEPTO (WS-IX-CONS) TO EXCP-DEPTO.
003935     MOVE 'S' TO WS-TAB-CONS-USADO (WS-IX-CONS).
003935 2950-EXIT.
003935     EXIT.
003936
003936*----------------------------------------------------------------
003936* 2960-COMPARAR-FEED - COMPARA A REJEICAO DO GL COM UMA ENTRADA
003936*                      DA TABELA DO FEED CONSOLIDADO
003936*----------------------------------------------------------------
003936 2960-COMPARAR-FEED.
003937     IF WS-TAB-CONS-BATCH (WS-IX-CONS) = GLAK-BATCH-ID
003937         AND WS-TAB-CONS-CONTA (WS-IX-CONS) = GLAK-CONTA
003937         IF NOT WS-CONS-EXATO
003937             SET WS-CONS-ACHADO TO TRUE
003937             GO TO 2960-EXIT
003938         END-IF
003938         IF WS-TAB-CONS-SOMA (WS-IX-CONS) = GLAK-SOMA
003938             AND WS-TAB-CONS-USADO (WS-IX-CONS) = 'N'
003938             SET WS-CONS-ACHADO TO TRUE
003938             GO TO 2960-EXIT
003938         END-IF
003939     END-IF.
003939     ADD 1 TO WS-IX-CONS.
003939 2960-EXIT.
003939     EXIT.
003939
003940*----------------------------------------------------------------
003950* 8000-REGISTRAR-POSTADOS - ACRESCENTA AO CONTROLE DE EXECUCAO
003960*                           O EVENTO (P) DE LOTE POSTADO PARA
005000             WS-QTDE-REJEITADOS.
005010     DISPLAY "LOTES POSTADOS (EVENTO P) ...... "
005020             WS-QTDE-LOTES-POSTADOS.
005023     DISPLAY "REJEICOES SEM DEPARTAMENTO ..... "
005026             WS-QTDE-SEM-DEPTO.
005030     DISPLAY "------------------------------------------------".
005040 9000-EXIT.
005050     EXIT.
