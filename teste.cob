000480*                   RECUSADA) NO JORNAL PERMANENTE DE EVENTOS
000490*                   DE SEGURANCA (SEGFILE), PARA A AUDITORIA
000500*                   INTERNA VIA SOMASEG.
000501* 2026-10-15 EPD    MODO DE CAPTURA DE LOTE: APOS O SIGN-ON O
000501*                   OPERADOR ESCOLHE ENTRE A SOMA SIMPLES E A
000501*                   CAPTURA DE UM LOTE DEPARTAMENTAL - O
000502*                   DEPARTAMENTO E VALIDADO NO DEPTFILE E A
000502*                   CONTA DE CADA LINHA NO CNTAFILE, COM TOTAIS
000502*                   CORRENTES DO LOTE E ANULACAO DE LINHA ANTES
000503*                   DO FECHAMENTO. O LOTE FECHADO E GRAVADO
000503*                   INTEIRO (HEADER/DETALHES/TRAILER COM
000504*                   CONTAGEM E HASH-TOTAL) NO CAPTFILE, LIDO
000504*                   PELO LOTE NOTURNO JUNTO COM O TRANFILE, E O
000504*                   FECHAMENTO (OU A DESISTENCIA) DO LOTE E
000505*                   REGISTRADO NO SEGFILE COM O ID DO OPERADOR.
000505* 2026-10-15 EPD    DEPARTAMENTO DO JORNAL DE AUDITORIA GRAVADO
000505*                   EM BRANCO NA SOMA SIMPLES.
000506* 2026-10-15 EPD    CADA DETALHE DO LOTE CAPTURADO LEVA O ID DO
000506*                   OPERADOR QUE O DIGITOU, PARA A SEGREGACAO
000507*                   DE FUNCOES NA APROVACAO DOS ITENS RETIDOS
000507*                   POR LIMITE DE VALOR (SOMAAPRV).
000507* 2026-10-15 EPD    DEPARTAMENTO DA EXCECAO GRAVADO EM BRANCO NA
000508*                   SOMA SIMPLES.
000508* 2026-10-15 EPD    ERRO DE DIGITACAO NO MODO DE CAPTURA DE LOTE
000508*                   NAO E MAIS GRAVADO NO ARQUIVO DE EXCECOES -
000509*                   O OPERADOR CORRIGE NA HORA E A LINHA SO
000509*                   ENTRA NO LOTE DEPOIS DE VALIDA.
000510*----------------------------------------------------------------
000520
000530 ENVIRONMENT DIVISION.
000720     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STATUS-SEG.
000741     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000741         ORGANIZATION IS SEQUENTIAL
000742         FILE STATUS IS WS-STATUS-DEPT.
000743     SELECT CNTA-FILE ASSIGN TO "CNTAFILE"
000744         ORGANIZATION IS INDEXED
000745         ACCESS MODE IS RANDOM
000745         RECORD KEY IS CNTA-CODIGO
000746         FILE STATUS IS WS-STATUS-CNTA.
000747     SELECT CAPT-FILE ASSIGN TO "CAPTFILE"
000748         ORGANIZATION IS SEQUENTIAL
000749         FILE STATUS IS WS-STATUS-CAPT.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
001000     RECORD CONTAINS 170 CHARACTERS.
001010 COPY SEGREC.
001020
001021 FD  DEPT-FILE
001021     LABEL RECORDS ARE STANDARD
001022     RECORD CONTAINS 80 CHARACTERS.
001022 COPY DEPTREC.
001023
001024 FD  CNTA-FILE
001024     LABEL RECORDS ARE STANDARD
001025     RECORD CONTAINS 50 CHARACTERS.
001025 COPY CNTAREC.
001026
001027 FD  CAPT-FILE
001027     LABEL RECORDS ARE STANDARD
001028     RECORD CONTAINS 40 CHARACTERS.
001028 COPY TRANREC.
001029
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------------
001050* CAMPOS DE ENTRADA DO PAR CORRENTE
001560         88  WS-OPER-VALIDO     VALUE 'S'.
001570     05  WS-ARQS-ABERTOS-SW     PIC X(01) VALUE 'N'.
001580         88  WS-ARQS-ABERTOS    VALUE 'S'.
001581     05  WS-MODO-SW             PIC X(01) VALUE SPACE.
001581         88  WS-MODO-SOMA       VALUE 'S'.
001582         88  WS-MODO-CAPTURA    VALUE 'C'.
001582     05  WS-CNTA-ABERTO-SW      PIC X(01) VALUE 'N'.
001583         88  WS-CNTA-ABERTO     VALUE 'S'.
001584     05  WS-DEPT-ACHADO-SW      PIC X(01) VALUE 'N'.
001584         88  WS-DEPT-ACHADO     VALUE 'S'.
001585     05  WS-FIM-DEPT-SW         PIC X(01) VALUE 'N'.
001586         88  WS-FIM-DEPT        VALUE 'S'.
001586     05  WS-CONTA-SW            PIC X(01) VALUE 'N'.
001587         88  WS-CONTA-VALIDA    VALUE 'S'.
001588         88  WS-CONTA-DESCARTADA VALUE 'D'.
001588     05  WS-LOTE-GRAVADO-SW     PIC X(01) VALUE 'N'.
001589         88  WS-LOTE-GRAVADO    VALUE 'S'.
001590
001600*----------------------------------------------------------------
001610* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
001930*----------------------------------------------------------------
001940 01  WS-OPERADOR-ID             PIC X(08).
001950
001951*----------------------------------------------------------------
001951* MODO DE CAPTURA DE LOTE DEPARTAMENTAL - AS LINHAS FICAM NA
001951* TABELA ATE O FECHAMENTO, QUANDO O LOTE E GRAVADO INTEIRO
001951* (HEADER, DETALHES NAO ANULADOS E TRAILER) NO CAPTFILE. UMA
001951* LINHA ANULADA CONTINUA NA TABELA, MARCADA, PARA QUE A
001951* NUMERACAO MOSTRADA AO OPERADOR NAO MUDE.
001952*----------------------------------------------------------------
001952 77  WS-STATUS-DEPT             PIC X(02) VALUE "00".
001952 77  WS-STATUS-CNTA             PIC X(02) VALUE "00".
001952 77  WS-STATUS-CAPT             PIC X(02) VALUE "00".
001952 77  WS-DEPTO-LOTE              PIC X(04) VALUE SPACES.
001952 77  WS-NOME-DEPTO-LOTE         PIC X(30) VALUE SPACES.
001953 77  WS-DATA-LOTE               PIC 9(08) VALUE ZEROS.
001953 77  WS-COMANDO                 PIC X(01) VALUE SPACE.
001953 77  WS-CONFIRMA                PIC X(01) VALUE SPACE.
001953 77  WS-ENTRADA-CONTA           PIC X(08) VALUE SPACES.
001953 77  WS-ENTRADA-LINHA           PIC X(03) VALUE SPACES.
001953 77  WS-MAX-LINHAS              PIC 9(03) VALUE 500.
001954 77  WS-QTDE-LINHAS             PIC 9(03) VALUE ZEROS.
001954 77  WS-IX-LINHA                PIC 9(03) VALUE ZEROS.
001954 77  WS-QTDE-ATIVAS             PIC 9(07) VALUE ZEROS.
001954 77  WS-QTDE-ANULADAS           PIC 9(03) VALUE ZEROS.
001954 77  WS-QTDE-GRAVADAS           PIC 9(07) VALUE ZEROS.
001954 77  WS-HASH-LOTE               PIC 9(11)V99 VALUE ZEROS.
001955 77  WS-TOTAL-LOTE              PIC S9(11)V99
001955     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001955
001955 01  WS-TABELA-LOTE.
001955     05  WS-LINHA-LOTE OCCURS 500 TIMES.
001955         10  WS-LIN-NUMERO-1    PIC 9(07)V99.
001956         10  WS-LIN-SINAL-1     PIC X(01).
001956         10  WS-LIN-NUMERO-2    PIC 9(07)V99.
001956         10  WS-LIN-SINAL-2     PIC X(01).
001956         10  WS-LIN-CONTA       PIC X(08).
001956         10  WS-LIN-SOMA        PIC S9(8)V99
001956             SIGN IS TRAILING SEPARATE CHARACTER.
001957         10  WS-LIN-ANULADA-SW  PIC X(01).
001957             88  WS-LIN-ANULADA VALUE 'S'.
001957
001957*----------------------------------------------------------------
001957* IMAGEM DO LOTE GRAVADA NO JORNAL DE SEGURANCA NO FECHAMENTO
001957* OU NA DESISTENCIA DO LOTE
001958*----------------------------------------------------------------
001958 01  WS-SEG-IMAGEM-LOTE.
001958     05  WS-SIL-DEPTO           PIC X(04).
001958     05  WS-SIL-DATA            PIC 9(08).
001958     05  WS-SIL-QTDE-REG        PIC 9(07).
001958     05  WS-SIL-HASH-TOTAL      PIC 9(11)V99.
001959     05  WS-SIL-TOTAL           PIC S9(11)V99
001959         SIGN IS TRAILING SEPARATE CHARACTER.
001959     05  WS-SIL-QTDE-ANULADAS   PIC 9(03).
001959     05  FILLER                 PIC X(11).
001959
001960 PROCEDURE DIVISION.
001970*----------------------------------------------------------------
001980 0000-MAINLINE.
001990*----------------------------------------------------------------
002000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002010     IF WS-MODO-CAPTURA
002020         PERFORM 3000-CAPTURAR-LINHA THRU 3000-EXIT
002021             UNTIL WS-FIM-SESSAO
002022     ELSE
002023         PERFORM 2000-PROCESSAR-PAR THRU 2000-EXIT
002024             UNTIL WS-FIM-SESSAO
002025     END-IF.
002030     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
002040     STOP RUN.
002050
002220     PERFORM 1200-OBTER-OPERADOR THRU 1200-EXIT
002230         UNTIL WS-OPER-VALIDO.
002240     CLOSE OPER-FILE.
002241     MOVE SPACE TO WS-MODO-SW.
002242     PERFORM 1100-OBTER-MODO THRU 1100-EXIT
002243         UNTIL WS-MODO-SOMA OR WS-MODO-CAPTURA.
002244     IF WS-MODO-CAPTURA
002245         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
002246         IF WS-FIM-SESSAO
002247             GO TO 1000-EXIT
002248         END-IF
002249     END-IF.
002250     OPEN EXTEND EXCEPTION-FILE.
002260     OPEN EXTEND AUDIT-FILE.
002270     SET WS-ARQS-ABERTOS TO TRUE.
002520 1050-EXIT.
002530     EXIT.
002540
002541*----------------------------------------------------------------
002541* 1100-OBTER-MODO - PERGUNTA AO OPERADOR SE A SESSAO E DE SOMA
002542*                   SIMPLES OU DE CAPTURA DE LOTE DEPARTAMENTAL
002542*----------------------------------------------------------------
002543 1100-OBTER-MODO.
002543     DISPLAY "Modo (S = soma simples, C = captura de lote) [S]: "
002544             WITH NO ADVANCING.
002544     ACCEPT WS-MODO-SW.
002545     IF WS-MODO-SW = SPACE
002545         MOVE 'S' TO WS-MODO-SW
002546     END-IF.
002546     IF NOT WS-MODO-SOMA AND NOT WS-MODO-CAPTURA
002547         DISPLAY "*** MODO INVALIDO [" WS-MODO-SW
002547                 "] - USE S OU C ***"
002548     END-IF.
002548 1100-EXIT.
002549     EXIT.
002549
002550*----------------------------------------------------------------
002560* 1200-OBTER-OPERADOR - LE O ID DO OPERADOR DIRETO PELA CHAVE
002570*                       DO CADASTRO INDEXADO E RECUSA OPERADOR
002890 1200-EXIT.
002900     EXIT.
002910
002911*----------------------------------------------------------------
002911* 1300-ABRIR-LOTE - ABRE O CADASTRO DE CONTAS E OBTEM O
002911*                   DEPARTAMENTO DO LOTE A CAPTURAR. SEM
002911*                   CADASTRO DE CONTAS OU DE DEPARTAMENTOS A
002911*                   CAPTURA NAO E POSSIVEL E A SESSAO TERMINA.
002911*----------------------------------------------------------------
002911 1300-ABRIR-LOTE.
002911     OPEN INPUT CNTA-FILE.
002911     IF WS-STATUS-CNTA NOT = "00"
002911         DISPLAY "*** CADASTRO DE CONTAS VAZIO OU AUSENTE ["
002911                 WS-STATUS-CNTA "] - CAPTURA NAO DISPONIVEL ***"
002912         SET WS-FIM-SESSAO TO TRUE
002912         GO TO 1300-EXIT
002912     END-IF.
002912     SET WS-CNTA-ABERTO TO TRUE.
002912     MOVE 'N' TO WS-DEPT-ACHADO-SW.
002912     PERFORM 1350-OBTER-DEPTO THRU 1350-EXIT
002912         UNTIL WS-DEPT-ACHADO OR WS-FIM-SESSAO.
002912     IF WS-FIM-SESSAO
002912         GO TO 1300-EXIT
002912     END-IF.
002912     IF WS-DATA-EXECUCAO = ZEROS
002913         ACCEPT WS-DATA-LOTE FROM DATE YYYYMMDD
002913     ELSE
002913         MOVE WS-DATA-EXECUCAO TO WS-DATA-LOTE
002913     END-IF.
002913     MOVE ZEROS TO WS-QTDE-LINHAS.
002913     MOVE ZEROS TO WS-QTDE-ATIVAS.
002913     MOVE ZEROS TO WS-QTDE-ANULADAS.
002913     MOVE ZEROS TO WS-HASH-LOTE.
002913     MOVE ZEROS TO WS-TOTAL-LOTE.
002913     DISPLAY "Lote do departamento " WS-DEPTO-LOTE " - "
002914             WS-NOME-DEPTO-LOTE " aberto em " WS-DATA-LOTE.
002914 1300-EXIT.
002914     EXIT.
002914
002914*----------------------------------------------------------------
002914* 1350-OBTER-DEPTO - LE O CODIGO DO DEPARTAMENTO DO LOTE E O
002914*                    VALIDA CONTRA O CADASTRO DE DEPARTAMENTOS
002914*----------------------------------------------------------------
002914 1350-OBTER-DEPTO.
002914     DISPLAY "Departamento do lote (em branco para desistir): "
002914             WITH NO ADVANCING.
002915     MOVE SPACES TO WS-DEPTO-LOTE.
002915     ACCEPT WS-DEPTO-LOTE.
002915     IF WS-DEPTO-LOTE = SPACES
002915         DISPLAY "*** CAPTURA ABANDONADA PELO OPERADOR ***"
002915         SET WS-FIM-SESSAO TO TRUE
002915         GO TO 1350-EXIT
002915     END-IF.
002915     PERFORM 1400-PROCURAR-DEPTO THRU 1400-EXIT.
002915     IF NOT WS-DEPT-ACHADO AND NOT WS-FIM-SESSAO
002915         DISPLAY "*** DEPARTAMENTO [" WS-DEPTO-LOTE
002915                 "] DESCONHECIDO OU INATIVO ***"
002916     END-IF.
002916 1350-EXIT.
002916     EXIT.
002916
002916*----------------------------------------------------------------
002916* 1400-PROCURAR-DEPTO - VARRE O CADASTRO DE DEPARTAMENTOS A
002916*                       PROCURA DO DEPARTAMENTO ATIVO
002916*                       WS-DEPTO-LOTE
002916*----------------------------------------------------------------
002916 1400-PROCURAR-DEPTO.
002917     MOVE 'N' TO WS-DEPT-ACHADO-SW.
002917     MOVE 'N' TO WS-FIM-DEPT-SW.
002917     OPEN INPUT DEPT-FILE.
002917     IF WS-STATUS-DEPT NOT = "00"
002917         DISPLAY "*** CADASTRO DE DEPARTAMENTOS VAZIO OU "
002917                 "AUSENTE - CAPTURA NAO DISPONIVEL ***"
002917         SET WS-FIM-SESSAO TO TRUE
002917         GO TO 1400-EXIT
002917     END-IF.
002917     PERFORM 1450-LER-DEPTO THRU 1450-EXIT
002917         UNTIL WS-FIM-DEPT OR WS-DEPT-ACHADO.
002918     CLOSE DEPT-FILE.
002918 1400-EXIT.
002918     EXIT.
002918
002918*----------------------------------------------------------------
002918* 1450-LER-DEPTO - LE UM REGISTRO DO CADASTRO DE DEPARTAMENTOS E
002918*                  ACUSA O DEPARTAMENTO PROCURADO, SE ATIVO
002918*----------------------------------------------------------------
002918 1450-LER-DEPTO.
002918     READ DEPT-FILE
002918         AT END
002919             SET WS-FIM-DEPT TO TRUE
002919             GO TO 1450-EXIT
002919     END-READ.
002919     IF DEPT-CODIGO = WS-DEPTO-LOTE AND DEPT-ATIVO
002919         SET WS-DEPT-ACHADO TO TRUE
002919         MOVE DEPT-NOME TO WS-NOME-DEPTO-LOTE
002919     END-IF.
002919 1450-EXIT.
002919     EXIT.
002919
002920*----------------------------------------------------------------
002930* 2000-PROCESSAR-PAR - LE UM PAR, SOMA E ACUMULA NO TOTAL GERAL
002940*----------------------------------------------------------------
003670                 "] - DIGITE APENAS NUMEROS ***"
003680         MOVE "NUMERO-1" TO WS-EXCP-CAMPO
003690         MOVE WS-ENTRADA-1 TO WS-EXCP-VALOR
003700         IF NOT WS-MODO-CAPTURA
003703             PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT
003706         END-IF
003710         GO TO 2100-EXIT
003720     END-IF.
003730
004090                 "] - USE + OU - ***"
004100         MOVE "SINAL-1" TO WS-EXCP-CAMPO
004110         MOVE WS-SINAL-1 TO WS-EXCP-VALOR
004120         IF NOT WS-MODO-CAPTURA
004123             PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT
004126         END-IF
004130     END-IF.
004140 2150-EXIT.
004150     EXIT.
004320                 "] - DIGITE APENAS NUMEROS ***"
004330         MOVE "NUMERO-2" TO WS-EXCP-CAMPO
004340         MOVE WS-ENTRADA-2 TO WS-EXCP-VALOR
004350         IF NOT WS-MODO-CAPTURA
004353             PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT
004356         END-IF
004360         GO TO 2200-EXIT
004370     END-IF.
004380
004680                 "] - USE + OU - ***"
004690         MOVE "SINAL-2" TO WS-EXCP-CAMPO
004700         MOVE WS-SINAL-2 TO WS-EXCP-VALOR
004710         IF NOT WS-MODO-CAPTURA
004713             PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT
004716         END-IF
004720     END-IF.
004730 2250-EXIT.
004740     EXIT.
004890     ACCEPT AUDIT-HORA-EXECUCAO FROM TIME.
004900     MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID.
004910     MOVE SPACES TO AUDIT-CONTA.
004915     MOVE SPACES TO AUDIT-DEPTO.
004920     WRITE AUDIT-RECORD.
004930 2800-EXIT.
004940     EXIT.
005340     MOVE ZEROS TO EXCP-NUMERO-REGISTRO.
005350     MOVE WS-IMAGEM-TRAN TO EXCP-IMAGEM-TRAN.
005360     MOVE 'A' TO EXCP-STATUS-SW.
005365     MOVE SPACES TO EXCP-DEPTO.
005370     MOVE SPACES TO EXCP-OPER-RESOLUCAO.
005380     MOVE ZEROS TO EXCP-DATA-RESOLUCAO.
005390     IF WS-DATA-EXECUCAO = ZEROS
005460 2900-EXIT.
005470     EXIT.
005480
005481*----------------------------------------------------------------
005481* 3000-CAPTURAR-LINHA - LE E EXECUTA UM COMANDO DO MODO DE
005481*                       CAPTURA DE LOTE
005481*----------------------------------------------------------------
005481 3000-CAPTURAR-LINHA.
005481     DISPLAY "Comando (L = lançar linha, A = anular linha, "
005481             "F = fechar lote, X = desistir) [L]: "
005481             WITH NO ADVANCING.
005481     MOVE SPACE TO WS-COMANDO.
005481     ACCEPT WS-COMANDO.
005481     IF WS-COMANDO = SPACE
005481         MOVE 'L' TO WS-COMANDO
005481     END-IF.
005481     EVALUATE WS-COMANDO
005481         WHEN 'L'
005481             PERFORM 3100-LANCAR-LINHA THRU 3100-EXIT
005481         WHEN 'A'
005481             PERFORM 3500-ANULAR-LINHA THRU 3500-EXIT
005481         WHEN 'F'
005481             PERFORM 3700-FECHAR-LOTE THRU 3700-EXIT
005481         WHEN 'X'
005481             PERFORM 3800-DESISTIR-LOTE THRU 3800-EXIT
005481         WHEN OTHER
005481             DISPLAY "*** COMANDO INVALIDO [" WS-COMANDO
005481                     "] - USE L, A, F OU X ***"
005481     END-EVALUATE.
005481 3000-EXIT.
005481     EXIT.
005481
005481*----------------------------------------------------------------
005481* 3100-LANCAR-LINHA - LE UMA LINHA DE DETALHE (PAR DE VALORES
005481*                     COM SINAL E CONTA) E A ACRESCENTA AO LOTE.
005481*                     A SENTINELA NO PRIMEIRO NUMERO FECHA O
005482*                     LOTE, COMO O COMANDO F.
005482*----------------------------------------------------------------
005482 3100-LANCAR-LINHA.
005482     IF WS-QTDE-LINHAS NOT < WS-MAX-LINHAS
005482         DISPLAY "*** LOTE CHEIO (" WS-MAX-LINHAS
005482                 " LINHAS) - FECHE O LOTE E ABRA OUTRO ***"
005482         GO TO 3100-EXIT
005482     END-IF.
005482     MOVE SPACES TO WS-IMAGEM-TRAN.
005482     MOVE 'D' TO WS-IMG-TIPO-REG.
005482     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005482     PERFORM 2100-OBTER-NUMERO-1 THRU 2100-EXIT
005482         UNTIL WS-CAMPO-VALIDO.
005482     IF WS-FIM-SESSAO
005482         MOVE 'N' TO WS-FIM-SESSAO-SW
005482         PERFORM 3700-FECHAR-LOTE THRU 3700-EXIT
005482         GO TO 3100-EXIT
005482     END-IF.
005482
005482     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005482     PERFORM 2200-OBTER-NUMERO-2 THRU 2200-EXIT
005482         UNTIL WS-CAMPO-VALIDO.
005482
005482     MOVE 'N' TO WS-CONTA-SW.
005482     PERFORM 3200-OBTER-CONTA THRU 3200-EXIT
005482         UNTIL WS-CONTA-VALIDA OR WS-CONTA-DESCARTADA.
005482     IF WS-CONTA-DESCARTADA
005482         GO TO 3100-EXIT
005482     END-IF.
005482
005482     COMPUTE SOMA = NUMERO-1 + NUMERO-2.
005482     ADD 1 TO WS-QTDE-LINHAS.
005482     MOVE WS-QTDE-LINHAS TO WS-IX-LINHA.
005483     MOVE WS-MAGNITUDE-1 TO WS-LIN-NUMERO-1 (WS-IX-LINHA).
005483     MOVE WS-SINAL-1 TO WS-LIN-SINAL-1 (WS-IX-LINHA).
005483     MOVE WS-MAGNITUDE-2 TO WS-LIN-NUMERO-2 (WS-IX-LINHA).
005483     MOVE WS-SINAL-2 TO WS-LIN-SINAL-2 (WS-IX-LINHA).
005483     MOVE WS-ENTRADA-CONTA TO WS-LIN-CONTA (WS-IX-LINHA).
005483     MOVE SOMA TO WS-LIN-SOMA (WS-IX-LINHA).
005483     MOVE 'N' TO WS-LIN-ANULADA-SW (WS-IX-LINHA).
005483     ADD 1 TO WS-QTDE-ATIVAS.
005483     ADD WS-MAGNITUDE-1 WS-MAGNITUDE-2 TO WS-HASH-LOTE.
005483     ADD SOMA TO WS-TOTAL-LOTE.
005483
005483     DISPLAY "Linha " WS-IX-LINHA " conta " WS-ENTRADA-CONTA
005483             " soma " SOMA " " WS-LABEL-UNIDADE.
005483     PERFORM 3900-EXIBIR-TOTAIS THRU 3900-EXIT.
005483 3100-EXIT.
005483     EXIT.
005483
005483*----------------------------------------------------------------
005483* 3200-OBTER-CONTA - LE A CONTA DA LINHA E A VALIDA DIRETO PELA
005483*                    CHAVE NO CADASTRO DE CONTAS. CONTA EM
005483*                    BRANCO DESCARTA A LINHA.
005483*----------------------------------------------------------------
005483 3200-OBTER-CONTA.
005483     DISPLAY "Conta da linha (em branco descarta a linha): "
005483             WITH NO ADVANCING.
005483     MOVE SPACES TO WS-ENTRADA-CONTA.
005483     ACCEPT WS-ENTRADA-CONTA.
005483     IF WS-ENTRADA-CONTA = SPACES
005483         DISPLAY "*** LINHA DESCARTADA ***"
005483         SET WS-CONTA-DESCARTADA TO TRUE
005483         GO TO 3200-EXIT
005483     END-IF.
005483     MOVE WS-ENTRADA-CONTA TO CNTA-CODIGO.
005484     READ CNTA-FILE
005484         INVALID KEY
005484             DISPLAY "*** CONTA [" WS-ENTRADA-CONTA
005484                     "] NAO CADASTRADA ***"
005484             GO TO 3200-EXIT
005484     END-READ.
005484     IF NOT CNTA-ATIVA
005484         DISPLAY "*** CONTA [" WS-ENTRADA-CONTA "] INATIVA ***"
005484         GO TO 3200-EXIT
005484     END-IF.
005484     SET WS-CONTA-VALIDA TO TRUE.
005484 3200-EXIT.
005484     EXIT.
005484
005484*----------------------------------------------------------------
005484* 3500-ANULAR-LINHA - ANULA UMA LINHA JA LANCADA NO LOTE, PELO
005484*                     NUMERO MOSTRADO NO LANCAMENTO, E RETIRA O
005484*                     SEU VALOR DOS TOTAIS DO LOTE
005484*----------------------------------------------------------------
005484 3500-ANULAR-LINHA.
005484     IF WS-QTDE-ATIVAS = ZEROS
005484         DISPLAY "*** NENHUMA LINHA A ANULAR ***"
005484         GO TO 3500-EXIT
005484     END-IF.
005484     DISPLAY "Número da linha a anular: " WITH NO ADVANCING.
005484     MOVE SPACES TO WS-ENTRADA-LINHA.
005484     ACCEPT WS-ENTRADA-LINHA.
005484     MOVE WS-ENTRADA-LINHA TO WS-ENTRADA-AJUSTE.
005484     PERFORM 2070-AJUSTAR-VALOR THRU 2070-EXIT.
005484     IF WS-ENTRADA-AJUSTE IS NOT NUMERIC
005484         DISPLAY "*** NUMERO DE LINHA INVALIDO ["
005484                 WS-ENTRADA-LINHA "] ***"
005484         GO TO 3500-EXIT
005485     END-IF.
005485     MOVE WS-ENTRADA-AJUSTE TO WS-DIGITOS-ENTRADA.
005485     IF WS-DIGITOS-ENTRADA = ZEROS
005485        OR WS-DIGITOS-ENTRADA > WS-QTDE-LINHAS
005485         DISPLAY "*** LINHA [" WS-ENTRADA-LINHA
005485                 "] INEXISTENTE NO LOTE ***"
005485         GO TO 3500-EXIT
005485     END-IF.
005485     MOVE WS-DIGITOS-ENTRADA TO WS-IX-LINHA.
005485     IF WS-LIN-ANULADA (WS-IX-LINHA)
005485         DISPLAY "*** LINHA " WS-IX-LINHA " JA ANULADA ***"
005485         GO TO 3500-EXIT
005485     END-IF.
005485     DISPLAY "Linha " WS-IX-LINHA " conta "
005485             WS-LIN-CONTA (WS-IX-LINHA) " soma "
005485             WS-LIN-SOMA (WS-IX-LINHA).
005485     DISPLAY "Confirma a anulação da linha (S/N) [N]: "
005485             WITH NO ADVANCING.
005485     MOVE SPACE TO WS-CONFIRMA.
005485     ACCEPT WS-CONFIRMA.
005485     IF WS-CONFIRMA NOT = 'S'
005485         DISPLAY "*** ANULACAO CANCELADA ***"
005485         GO TO 3500-EXIT
005485     END-IF.
005485     SET WS-LIN-ANULADA (WS-IX-LINHA) TO TRUE.
005485     SUBTRACT 1 FROM WS-QTDE-ATIVAS.
005485     ADD 1 TO WS-QTDE-ANULADAS.
005485     SUBTRACT WS-LIN-NUMERO-1 (WS-IX-LINHA)
005485              WS-LIN-NUMERO-2 (WS-IX-LINHA) FROM WS-HASH-LOTE.
005485     SUBTRACT WS-LIN-SOMA (WS-IX-LINHA) FROM WS-TOTAL-LOTE.
005485     DISPLAY "Linha " WS-IX-LINHA " anulada.".
005485     PERFORM 3900-EXIBIR-TOTAIS THRU 3900-EXIT.
005485 3500-EXIT.
005486     EXIT.
005486
005486*----------------------------------------------------------------
005486* 3700-FECHAR-LOTE - GRAVA O LOTE INTEIRO NO ARQUIVO DE CAPTURA
005486*                    (HEADER, DETALHES NAO ANULADOS E TRAILER
005486*                    COM CONTAGEM E HASH-TOTAL), REGISTRA O
005486*                    FECHAMENTO NO JORNAL DE SEGURANCA E
005486*                    ENCERRA A SESSAO. O ARQUIVO SO E ABERTO NO
005486*                    FECHAMENTO, PARA QUE UM LOTE INCOMPLETO
005486*                    NUNCA CHEGUE AO LOTE NOTURNO.
005486*----------------------------------------------------------------
005486 3700-FECHAR-LOTE.
005486     IF WS-QTDE-ATIVAS = ZEROS
005486         DISPLAY "*** LOTE SEM LINHAS ATIVAS - NADA A GRAVAR ***"
005486         MOVE "LOTE-DESIS" TO WS-SEG-EVENTO
005486         PERFORM 3850-REGISTRAR-LOTE THRU 3850-EXIT
005486         SET WS-FIM-SESSAO TO TRUE
005486         GO TO 3700-EXIT
005486     END-IF.
005486     OPEN EXTEND CAPT-FILE.
005486     IF WS-STATUS-CAPT = "35"
005486         OPEN OUTPUT CAPT-FILE
005486     END-IF.
005486     IF WS-STATUS-CAPT NOT = "00"
005486         DISPLAY "*** ARQUIVO DE CAPTURA INDISPONIVEL ["
005486                 WS-STATUS-CAPT "] - LOTE NAO FECHADO ***"
005486         GO TO 3700-EXIT
005486     END-IF.
005486
005486     MOVE SPACES TO TRAN-RECORD.
005486     MOVE 'H' TO TRAN-TIPO-REG.
005486     MOVE WS-DEPTO-LOTE TO TRAN-HDR-DEPTO.
005486     MOVE WS-DATA-LOTE TO TRAN-HDR-DATA.
005487     WRITE TRAN-RECORD.
005487
005487     MOVE ZEROS TO WS-QTDE-GRAVADAS.
005487     MOVE 1 TO WS-IX-LINHA.
005487     PERFORM 3750-GRAVAR-DETALHE THRU 3750-EXIT
005487         UNTIL WS-IX-LINHA > WS-QTDE-LINHAS.
005487
005487     MOVE SPACES TO TRAN-RECORD.
005487     MOVE 'T' TO TRAN-TIPO-REG.
005487     MOVE WS-DEPTO-LOTE TO TRAN-TRL-DEPTO.
005487     MOVE WS-QTDE-GRAVADAS TO TRAN-TRL-QTDE-REG.
005487     MOVE WS-HASH-LOTE TO TRAN-TRL-HASH-TOTAL.
005487     WRITE TRAN-RECORD.
005487     CLOSE CAPT-FILE.
005487
005487     SET WS-LOTE-GRAVADO TO TRUE.
005487     DISPLAY "Lote do departamento " WS-DEPTO-LOTE
005487             " fechado e gravado para o lote noturno.".
005487     MOVE "LOTE-FECH" TO WS-SEG-EVENTO.
005487     PERFORM 3850-REGISTRAR-LOTE THRU 3850-EXIT.
005487     SET WS-FIM-SESSAO TO TRUE.
005487 3700-EXIT.
005487     EXIT.
005487
005487*----------------------------------------------------------------
005487* 3750-GRAVAR-DETALHE - GRAVA UMA LINHA NAO ANULADA DA TABELA
005487*                       COMO REGISTRO DE DETALHE DO LOTE
005487*----------------------------------------------------------------
005487 3750-GRAVAR-DETALHE.
005487     IF NOT WS-LIN-ANULADA (WS-IX-LINHA)
005487         MOVE SPACES TO TRAN-RECORD
005487         MOVE 'D' TO TRAN-TIPO-REG
005487         MOVE WS-LIN-NUMERO-1 (WS-IX-LINHA) TO TRAN-NUMERO-1
005488         MOVE WS-LIN-SINAL-1 (WS-IX-LINHA) TO TRAN-SINAL-1
005488         MOVE WS-LIN-NUMERO-2 (WS-IX-LINHA) TO TRAN-NUMERO-2
005488         MOVE WS-LIN-SINAL-2 (WS-IX-LINHA) TO TRAN-SINAL-2
005488         MOVE WS-LIN-CONTA (WS-IX-LINHA) TO TRAN-CONTA
005488         MOVE WS-OPERADOR-ID TO TRAN-OPERADOR-ID
005488         WRITE TRAN-RECORD
005488         ADD 1 TO WS-QTDE-GRAVADAS
005488     END-IF.
005488     ADD 1 TO WS-IX-LINHA.
005488 3750-EXIT.
005488     EXIT.
005488
005488*----------------------------------------------------------------
005488* 3800-DESISTIR-LOTE - DESCARTA O LOTE INTEIRO, APOS CONFIRMACAO,
005488*                      SEM GRAVAR NADA NO ARQUIVO DE CAPTURA
005488*----------------------------------------------------------------
005488 3800-DESISTIR-LOTE.
005488     DISPLAY "Confirma a desistência do lote - nenhuma linha "
005488             "será gravada (S/N) [N]: " WITH NO ADVANCING.
005488     MOVE SPACE TO WS-CONFIRMA.
005488     ACCEPT WS-CONFIRMA.
005488     IF WS-CONFIRMA NOT = 'S'
005488         DISPLAY "*** DESISTENCIA CANCELADA ***"
005488         GO TO 3800-EXIT
005488     END-IF.
005488     DISPLAY "*** LOTE DESCARTADO - NADA GRAVADO ***".
005488     MOVE "LOTE-DESIS" TO WS-SEG-EVENTO.
005488     PERFORM 3850-REGISTRAR-LOTE THRU 3850-EXIT.
005488     SET WS-FIM-SESSAO TO TRUE.
005488 3800-EXIT.
005488     EXIT.
005488
005488*----------------------------------------------------------------
005489* 3850-REGISTRAR-LOTE - REGISTRA NO JORNAL DE SEGURANCA O
005489*                       FECHAMENTO OU A DESISTENCIA DO LOTE
005489*                       (EVENTO JA MOVIDO PARA WS-SEG-EVENTO),
005489*                       COM O ID DO OPERADOR E A IMAGEM DO LOTE
005489*----------------------------------------------------------------
005489 3850-REGISTRAR-LOTE.
005489     MOVE 'P' TO WS-SEG-RESULTADO.
005489     MOVE WS-OPERADOR-ID TO WS-SEG-OPERADOR.
005489     MOVE SPACES TO WS-SEG-ANTES.
005489     MOVE SPACES TO WS-SEG-IMAGEM-LOTE.
005489     MOVE WS-DEPTO-LOTE TO WS-SIL-DEPTO.
005489     MOVE WS-DATA-LOTE TO WS-SIL-DATA.
005489     MOVE WS-QTDE-ATIVAS TO WS-SIL-QTDE-REG.
005489     MOVE WS-HASH-LOTE TO WS-SIL-HASH-TOTAL.
005489     MOVE WS-TOTAL-LOTE TO WS-SIL-TOTAL.
005489     MOVE WS-QTDE-ANULADAS TO WS-SIL-QTDE-ANULADAS.
005489     MOVE WS-SEG-IMAGEM-LOTE TO WS-SEG-DEPOIS.
005489     PERFORM 2950-REGISTRAR-SEGURANCA THRU 2950-EXIT.
005489 3850-EXIT.
005489     EXIT.
005489
005489*----------------------------------------------------------------
005489* 3900-EXIBIR-TOTAIS - EXIBE OS TOTAIS CORRENTES DO LOTE
005489*----------------------------------------------------------------
005489 3900-EXIBIR-TOTAIS.
005489     DISPLAY "Lote " WS-DEPTO-LOTE ": linhas " WS-QTDE-ATIVAS
005489             " anuladas " WS-QTDE-ANULADAS " hash "
005489             WS-HASH-LOTE.
005489     DISPLAY "Total do lote ................ " WS-TOTAL-LOTE
005489             " " WS-LABEL-UNIDADE.
005489 3900-EXIT.
005489     EXIT.
005489
005490*----------------------------------------------------------------
005500* 9000-ENCERRAR - EXIBE O TOTAL GERAL DA SESSAO E FINALIZA
005510*----------------------------------------------------------------
005540         CLOSE EXCEPTION-FILE
005550         CLOSE AUDIT-FILE
005560     END-IF.
005562     IF WS-CNTA-ABERTO
005564         CLOSE CNTA-FILE
005566     END-IF.
005570     DISPLAY "----------------------------------------".
005571     IF WS-MODO-CAPTURA
005572         PERFORM 3900-EXIBIR-TOTAIS THRU 3900-EXIT
005573         IF NOT WS-LOTE-GRAVADO
005574             DISPLAY "*** NENHUM LOTE GRAVADO NESTA SESSAO ***"
005575         END-IF
005576         GO TO 9000-EXIT
005577     END-IF.
005580     DISPLAY "Pares processados nesta sessão : "
005590             WS-QTDE-PARES.
005600     DISPLAY "Total geral da sessão .......... "
