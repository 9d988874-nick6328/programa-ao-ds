000252* 2026-09-02 EPD    A VALIDACAO DE CONTA PASSA A LER O CADASTRO
000254*                   DE CONTAS (AGORA INDEXADO POR CNTA-CODIGO)
000256*                   DIRETO PELA CHAVE, COMO NO SOMABAT.
000257* 2026-10-15 EPD    APONTA NO RELATORIO DE CRITICA, COMO
000257*                   DUPLICADO, O DETALHE CUJA ASSINATURA
000257*                   (DEPARTAMENTO, CONTA, SOMA COM SINAL E DATA DO
000257*                   MOVIMENTO) JA CONSTA NO HISTORICO DE PARES
000258*                   POSTADOS (DUPFILE) DENTRO DA JANELA DE DIAS DO
000258*                   PARMFILE, OU SE REPETE NO PROPRIO ARQUIVO,
000258*                   SALVO EM LOTE COM DUPLICIDADE ESPERADA NO
000258*                   CABECALHO.
000259* 2026-10-15 EPD    LE O CONTROLE DE EXECUCAO (RUNCFILE) E
000259*                   DESPREZA AS ASSINATURAS DE LOTE CUJO ULTIMO
000259*                   STATUS E ESTORNADO (E), COMO NO SOMABAT.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000450     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STATUS-PARM.
000471     SELECT DUP-FILE ASSIGN TO "DUPFILE"
000472         ORGANIZATION IS SEQUENTIAL
000473         FILE STATUS IS WS-STATUS-DUP.
000474     SELECT RUNC-FILE ASSIGN TO "RUNCFILE"
000475         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS WS-STATUS-RUNC.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000730     RECORD CONTAINS 50 CHARACTERS.
000740 COPY PARMREC.
000750
000751 FD  DUP-FILE
000751     LABEL RECORDS ARE STANDARD
000752     RECORD CONTAINS 60 CHARACTERS.
000753 COPY DUPREC.
000754
000755 FD  RUNC-FILE
000756     LABEL RECORDS ARE STANDARD
000757     RECORD CONTAINS 80 CHARACTERS.
000758 COPY RUNCREC.
000759
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* CONTADORES DA CRITICA
001240         10  WS-TAB-DEPT-CODIGO PIC X(04).
001250         10  WS-TAB-DEPT-NOME   PIC X(30).
001260
001261*----------------------------------------------------------------
001261* DETECCAO DE DUPLICIDADE (DUPFILE) - JANELA EM DIAS E REGRA DE
001261* COMPARACAO DO PARMFILE, ASSINATURA DO DETALHE CORRENTE E TABELA
001261* DAS ASSINATURAS POSTADAS NA JANELA (COMPLETADA COM OS DETALHES
001261* SEM ERRO DO PROPRIO ARQUIVO), COMO NO SOMABAT
001261*----------------------------------------------------------------
001261 77  WS-STATUS-DUP              PIC X(02) VALUE "00".
001262 77  WS-DUP-DIAS                PIC 9(02) VALUE ZEROS.
001262 77  WS-DUP-REGRA               PIC X(01) VALUE 'S'.
001262     88  WS-DUP-COM-DATA        VALUE 'C'.
001262 77  WS-DIAS-LIMITE-DUP         PIC 9(08) VALUE ZEROS.
001262 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001262 77  WS-QTDE-LOTES-RUNC         PIC 9(04) VALUE ZEROS.
001262 77  WS-IX-RUNC                 PIC 9(04) VALUE ZEROS.
001263 77  WS-RUNC-LOTE-PROC          PIC X(08) VALUE SPACES.
001263 77  WS-QTDE-ASSINATURAS        PIC 9(05) VALUE ZEROS.
001263 77  WS-IX-DUP                  PIC 9(05) VALUE ZEROS.
001263 77  WS-QTDE-DUP-SUSPEITOS      PIC 9(07) VALUE ZEROS.
001263 77  WS-LOTE-DATA-MOV           PIC 9(08) VALUE ZEROS.
001263 77  WS-LOTE-DUP-SW             PIC X(01) VALUE SPACE.
001263     88  WS-LOTE-DUP-ESPERADA   VALUE 'S'.
001264 77  WS-VALOR-1                 PIC S9(07)V99 VALUE ZEROS.
001264 77  WS-VALOR-2                 PIC S9(07)V99 VALUE ZEROS.
001264 01  WS-ASSINATURA.
001264     05  WS-ASS-DEPTO           PIC X(04).
001264     05  WS-ASS-CONTA           PIC X(08).
001264     05  WS-ASS-SOMA            PIC S9(09)V99
001264         SIGN IS TRAILING SEPARATE CHARACTER.
001265     05  WS-ASS-DATA-MOV        PIC 9(08).
001265     05  WS-ASS-BATCH-ID        PIC X(08).
001265 01  WS-TAB-ASSINATURA.
001265     05  WS-TAB-ASS-ENT OCCURS 5000 TIMES.
001265         10  WS-TAB-ASS-DEPTO   PIC X(04).
001265         10  WS-TAB-ASS-CONTA   PIC X(08).
001265         10  WS-TAB-ASS-SOMA    PIC S9(09)V99
001266             SIGN IS TRAILING SEPARATE CHARACTER.
001266         10  WS-TAB-ASS-DATA-MOV
001266                                PIC 9(08).
001266         10  WS-TAB-ASS-BATCH-ID
001266                                PIC X(08).
001266 01  WS-TAB-RUNC.
001266     05  WS-TAB-RUNC-ENT OCCURS 2000 TIMES.
001267         10  WS-TAB-RUNC-BATCH  PIC X(08).
001267         10  WS-TAB-RUNC-STATUS PIC X(01).
001267
001267*----------------------------------------------------------------
001267* CALCULO DE DIAS CORRIDOS - CONVERTE UMA DATA AAAAMMDD EM UM
001267* NUMERO SERIAL DE DIAS PARA MEDIR A JANELA DE DUPLICIDADE
001267*----------------------------------------------------------------
001268 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
001268 01  FILLER REDEFINES WS-DATA-CALC.
001268     05  WS-CALC-ANO            PIC 9(04).
001268     05  WS-CALC-MES            PIC 9(02).
001268     05  WS-CALC-DIA            PIC 9(02).
001268 77  WS-DIAS-CALC               PIC 9(08) VALUE ZEROS.
001268 77  WS-RESTO-CALC              PIC 9(04) VALUE ZEROS.
001269 77  WS-QUOCIENTE-CALC          PIC 9(04) VALUE ZEROS.
001269 01  WS-DIAS-ACUMULADOS-VAL     PIC X(36) VALUE
001269     "000031059090120151181212243273304334".
001269 01  FILLER REDEFINES WS-DIAS-ACUMULADOS-VAL.
001269     05  WS-DIAS-ACUM-MES       PIC 9(03) OCCURS 12 TIMES.
001269
001270*----------------------------------------------------------------
001280* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO RELATORIO
001290*----------------------------------------------------------------
001980         88  WS-DET-VALIDO      VALUE 'S'.
001990     05  WS-TEM-ERRO-SW         PIC X(01) VALUE 'N'.
002000         88  WS-TEM-ERRO        VALUE 'S'.
002001     05  WS-DUP-ATIVO-SW        PIC X(01) VALUE 'N'.
002001         88  WS-DUP-ATIVO       VALUE 'S'.
002002     05  WS-FIM-DUP-SW          PIC X(01) VALUE 'N'.
002003         88  WS-FIM-DUP         VALUE 'S'.
002004     05  WS-DUP-ACHADO-SW       PIC X(01) VALUE 'N'.
002004         88  WS-DUP-ACHADO      VALUE 'S'.
002005     05  WS-TAB-DUP-CHEIA-SW    PIC X(01) VALUE 'N'.
002006         88  WS-TAB-DUP-CHEIA   VALUE 'S'.
002007     05  WS-FIM-RUNC-SW         PIC X(01) VALUE 'N'.
002007         88  WS-FIM-RUNC        VALUE 'S'.
002008     05  WS-RUNC-ACHADO-SW      PIC X(01) VALUE 'N'.
002009         88  WS-RUNC-ACHADO     VALUE 'S'.
002010
002020 PROCEDURE DIVISION.
002030*----------------------------------------------------------------
002250     END-IF.
002260     PERFORM 1200-ABRIR-CONTAS THRU 1200-EXIT.
002270     PERFORM 1210-CARREGAR-DEPTOS THRU 1210-EXIT.
002272     IF WS-DUP-ATIVO
002274         PERFORM 1800-CARREGAR-HISTORICO-DUP THRU 1800-EXIT
002276     END-IF.
002280     OPEN INPUT TRAN-FILE.
002290     OPEN OUTPUT RELATORIO-FILE.
002300     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
002470             GO TO 1050-EXIT
002480     END-READ.
002490     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
002491     IF PARM-DUP-DIAS IS NUMERIC AND PARM-DUP-DIAS > ZEROS
002492         MOVE PARM-DUP-DIAS TO WS-DUP-DIAS
002493         SET WS-DUP-ATIVO TO TRUE
002494         IF PARM-DUP-COM-DATA
002495             MOVE 'C' TO WS-DUP-REGRA
002496         END-IF
002497     END-IF.
002500     CLOSE PARM-FILE.
002510 1050-EXIT.
002520     EXIT.
003330 1260-EXIT.
003340     EXIT.
003350
003351*----------------------------------------------------------------
003351* 1700-CARREGAR-RUN-CONTROL - CARREGA NA TABELA O STATUS MAIS
003351*                             RECENTE DE CADA LOTE DO CONTROLE DE
003351*                             EXECUCAO; SEM O ARQUIVO, NENHUMA
003351*                             ASSINATURA E DESPREZADA POR ESTORNO
003351*----------------------------------------------------------------
003351 1700-CARREGAR-RUN-CONTROL.
003351     MOVE 'N' TO WS-FIM-RUNC-SW.
003351     OPEN INPUT RUNC-FILE.
003351     IF WS-STATUS-RUNC NOT = "00"
003351         DISPLAY "*** CONTROLE DE EXECUCAO INDISPONIVEL ["
003351                 WS-STATUS-RUNC "] - LOTES ESTORNADOS NAO SERAO "
003351                 "DESPREZADOS NO HISTORICO ***"
003351         GO TO 1700-EXIT
003351     END-IF.
003352     PERFORM 1750-LER-RUN-CONTROL THRU 1750-EXIT
003352         UNTIL WS-FIM-RUNC.
003352     CLOSE RUNC-FILE.
003352 1700-EXIT.
003352     EXIT.
003352
003352*----------------------------------------------------------------
003352* 1750-LER-RUN-CONTROL - LE UM EVENTO DO CONTROLE DE EXECUCAO E
003352*                        GUARDA O STATUS NA ENTRADA DO LOTE,
003352*                        INCLUINDO-A NO PRIMEIRO EVENTO
003352*----------------------------------------------------------------
003352 1750-LER-RUN-CONTROL.
003352     READ RUNC-FILE
003352         AT END
003352             SET WS-FIM-RUNC TO TRUE
003353             GO TO 1750-EXIT
003353     END-READ.
003353     MOVE RUNC-BATCH-ID TO WS-RUNC-LOTE-PROC.
003353     PERFORM 1760-PROCURAR-LOTE-RUNC THRU 1760-EXIT.
003353     IF NOT WS-RUNC-ACHADO
003353         IF WS-QTDE-LOTES-RUNC < 2000
003353             ADD 1 TO WS-QTDE-LOTES-RUNC
003353             MOVE WS-QTDE-LOTES-RUNC TO WS-IX-RUNC
003353             MOVE RUNC-BATCH-ID TO WS-TAB-RUNC-BATCH (WS-IX-RUNC)
003353         ELSE
003353             DISPLAY "*** TABELA DE LOTES DO CONTROLE DE "
003353                     "EXECUCAO ESGOTADA ***"
003353             GO TO 1750-EXIT
003353         END-IF
003353     END-IF.
003354     MOVE RUNC-STATUS TO WS-TAB-RUNC-STATUS (WS-IX-RUNC).
003354 1750-EXIT.
003354     EXIT.
003354
003354*----------------------------------------------------------------
003354* 1760-PROCURAR-LOTE-RUNC - PROCURA O BATCH-ID WS-RUNC-LOTE-PROC
003354*                           NA TABELA DE LOTES DO CONTROLE DE
003354*                           EXECUCAO
003354*----------------------------------------------------------------
003354 1760-PROCURAR-LOTE-RUNC.
003354     MOVE 1 TO WS-IX-RUNC.
003354     MOVE 'N' TO WS-RUNC-ACHADO-SW.
003354     PERFORM 1765-COMPARAR-LOTE-RUNC THRU 1765-EXIT
003354         UNTIL WS-RUNC-ACHADO OR WS-IX-RUNC > WS-QTDE-LOTES-RUNC.
003354 1760-EXIT.
003355     EXIT.
003355
003355*----------------------------------------------------------------
003355* 1765-COMPARAR-LOTE-RUNC - COMPARA O BATCH-ID PROCURADO COM UMA
003355*                           ENTRADA DA TABELA DE LOTES
003355*----------------------------------------------------------------
003355 1765-COMPARAR-LOTE-RUNC.
003355     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) = WS-RUNC-LOTE-PROC
003355         SET WS-RUNC-ACHADO TO TRUE
003355     ELSE
003355         ADD 1 TO WS-IX-RUNC
003355     END-IF.
003355 1765-EXIT.
003355     EXIT.
003355
003356*----------------------------------------------------------------
003356* 1800-CARREGAR-HISTORICO-DUP - CARREGA NA TABELA AS ASSINATURAS
003356*                               DO HISTORICO POSTADAS DENTRO DA
003356*                               JANELA DE DIAS, CONTADA A PARTIR
003356*                               DA DATA DA CRITICA, SALVO AS DE
003356*                               LOTE JA ESTORNADO
003356*----------------------------------------------------------------
003356 1800-CARREGAR-HISTORICO-DUP.
003356     PERFORM 1700-CARREGAR-RUN-CONTROL THRU 1700-EXIT.
003356     MOVE WS-DATA-CRITICA TO WS-DATA-CALC.
003356     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
003356     COMPUTE WS-DIAS-LIMITE-DUP = WS-DIAS-CALC - WS-DUP-DIAS.
003356     OPEN INPUT DUP-FILE.
003356     IF WS-STATUS-DUP NOT = "00"
003356         DISPLAY "*** HISTORICO DE DUPLICIDADE INDISPONIVEL ["
003357                 WS-STATUS-DUP "] - SO SERAO APONTADOS "
003357                 "DUPLICADOS DO PROPRIO ARQUIVO ***"
003357         GO TO 1800-EXIT
003357     END-IF.
003357     PERFORM 1850-LER-HISTORICO-DUP THRU 1850-EXIT
003357         UNTIL WS-FIM-DUP.
003357     CLOSE DUP-FILE.
003357 1800-EXIT.
003357     EXIT.
003357
003357*----------------------------------------------------------------
003357* 1850-LER-HISTORICO-DUP - LE UMA ASSINATURA DO HISTORICO E A
003357*                          GUARDA NA TABELA SE FOI POSTADA DENTRO
003357*                          DA JANELA E O LOTE NAO FOI ESTORNADO
003357*----------------------------------------------------------------
003358 1850-LER-HISTORICO-DUP.
003358     READ DUP-FILE
003358         AT END
003358             SET WS-FIM-DUP TO TRUE
003358             GO TO 1850-EXIT
003358     END-READ.
003358     IF DUP-DATA-POSTAGEM IS NOT NUMERIC
003358         GO TO 1850-EXIT
003358     END-IF.
003358     MOVE DUP-BATCH-ID TO WS-RUNC-LOTE-PROC.
003358     PERFORM 1760-PROCURAR-LOTE-RUNC THRU 1760-EXIT.
003358     IF WS-RUNC-ACHADO
003358        AND WS-TAB-RUNC-STATUS (WS-IX-RUNC) = 'E'
003358         GO TO 1850-EXIT
003358     END-IF.
003359     MOVE DUP-DATA-POSTAGEM TO WS-DATA-CALC.
003359     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
003359     IF WS-DIAS-CALC < WS-DIAS-LIMITE-DUP
003359         GO TO 1850-EXIT
003359     END-IF.
003359     MOVE DUP-DEPTO TO WS-ASS-DEPTO.
003359     MOVE DUP-CONTA TO WS-ASS-CONTA.
003359     MOVE DUP-SOMA TO WS-ASS-SOMA.
003359     MOVE DUP-DATA-MOVIMENTO TO WS-ASS-DATA-MOV.
003359     MOVE DUP-BATCH-ID TO WS-ASS-BATCH-ID.
003359     PERFORM 2480-GUARDAR-ASSINATURA THRU 2480-EXIT.
003359 1850-EXIT.
003359     EXIT.
003359
003360*----------------------------------------------------------------
003370* 2000-PROCESSAR-REGISTRO - DESPACHA O REGISTRO CORRENTE PELO
003380*                           TIPO E LE O PROXIMO
004300*----------------------------------------------------------------
004310 2210-ABRIR-LOTE.
004320     MOVE TRAN-HDR-DEPTO TO WS-HDR-DEPTO-NOVO.
004321     IF TRAN-HDR-DATA IS NUMERIC
004322         MOVE TRAN-HDR-DATA TO WS-LOTE-DATA-MOV
004323     ELSE
004324         MOVE ZEROS TO WS-LOTE-DATA-MOV
004325     END-IF.
004326     MOVE TRAN-HDR-DUP-SW TO WS-LOTE-DUP-SW.
004330     IF WS-LOTE-ABERTO
004340         MOVE "LT-SEM-TRL" TO WS-MOTIVO-LOTE
004350         PERFORM 2400-REPORTAR-LOTE THRU 2400-EXIT
005390             END-IF
005400         END-IF
005410     END-IF.
005412     IF WS-DET-VALIDO AND WS-DUP-ATIVO
005414         PERFORM 2450-VERIFICAR-DUPLICIDADE THRU 2450-EXIT
005416     END-IF.
005420     IF WS-DET-VALIDO
005430         ADD 1 TO WS-QTDE-DET-OK
005440     END-IF.
005780 2400-EXIT.
005790     EXIT.
005800
005801*----------------------------------------------------------------
005801* 2450-VERIFICAR-DUPLICIDADE - PROCURA A ASSINATURA DO DETALHE NA
005801*                              TABELA E APONTA COMO DUPLICADO
005801*                              (VALOR = BATCH-ID DA POSTAGEM
005801*                              ORIGINAL, OU DESTA CRITICA) O QUE
005801*                              JA CONSTA, SALVO EM LOTE COM
005801*                              DUPLICIDADE ESPERADA; O DETALHE
005801*                              SEM DUPLICIDADE ENTRA NA TABELA
005801*----------------------------------------------------------------
005801 2450-VERIFICAR-DUPLICIDADE.
005801     PERFORM 2460-MONTAR-ASSINATURA THRU 2460-EXIT.
005801     MOVE 'N' TO WS-DUP-ACHADO-SW.
005802     MOVE 1 TO WS-IX-DUP.
005802     PERFORM 2455-COMPARAR-ASSINATURA THRU 2455-EXIT
005802         UNTIL WS-DUP-ACHADO OR WS-IX-DUP > WS-QTDE-ASSINATURAS.
005802     IF NOT WS-DUP-ACHADO
005802        OR (WS-LOTE-ABERTO AND WS-LOTE-DUP-ESPERADA)
005802         PERFORM 2480-GUARDAR-ASSINATURA THRU 2480-EXIT
005802         GO TO 2450-EXIT
005802     END-IF.
005802     MOVE "DUPLICADO" TO WS-ERRO-CAMPO.
005802     MOVE WS-TAB-ASS-BATCH-ID (WS-IX-DUP) TO WS-ERRO-VALOR.
005802     PERFORM 2950-REPORTAR-ERRO THRU 2950-EXIT.
005803     ADD 1 TO WS-QTDE-DUP-SUSPEITOS.
005803     MOVE 'N' TO WS-DET-VALIDO-SW.
005803 2450-EXIT.
005803     EXIT.
005803
005803*----------------------------------------------------------------
005803* 2455-COMPARAR-ASSINATURA - COMPARA A ASSINATURA DO DETALHE COM
005803*                            UMA ENTRADA DA TABELA, PELA MESMA
005803*                            REGRA DO SOMABAT
005803*----------------------------------------------------------------
005803 2455-COMPARAR-ASSINATURA.
005804     IF WS-TAB-ASS-SOMA (WS-IX-DUP) = WS-ASS-SOMA
005804        AND WS-TAB-ASS-CONTA (WS-IX-DUP) = WS-ASS-CONTA
005804        AND (WS-ASS-DEPTO = SPACES
005804             OR WS-TAB-ASS-DEPTO (WS-IX-DUP) = SPACES
005804             OR WS-TAB-ASS-DEPTO (WS-IX-DUP) = WS-ASS-DEPTO)
005804        AND (NOT WS-DUP-COM-DATA
005804             OR WS-ASS-DATA-MOV = ZEROS
005804             OR WS-TAB-ASS-DATA-MOV (WS-IX-DUP) = ZEROS
005804             OR WS-TAB-ASS-DATA-MOV (WS-IX-DUP) = WS-ASS-DATA-MOV)
005804         SET WS-DUP-ACHADO TO TRUE
005804     ELSE
005805         ADD 1 TO WS-IX-DUP
005805     END-IF.
005805 2455-EXIT.
005805     EXIT.
005805
005805*----------------------------------------------------------------
005805* 2460-MONTAR-ASSINATURA - APLICA OS SINAIS AO PAR, CALCULA A SOMA
005805*                          E MONTA A ASSINATURA DO DETALHE; O
005805*                          DETALHE AVULSO NAO TEM DEPARTAMENTO
005805*                          NEM DATA DO MOVIMENTO
005805*----------------------------------------------------------------
005806 2460-MONTAR-ASSINATURA.
005806     IF TRAN-SINAL-1 = '-'
005806         COMPUTE WS-VALOR-1 = TRAN-NUMERO-1 * -1
005806     ELSE
005806         MOVE TRAN-NUMERO-1 TO WS-VALOR-1
005806     END-IF.
005806     IF TRAN-SINAL-2 = '-'
005806         COMPUTE WS-VALOR-2 = TRAN-NUMERO-2 * -1
005806     ELSE
005806         MOVE TRAN-NUMERO-2 TO WS-VALOR-2
005806     END-IF.
005807     COMPUTE WS-ASS-SOMA = WS-VALOR-1 + WS-VALOR-2.
005807     IF WS-LOTE-ABERTO
005807         MOVE WS-LOTE-DEPTO TO WS-ASS-DEPTO
005807         MOVE WS-LOTE-DATA-MOV TO WS-ASS-DATA-MOV
005807     ELSE
005807         MOVE SPACES TO WS-ASS-DEPTO
005807         MOVE ZEROS TO WS-ASS-DATA-MOV
005807     END-IF.
005807     MOVE TRAN-CONTA TO WS-ASS-CONTA.
005807     MOVE "CRITICA" TO WS-ASS-BATCH-ID.
005807 2460-EXIT.
005808     EXIT.
005808
005808*----------------------------------------------------------------
005808* 2480-GUARDAR-ASSINATURA - ACRESCENTA A ASSINATURA MONTADA A
005808*                           TABELA; COM A TABELA CHEIA, AVISA UMA
005808*                           VEZ E AS DEMAIS NAO SAO COMPARADAS
005808*----------------------------------------------------------------
005808 2480-GUARDAR-ASSINATURA.
005808     IF WS-QTDE-ASSINATURAS < 5000
005808         ADD 1 TO WS-QTDE-ASSINATURAS
005808         MOVE WS-ASSINATURA
005809             TO WS-TAB-ASS-ENT (WS-QTDE-ASSINATURAS)
005809         GO TO 2480-EXIT
005809     END-IF.
005809     IF NOT WS-TAB-DUP-CHEIA
005809         SET WS-TAB-DUP-CHEIA TO TRUE
005809         DISPLAY "*** TABELA DE ASSINATURAS CHEIA (5000) - A "
005809                 "CRITICA DE DUPLICIDADE FICA PARCIAL ***"
005809     END-IF.
005809 2480-EXIT.
005809     EXIT.
005809
005810*----------------------------------------------------------------
005820* 2760-ESCREVER-LINHA-RPT - GRAVA A LINHA DE RELATORIO MONTADA,
005830*                           SALTANDO DE PAGINA E REPETINDO O
006330 2950-EXIT.
006340     EXIT.
006350
006351*----------------------------------------------------------------
006351* 7000-CALCULAR-DIAS - CONVERTE A DATA AAAAMMDD EM WS-DATA-CALC
006351*                      PARA O SERIAL DE DIAS WS-DIAS-CALC
006351*                      (CONTAGEM DE DIAS CORRIDOS COM AJUSTE DE
006352*                      ANO BISSEXTO)
006352*----------------------------------------------------------------
006352 7000-CALCULAR-DIAS.
006352     COMPUTE WS-DIAS-CALC =
006353         WS-CALC-ANO * 365
006353         + WS-CALC-ANO / 4
006353         - WS-CALC-ANO / 100
006353         + WS-CALC-ANO / 400
006354         + WS-DIAS-ACUM-MES (WS-CALC-MES)
006354         + WS-CALC-DIA.
006354     IF WS-CALC-MES > 2
006354         GO TO 7000-EXIT
006355     END-IF.
006355     DIVIDE WS-CALC-ANO BY 4
006355         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
006355     IF WS-RESTO-CALC NOT = ZERO
006356         GO TO 7000-EXIT
006356     END-IF.
006356     DIVIDE WS-CALC-ANO BY 100
006356         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
006357     IF WS-RESTO-CALC NOT = ZERO
006357         SUBTRACT 1 FROM WS-DIAS-CALC
006357         GO TO 7000-EXIT
006357     END-IF.
006358     DIVIDE WS-CALC-ANO BY 400
006358         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
006358     IF WS-RESTO-CALC = ZERO
006358         SUBTRACT 1 FROM WS-DIAS-CALC
006359     END-IF.
006359 7000-EXIT.
006359     EXIT.
006359
006360*----------------------------------------------------------------
006370* 9000-ENCERRAR - REPORTA UM LOTE AINDA ABERTO, IMPRIME OS
006380*                 TOTAIS DA CRITICA E FECHA OS ARQUIVOS
006670     MOVE WS-QTDE-DET-ERRO TO WS-TOT-RPT-QTDE.
006680     MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO.
006690     PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT.
006691     IF WS-DUP-ATIVO
006692         MOVE "SUSPEITAS DE DUPLICIDADE ......." TO
006693             WS-TOT-RPT-LITERAL
006694         MOVE WS-QTDE-DUP-SUSPEITOS TO WS-TOT-RPT-QTDE
006695         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
006696         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
006697     END-IF.
006700     CLOSE TRAN-FILE.
006705     IF WS-CNTA-ABERTA
006706         CLOSE CNTA-FILE
006780             WS-QTDE-LOTES-ERRO.
006790     DISPLAY "Erros reportados ............... "
006800             WS-QTDE-DET-ERRO.
006802     IF WS-DUP-ATIVO
006804         DISPLAY "Suspeitas de duplicidade ....... "
006806                 WS-QTDE-DUP-SUSPEITOS
006808     END-IF.
006810 9000-EXIT.
006820     EXIT.
