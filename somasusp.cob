000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMASUSP.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - LIMPEZA DA CONTA DE
000130*                   SUSPENSO. LISTA COM A IDADE EM DIAS CADA
000140*                   ITEM AINDA ABERTO NO ARQUIVO DE SUSPENSO
000150*                   (SUSPFILE, GRAVADO PELO SOMABAT) E PERMITE
000160*                   AO SUPERVISOR (NIVEL 2) RECLASSIFICAR O ITEM
000170*                   PARA UMA CONTA VALIDA DO CADASTRO. CADA
000180*                   RECLASSIFICACAO GERA DOIS DETALHES NO FEED
000190*                   DE RECLASSIFICACAO (RECLFILE, LAYOUT
000200*                   IFACEREC) - A CREDITO DA CONTA DE DESTINO E
000210*                   A DEBITO DA CONTA DE SUSPENSO - SOB UM
000220*                   BATCH-ID PROPRIO (AAAAMM + 'S' +
000230*                   SEQUENCIAL), CARIMBA O ITEM COMO
000240*                   RECLASSIFICADO (R) E GRAVA O EVENTO NO
000250*                   JORNAL DE SEGURANCA. O RECLFILE ENTRA NA
000260*                   PROXIMA CONSOLIDACAO DO SOMACONS COMO MAIS
000270*                   UM ARQUIVO DE INTERFACE.
000280* 2026-10-15 EPD    RECUSA A SESSAO (RC 12) QUANDO O RECLFILE
000290*                   AINDA GUARDA UM LOTE DE RECLASSIFICACAO NAO
000300*                   POSTADO NO GL, EM VEZ DE TRUNCA-LO. O RECLFILE
000310*                   SO E ABERTO, COM O CABECALHO, NA PRIMEIRA
000320*                   RECLASSIFICACAO DA SESSAO; SESSAO SEM
000330*                   RECLASSIFICACAO NAO O REGRAVA.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-SUSP.
000460     SELECT RECL-FILE ASSIGN TO "RECLFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-STATUS-RECL.
000490     SELECT CNTA-FILE ASSIGN TO "CNTAFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CNTA-CODIGO
000530         FILE STATUS IS WS-STATUS-CNTA.
000540     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS OPER-ID
000580         FILE STATUS IS WS-STATUS-OPER.
000590     SELECT RUNC-FILE ASSIGN TO "RUNCFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-RUNC.
000620     SELECT CAL-FILE ASSIGN TO "CALFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-STATUS-CAL.
000650     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STATUS-SEG.
000680     SELECT RELATORIO-FILE ASSIGN TO "SUSPRPT"
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-STATUS-PARM.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SUSP-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 100 CHARACTERS.
000790 COPY SUSPREC.
000800
000810 FD  RECL-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 60 CHARACTERS.
000840 COPY IFACEREC.
000850
000860 FD  CNTA-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 50 CHARACTERS.
000890 COPY CNTAREC.
000900
000910 FD  OPER-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 60 CHARACTERS.
000940 COPY OPERREC.
000950
000960 FD  RUNC-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 COPY RUNCREC.
001000
001010 FD  CAL-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 40 CHARACTERS.
001040 COPY CALREC.
001050
001060 FD  SEG-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 170 CHARACTERS.
001090 COPY SEGREC.
001100
001110 FD  RELATORIO-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 COPY SOMRPT.
001150
001160 FD  PARM-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 50 CHARACTERS.
001190 COPY PARMREC.
001200
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* CONFIGURACOES LIDAS DO ARQUIVO DE PARAMETROS (SOMAPARM)
001240*----------------------------------------------------------------
001250 77  WS-LABEL-UNIDADE           PIC X(10) VALUE SPACES.
001260 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001270 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001280 77  WS-CONTA-SUSPENSO          PIC X(08) VALUE SPACES.
001290
001300*----------------------------------------------------------------
001310* STATUS DOS ARQUIVOS
001320*----------------------------------------------------------------
001330 77  WS-STATUS-SUSP             PIC X(02) VALUE "00".
001340 77  WS-STATUS-RECL             PIC X(02) VALUE "00".
001350 77  WS-STATUS-CNTA             PIC X(02) VALUE "00".
001360 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
001370 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001380 77  WS-STATUS-CAL              PIC X(02) VALUE "00".
001390 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
001400 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001410
001420*----------------------------------------------------------------
001430* TOTAIS DA SESSAO DE LIMPEZA
001440*----------------------------------------------------------------
001450 77  WS-QTDE-ABERTOS            PIC 9(05) VALUE ZEROS.
001460 77  WS-QTDE-RECLASSIFICADOS    PIC 9(05) VALUE ZEROS.
001470 77  WS-QTDE-PENDENTES          PIC 9(05) VALUE ZEROS.
001480 77  WS-QTDE-JA-TRATADOS        PIC 9(05) VALUE ZEROS.
001490 77  WS-TOTAL-RECLASSIFICADO    PIC S9(11)V99
001500     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001510 77  WS-TOTAL-PENDENTE          PIC S9(11)V99
001520     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001530 77  WS-IDADE-ITEM              PIC S9(05) VALUE ZEROS.
001540 77  WS-IDADE-MAIOR             PIC S9(05) VALUE ZEROS.
001550
001560*----------------------------------------------------------------
001570* SIGN-ON DO SUPERVISOR RESPONSAVEL PELA SESSAO E EVENTO DE
001580* SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
001590*----------------------------------------------------------------
001600 77  WS-OPERADOR-SIGNON         PIC X(08) VALUE SPACES.
001610 01  WS-SEGURANCA.
001620     05  WS-SEG-EVENTO          PIC X(10).
001630     05  WS-SEG-RESULTADO       PIC X(01).
001640     05  WS-SEG-ANTES           PIC X(60).
001650     05  WS-SEG-DEPOIS          PIC X(60).
001660 01  WS-SEG-IMAGEM-RECLASSE.
001670     05  FILLER                 PIC X(05) VALUE "REG ".
001680     05  WS-SIR-REGISTRO        PIC 9(08).
001690     05  FILLER                 PIC X(06) VALUE " ORIG ".
001700     05  WS-SIR-ORIGINAL        PIC X(08).
001710     05  FILLER                 PIC X(06) VALUE " DEST ".
001720     05  WS-SIR-DESTINO         PIC X(08).
001730     05  FILLER                 PIC X(06) VALUE " LOTE ".
001740     05  WS-SIR-LOTE            PIC X(08).
001750     05  FILLER                 PIC X(05) VALUE SPACES.
001760
001770*----------------------------------------------------------------
001780* LOTE DE RECLASSIFICACAO - BATCH-ID NOVO (PERIODO AAAAMM DA
001790* DATA DE EXECUCAO + 'S' + SEQUENCIAL DO MES), NUNCA IGUAL A UM
001800* BATCH-ID NUMERICO DO SOMABAT OU A UM LOTE DE ESTORNO (E)
001810*----------------------------------------------------------------
001820 77  WS-BATCH-RECLASSE          PIC X(08) VALUE SPACES.
001830 77  WS-PERIODO-HOJE            PIC 9(06) VALUE ZEROS.
001840 77  WS-QTDE-RECLASSES-MES      PIC 9(02) VALUE ZEROS.
001850 01  WS-SEQ-RECLASSE-VAL        PIC X(35) VALUE
001860     "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001870 01  FILLER REDEFINES WS-SEQ-RECLASSE-VAL.
001880     05  WS-SEQ-RECLASSE-CAR    PIC X(01) OCCURS 35 TIMES.
001890 77  WS-QTDE-DET-RECLASSE       PIC 9(07) VALUE ZEROS.
001900 77  WS-TOTAL-DET-RECLASSE      PIC S9(11)V99
001910     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001920
001930*----------------------------------------------------------------
001940* LOTE AINDA GUARDADO NO RECLFILE POR UMA SESSAO ANTERIOR E SEU
001950* ULTIMO STATUS NO CONTROLE DE EXECUCAO
001960*----------------------------------------------------------------
001970 77  WS-BATCH-PENDENTE          PIC X(08) VALUE SPACES.
001980 77  WS-STATUS-PENDENTE         PIC X(01) VALUE SPACE.
001990 77  WS-QTDE-DET-PENDENTE       PIC 9(07) VALUE ZEROS.
002000*----------------------------------------------------------------
002010* SITUACAO DA DATA DE EXECUCAO NO CALENDARIO DE POSTAGEM
002020*----------------------------------------------------------------
002030 77  WS-HOJE-DIA-UTIL           PIC X(01) VALUE SPACE.
002040 77  WS-HOJE-PERIODO            PIC X(01) VALUE SPACE.
002050
002060*----------------------------------------------------------------
002070* CALCULO DE DIAS CORRIDOS - CONVERTE UMA DATA AAAAMMDD EM UM
002080* NUMERO SERIAL DE DIAS PARA MEDIR A IDADE DO ITEM EM SUSPENSO
002090*----------------------------------------------------------------
002100 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
002110 01  FILLER REDEFINES WS-DATA-CALC.
002120     05  WS-CALC-ANO            PIC 9(04).
002130     05  WS-CALC-MES            PIC 9(02).
002140     05  WS-CALC-DIA            PIC 9(02).
002150 77  WS-DIAS-CALC               PIC 9(08) VALUE ZEROS.
002160 77  WS-DIAS-HOJE               PIC 9(08) VALUE ZEROS.
002170 77  WS-RESTO-CALC              PIC 9(04) VALUE ZEROS.
002180 77  WS-QUOCIENTE-CALC          PIC 9(04) VALUE ZEROS.
002190 01  WS-DIAS-ACUMULADOS-VAL     PIC X(36) VALUE
002200     "000031059090120151181212243273304334".
002210 01  FILLER REDEFINES WS-DIAS-ACUMULADOS-VAL.
002220     05  WS-DIAS-ACUM-MES       PIC 9(03) OCCURS 12 TIMES.
002230
002240*----------------------------------------------------------------
002250* DIGITACAO DA CONTA DE DESTINO DA RECLASSIFICACAO
002260*----------------------------------------------------------------
002270 01  WS-ENTRADA-CONTA           PIC X(08).
002280 77  WS-CONTA-DESTINO           PIC X(08) VALUE SPACES.
002290
002300 01  WS-SWITCHES.
002310     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
002320         88  WS-OPER-ACHADO     VALUE 'S'.
002330     05  WS-SIGNON-VALIDO-SW    PIC X(01) VALUE 'N'.
002340         88  WS-SIGNON-VALIDO   VALUE 'S'.
002350     05  WS-FIM-ARQUIVO-SW      PIC X(01) VALUE 'N'.
002360         88  WS-FIM-ARQUIVO     VALUE 'S'.
002370     05  WS-FIM-RUNC-SW         PIC X(01) VALUE 'N'.
002380         88  WS-FIM-RUNC        VALUE 'S'.
002390     05  WS-FIM-CAL-SW          PIC X(01) VALUE 'N'.
002400         88  WS-FIM-CAL         VALUE 'S'.
002410     05  WS-DATA-ACHADA-SW      PIC X(01) VALUE 'N'.
002420         88  WS-DATA-ACHADA     VALUE 'S'.
002430     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
002440         88  WS-CAMPO-VALIDO    VALUE 'S'.
002450     05  WS-DESISTENCIA-SW      PIC X(01) VALUE 'N'.
002460         88  WS-DESISTENCIA     VALUE 'S'.
002470     05  WS-RESPOSTA-SW         PIC X(01) VALUE 'N'.
002480         88  WS-RECLASSIFICAR   VALUE 'S'.
002490     05  WS-ARQS-ABERTOS-SW     PIC X(01) VALUE 'N'.
002500         88  WS-ARQS-ABERTOS    VALUE 'S'.
002510     05  WS-RECL-ABERTO-SW      PIC X(01) VALUE 'N'.
002520         88  WS-RECL-ABERTO     VALUE 'S'.
002530     05  WS-FIM-RECL-SW         PIC X(01) VALUE 'N'.
002540         88  WS-FIM-RECL        VALUE 'S'.
002550     05  WS-PAG-TOTAIS-SW       PIC X(01) VALUE 'N'.
002560         88  WS-PAG-TOTAIS      VALUE 'S'.
002570
002580*----------------------------------------------------------------
002590* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO RELATORIO
002600*----------------------------------------------------------------
002610 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
002620 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
002630 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
002640 01  WS-LINHA-IMPRESSAO         PIC X(132).
002650
002660 01  WS-LINHA-CAB-1.
002670     05  FILLER                 PIC X(10) VALUE "SOMASUSP".
002680     05  FILLER                 PIC X(24) VALUE
002690         "ITENS EM SUSPENSO".
002700     05  FILLER                 PIC X(08) VALUE "   DATA ".
002710     05  WS-CAB-DATA            PIC 9(08).
002720     05  FILLER                 PIC X(18) VALUE
002730         "  LOTE RECLASSE ".
002740     05  WS-CAB-LOTE            PIC X(08).
002750     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
002760     05  WS-CAB-PAGINA          PIC ZZZZ9.
002770     05  FILLER                 PIC X(42) VALUE SPACES.
002780
002790 01  WS-LINHA-CAB-2.
002800     05  FILLER                 PIC X(10) VALUE "DATA".
002810     05  FILLER                 PIC X(10) VALUE "LOTE".
002820     05  FILLER                 PIC X(10) VALUE "REGISTRO".
002830     05  FILLER                 PIC X(06) VALUE "DEPTO".
002840     05  FILLER                 PIC X(10) VALUE "CONTA ORIG".
002850     05  FILLER                 PIC X(17) VALUE
002860         "           VALOR".
002870     05  FILLER                 PIC X(07) VALUE "  IDADE".
002880     05  FILLER                 PIC X(16) VALUE
002890         "  SITUACAO".
002900     05  FILLER                 PIC X(10) VALUE "DESTINO".
002910     05  FILLER                 PIC X(36) VALUE SPACES.
002920
002930 01  WS-LINHA-DETALHE.
002940     05  WS-DET-DATA            PIC 9(08).
002950     05  FILLER                 PIC X(02) VALUE SPACES.
002960     05  WS-DET-LOTE            PIC X(08).
002970     05  FILLER                 PIC X(02) VALUE SPACES.
002980     05  WS-DET-REGISTRO        PIC 9(08).
002990     05  FILLER                 PIC X(02) VALUE SPACES.
003000     05  WS-DET-DEPTO           PIC X(04).
003010     05  FILLER                 PIC X(02) VALUE SPACES.
003020     05  WS-DET-CONTA           PIC X(08).
003030     05  FILLER                 PIC X(02) VALUE SPACES.
003040     05  WS-DET-VALOR           PIC +9(11),99.
003050     05  FILLER                 PIC X(02) VALUE SPACES.
003060     05  WS-DET-IDADE           PIC ZZZZ9.
003070     05  FILLER                 PIC X(02) VALUE SPACES.
003080     05  WS-DET-SITUACAO        PIC X(14).
003090     05  FILLER                 PIC X(02) VALUE SPACES.
003100     05  WS-DET-DESTINO         PIC X(08).
003110     05  FILLER                 PIC X(39) VALUE SPACES.
003120
003130 01  WS-LINHA-TOT-QTDE.
003140     05  WS-TQT-LITERAL         PIC X(34).
003150     05  WS-TQT-QTDE            PIC ZZZZZZ9.
003160     05  FILLER                 PIC X(91) VALUE SPACES.
003170
003180 01  WS-LINHA-TOT-VALOR.
003190     05  WS-TVL-LITERAL         PIC X(34).
003200     05  WS-TVL-VALOR           PIC +9(11),99.
003210     05  FILLER                 PIC X(01) VALUE SPACE.
003220     05  WS-TVL-UNIDADE         PIC X(10).
003230     05  FILLER                 PIC X(72) VALUE SPACES.
003240
003250 PROCEDURE DIVISION.
003260*----------------------------------------------------------------
003270 0000-MAINLINE.
003280*----------------------------------------------------------------
003290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003300     PERFORM 2000-PROCESSAR-ITEM THRU 2000-EXIT
003310         UNTIL WS-FIM-ARQUIVO.
003320     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
003330     STOP RUN.
003340
003350*----------------------------------------------------------------
003360* 1000-INICIALIZAR - LE OS PARAMETROS, EXIGE O SIGN-ON DE UM
003370*                    SUPERVISOR, VALIDA A DATA DE EXECUCAO NO
003380*                    CALENDARIO, GERA O BATCH-ID DO LOTE DE
003390*                    RECLASSIFICACAO, RECUSA A SESSAO COM
003400*                    RECLFILE AINDA NAO POSTADO, ABRE OS
003410*                    ARQUIVOS E LE O PRIMEIRO ITEM EM SUSPENSO
003420*----------------------------------------------------------------
003430 1000-INICIALIZAR.
003440     DISPLAY "------------------------------------------------".
003450     DISPLAY "  SOMASUSP - LIMPEZA DA CONTA DE SUSPENSO".
003460     DISPLAY "------------------------------------------------".
003470     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
003480     IF WS-DATA-EXECUCAO = ZEROS
003490         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003500     ELSE
003510         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
003520     END-IF.
003530     MOVE WS-DATA-HOJE TO WS-DATA-CALC.
003540     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
003550     MOVE WS-DIAS-CALC TO WS-DIAS-HOJE.
003560     OPEN INPUT OPER-FILE.
003570     IF WS-STATUS-OPER NOT = "00"
003580         DISPLAY "*** CADASTRO DE OPERADORES VAZIO OU AUSENTE"
003590                 " - SESSAO NAO AUTORIZADA ***"
003600         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
003610     END-IF.
003620     MOVE 'N' TO WS-SIGNON-VALIDO-SW.
003630     PERFORM 1200-OBTER-SIGNON THRU 1200-EXIT
003640         UNTIL WS-SIGNON-VALIDO.
003650     CLOSE OPER-FILE.
003660     OPEN INPUT CNTA-FILE.
003670     IF WS-STATUS-CNTA NOT = "00"
003680         DISPLAY "*** CADASTRO DE CONTAS VAZIO OU AUSENTE ***"
003690         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
003700     END-IF.
003710     PERFORM 1400-VERIFICAR-CALENDARIO THRU 1400-EXIT.
003720     PERFORM 1600-GERAR-BATCH-RECLASSE THRU 1600-EXIT.
003730     PERFORM 1700-VERIFICAR-FEED-ANTERIOR THRU 1700-EXIT.
003740     OPEN I-O SUSP-FILE.
003750     IF WS-STATUS-SUSP NOT = "00"
003760         DISPLAY "*** ARQUIVO DE SUSPENSO VAZIO OU AUSENTE - "
003770                 "NADA A RECLASSIFICAR ***"
003780         SET WS-FIM-ARQUIVO TO TRUE
003790         GO TO 1000-EXIT
003800     END-IF.
003810     OPEN OUTPUT RELATORIO-FILE.
003820     SET WS-ARQS-ABERTOS TO TRUE.
003830     PERFORM 2100-LER-SUSPENSO THRU 2100-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------
003880* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO, O LABEL DA
003890*                       UNIDADE E A CONTA DE SUSPENSO DESIGNADA
003900*                       DO ARQUIVO DE PARAMETROS MANTIDO PELO
003910*                       SOMAPARM. SE O ARQUIVO NAO EXISTIR OU
003920*                       ESTIVER VAZIO, PERMANECEM OS
003930*                       VALORES-PADRAO.
003940*----------------------------------------------------------------
003950 1050-LER-PARAMETROS.
003960     OPEN INPUT PARM-FILE.
003970     IF WS-STATUS-PARM NOT = "00"
003980         GO TO 1050-EXIT
003990     END-IF.
004000     READ PARM-FILE
004010         AT END
004020             CLOSE PARM-FILE
004030             GO TO 1050-EXIT
004040     END-READ.
004050     MOVE PARM-LABEL-UNIDADE TO WS-LABEL-UNIDADE.
004060     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
004070     MOVE PARM-CONTA-SUSPENSO TO WS-CONTA-SUSPENSO.
004080     CLOSE PARM-FILE.
004090 1050-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130* 1200-OBTER-SIGNON - LE O ID DO SUPERVISOR RESPONSAVEL DIRETO
004140*                     PELA CHAVE DO CADASTRO INDEXADO E EXIGE
004150*                     OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO)
004160*                     OU SUPERIOR
004170*----------------------------------------------------------------
004180 1200-OBTER-SIGNON.
004190     DISPLAY "ID DO SUPERVISOR (NIVEL 2) .. " WITH NO ADVANCING.
004200     ACCEPT WS-OPERADOR-SIGNON.
004210     MOVE 'N' TO WS-OPER-ACHADO-SW.
004220     MOVE WS-OPERADOR-SIGNON TO OPER-ID.
004230     READ OPER-FILE
004240         INVALID KEY
004250             CONTINUE
004260         NOT INVALID KEY
004270             SET WS-OPER-ACHADO TO TRUE
004280     END-READ.
004290     MOVE SPACES TO WS-SEG-ANTES.
004300     MOVE SPACES TO WS-SEG-DEPOIS.
004310     MOVE "SIGNON" TO WS-SEG-EVENTO.
004320     IF NOT WS-OPER-ACHADO
004330         DISPLAY "*** OPERADOR DESCONHECIDO ***"
004340         MOVE 'N' TO WS-SEG-RESULTADO
004350         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
004360         GO TO 1200-EXIT
004370     END-IF.
004380     IF NOT OPER-ATIVO
004390         DISPLAY "*** OPERADOR INATIVO ***"
004400         MOVE 'N' TO WS-SEG-RESULTADO
004410         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
004420         GO TO 1200-EXIT
004430     END-IF.
004440     IF OPER-NIVEL < 2
004450         DISPLAY "*** NIVEL DE AUTORIZACAO INSUFICIENTE - "
004460                 "EXIGE NIVEL 2 (SUPERVISAO) ***"
004470         MOVE 'N' TO WS-SEG-RESULTADO
004480         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
004490         GO TO 1200-EXIT
004500     END-IF.
004510     SET WS-SIGNON-VALIDO TO TRUE.
004520     MOVE 'P' TO WS-SEG-RESULTADO.
004530     PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT.
004540 1200-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580* 1400-VERIFICAR-CALENDARIO - PROCURA A DATA DE EXECUCAO NO
004590*                             CALENDARIO DE POSTAGEM E RECUSA A
004600*                             SESSAO EM DATA FORA DO
004610*                             CALENDARIO, DIA NAO UTIL OU
004620*                             PERIODO FECHADO, POIS O LOTE DE
004630*                             RECLASSIFICACAO E LANCADO NESSA
004640*                             DATA; SEM CALENDARIO, SEGUE SEM
004650*                             CONTROLE DE PERIODO
004660*----------------------------------------------------------------
004670 1400-VERIFICAR-CALENDARIO.
004680     MOVE 'N' TO WS-FIM-CAL-SW.
004690     MOVE 'N' TO WS-DATA-ACHADA-SW.
004700     OPEN INPUT CAL-FILE.
004710     IF WS-STATUS-CAL NOT = "00"
004720         DISPLAY "*** CALENDARIO DE POSTAGEM VAZIO OU AUSENTE"
004730                 " - CONTROLE DE PERIODO NAO APLICADO ***"
004740         GO TO 1400-EXIT
004750     END-IF.
004760     PERFORM 1450-LER-CALENDARIO THRU 1450-EXIT
004770         UNTIL WS-FIM-CAL.
004780     CLOSE CAL-FILE.
004790     IF NOT WS-DATA-ACHADA
004800         DISPLAY "*** DATA " WS-DATA-HOJE " FORA DO CALENDARIO"
004810                 " DE POSTAGEM ***"
004820         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
004830     END-IF.
004840     IF WS-HOJE-DIA-UTIL NOT = 'S'
004850         DISPLAY "*** DATA " WS-DATA-HOJE " NAO E DIA UTIL NO"
004860                 " CALENDARIO ***"
004870         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
004880     END-IF.
004890     IF WS-HOJE-PERIODO = 'F'
004900         DISPLAY "*** PERIODO DA DATA " WS-DATA-HOJE " JA "
004910                 "FECHADO PELO FECHAMENTO MENSAL ***"
004920         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
004930     END-IF.
004940 1400-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 1450-LER-CALENDARIO - LE UMA DATA DO CALENDARIO E GUARDA A
004990*                       SITUACAO DA DATA DE EXECUCAO
005000*----------------------------------------------------------------
005010 1450-LER-CALENDARIO.
005020     READ CAL-FILE
005030         AT END
005040             SET WS-FIM-CAL TO TRUE
005050             GO TO 1450-EXIT
005060     END-READ.
005070     IF CAL-DATA = WS-DATA-HOJE
005080         SET WS-DATA-ACHADA TO TRUE
005090         MOVE CAL-DIA-UTIL-SW TO WS-HOJE-DIA-UTIL
005100         MOVE CAL-PERIODO-SW TO WS-HOJE-PERIODO
005110         SET WS-FIM-CAL TO TRUE
005120     END-IF.
005130 1450-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 1600-GERAR-BATCH-RECLASSE - CONTA OS LOTES DE RECLASSIFICACAO
005180*                             JA REGISTRADOS NO PERIODO DA DATA
005190*                             DE EXECUCAO E MONTA O BATCH-ID DO
005200*                             PROXIMO (AAAAMM + 'S' +
005210*                             SEQUENCIAL)
005220*----------------------------------------------------------------
005230 1600-GERAR-BATCH-RECLASSE.
005240     MOVE WS-DATA-HOJE (1:6) TO WS-PERIODO-HOJE.
005250     MOVE ZEROS TO WS-QTDE-RECLASSES-MES.
005260     MOVE 'N' TO WS-FIM-RUNC-SW.
005270     OPEN INPUT RUNC-FILE.
005280     IF WS-STATUS-RUNC = "00"
005290         PERFORM 1650-CONTAR-RECLASSES THRU 1650-EXIT
005300             UNTIL WS-FIM-RUNC
005310         CLOSE RUNC-FILE
005320     END-IF.
005330     IF WS-QTDE-RECLASSES-MES NOT < 35
005340         DISPLAY "*** LIMITE DE LOTES DE RECLASSIFICACAO DO "
005350                 "PERIODO " WS-PERIODO-HOJE " ESGOTADO ***"
005360         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
005370     END-IF.
005380     ADD 1 TO WS-QTDE-RECLASSES-MES.
005390     MOVE WS-PERIODO-HOJE TO WS-BATCH-RECLASSE (1:6).
005400     MOVE 'S' TO WS-BATCH-RECLASSE (7:1).
005410     MOVE WS-SEQ-RECLASSE-CAR (WS-QTDE-RECLASSES-MES)
005420         TO WS-BATCH-RECLASSE (8:1).
005430     DISPLAY "LOTE DE RECLASSIFICACAO ...... " WS-BATCH-RECLASSE.
005440 1600-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 1650-CONTAR-RECLASSES - LE UM EVENTO DO CONTROLE DE EXECUCAO
005490*                         E CONTA O EVENTO (C) DE CADA LOTE DE
005500*                         RECLASSIFICACAO DO PERIODO
005510*----------------------------------------------------------------
005520 1650-CONTAR-RECLASSES.
005530     READ RUNC-FILE
005540         AT END
005550             SET WS-FIM-RUNC TO TRUE
005560             GO TO 1650-EXIT
005570     END-READ.
005580     IF RUNC-COMPLETADO
005590         AND RUNC-BATCH-ID (1:6) = WS-PERIODO-HOJE
005600         AND RUNC-BATCH-ID (7:1) = 'S'
005610         ADD 1 TO WS-QTDE-RECLASSES-MES
005620     END-IF.
005630 1650-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 1700-VERIFICAR-FEED-ANTERIOR - LE O RECLFILE DEIXADO PELA SESSAO
005670*                                ANTERIOR E RECUSA A SESSAO QUANDO
005680*                                ELE TEM DETALHES DE UM LOTE AINDA
005690*                                NAO POSTADO (P) NEM ESTORNADO (E)
005700*                                NO CONTROLE DE EXECUCAO, PARA NAO
005710*                                PERDER UM FEED AINDA NAO
005720*                                CONSOLIDADO
005730*----------------------------------------------------------------
005740 1700-VERIFICAR-FEED-ANTERIOR.
005750     MOVE SPACES TO WS-BATCH-PENDENTE.
005760     MOVE SPACE TO WS-STATUS-PENDENTE.
005770     MOVE ZEROS TO WS-QTDE-DET-PENDENTE.
005780     MOVE 'N' TO WS-FIM-RECL-SW.
005790     OPEN INPUT RECL-FILE.
005800     IF WS-STATUS-RECL NOT = "00"
005810         GO TO 1700-EXIT
005820     END-IF.
005830     PERFORM 1720-LER-FEED-ANTERIOR THRU 1720-EXIT
005840         UNTIL WS-FIM-RECL.
005850     CLOSE RECL-FILE.
005860     IF WS-QTDE-DET-PENDENTE = ZEROS
005870         GO TO 1700-EXIT
005880     END-IF.
005890     MOVE 'N' TO WS-FIM-RUNC-SW.
005900     OPEN INPUT RUNC-FILE.
005910     IF WS-STATUS-RUNC = "00"
005920         PERFORM 1750-LER-STATUS-ANTERIOR THRU 1750-EXIT
005930             UNTIL WS-FIM-RUNC
005940         CLOSE RUNC-FILE
005950     END-IF.
005960     IF WS-STATUS-PENDENTE = 'P' OR WS-STATUS-PENDENTE = 'E'
005970         GO TO 1700-EXIT
005980     END-IF.
005990     DISPLAY "*** RECLFILE AINDA GUARDA O LOTE " WS-BATCH-PENDENTE
006000             " (" WS-QTDE-DET-PENDENTE " DETALHES) NAO POSTADO "
006010             "NO GL ***".
006020     DISPLAY "*** CONSOLIDE O RECLFILE ANTES DE NOVA SESSAO ***".
006030     PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT.
006040 1700-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080* 1720-LER-FEED-ANTERIOR - LE UM REGISTRO DO RECLFILE ANTERIOR,
006090*                          GUARDA O BATCH-ID DO CABECALHO E CONTA
006100*                          OS DETALHES
006110*----------------------------------------------------------------
006120 1720-LER-FEED-ANTERIOR.
006130     READ RECL-FILE
006140         AT END
006150             SET WS-FIM-RECL TO TRUE
006160             GO TO 1720-EXIT
006170     END-READ.
006180     IF IFACE-TIPO-REG = 'H'
006190         MOVE IFACE-HDR-BATCH-ID TO WS-BATCH-PENDENTE
006200     END-IF.
006210     IF IFACE-TIPO-REG = 'D'
006220         ADD 1 TO WS-QTDE-DET-PENDENTE
006230     END-IF.
006240 1720-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 1750-LER-STATUS-ANTERIOR - LE UM EVENTO DO CONTROLE DE EXECUCAO
006290*                            E GUARDA O ULTIMO STATUS DO LOTE DO
006300*                            RECLFILE ANTERIOR
006310*----------------------------------------------------------------
006320 1750-LER-STATUS-ANTERIOR.
006330     READ RUNC-FILE
006340         AT END
006350             SET WS-FIM-RUNC TO TRUE
006360             GO TO 1750-EXIT
006370     END-READ.
006380     IF RUNC-BATCH-ID = WS-BATCH-PENDENTE
006390         MOVE RUNC-STATUS TO WS-STATUS-PENDENTE
006400     END-IF.
006410 1750-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 1900-RECUSAR-SESSAO - ENCERRA A SESSAO RECUSADA COM CODIGO DE
006460*                       RETORNO 12, SEM RECLASSIFICAR NADA
006470*----------------------------------------------------------------
006480 1900-RECUSAR-SESSAO.
006490     DISPLAY "*** SESSAO DE LIMPEZA DO SUSPENSO RECUSADA ***".
006500     MOVE 12 TO RETURN-CODE.
006510     STOP RUN.
006520 1900-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 2000-PROCESSAR-ITEM - CALCULA A IDADE DO ITEM ABERTO CORRENTE
006570*                       (ITEM JA RECLASSIFICADO E PULADO),
006580*                       EXIBE-O, PERGUNTA AO SUPERVISOR SE DEVE
006590*                       RECLASSIFICAR, LISTA O ITEM NO
006600*                       RELATORIO E LE O PROXIMO
006610*----------------------------------------------------------------
006620 2000-PROCESSAR-ITEM.
006630     IF NOT SUSP-ABERTO
006640         ADD 1 TO WS-QTDE-JA-TRATADOS
006650         GO TO 2000-LER
006660     END-IF.
006670     ADD 1 TO WS-QTDE-ABERTOS.
006680     MOVE SUSP-DATA TO WS-DATA-CALC.
006690     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
006700     COMPUTE WS-IDADE-ITEM = WS-DIAS-HOJE - WS-DIAS-CALC.
006710     IF WS-IDADE-ITEM < ZERO
006720         MOVE ZEROS TO WS-IDADE-ITEM
006730     END-IF.
006740     IF WS-IDADE-ITEM > WS-IDADE-MAIOR
006750         MOVE WS-IDADE-ITEM TO WS-IDADE-MAIOR
006760     END-IF.
006770     DISPLAY "------------------------------------------------".
006780     DISPLAY "ITEM " WS-QTDE-ABERTOS " - LOTE " SUSP-BATCH-ID
006790             " REGISTRO " SUSP-NUMERO-REGISTRO.
006800     DISPLAY "DATA / IDADE ..... " SUSP-DATA " / "
006810             WS-IDADE-ITEM " DIA(S)".
006820     DISPLAY "DEPARTAMENTO ..... " SUSP-DEPTO.
006830     DISPLAY "CONTA ORIGINAL ... [" SUSP-CONTA-ORIGINAL "]".
006840     DISPLAY "CONTA SUSPENSO ... " SUSP-CONTA-SUSPENSO.
006850     DISPLAY "VALOR ............ " SUSP-SOMA " "
006860             WS-LABEL-UNIDADE.
006870     DISPLAY "RECLASSIFICAR (S) OU PULAR (N)? "
006880             WITH NO ADVANCING.
006890     ACCEPT WS-RESPOSTA-SW.
006900     MOVE SPACES TO WS-DET-DESTINO.
006910     IF WS-RECLASSIFICAR
006920         PERFORM 3000-RECLASSIFICAR-ITEM THRU 3000-EXIT
006930     END-IF.
006940     IF SUSP-RECLASSIFICADO
006950         MOVE "RECLASSIFICADO" TO WS-DET-SITUACAO
006960         MOVE SUSP-CONTA-DESTINO TO WS-DET-DESTINO
006970     ELSE
006980         MOVE "ABERTO" TO WS-DET-SITUACAO
006990         ADD 1 TO WS-QTDE-PENDENTES
007000         ADD SUSP-SOMA TO WS-TOTAL-PENDENTE
007010     END-IF.
007020     MOVE SUSP-DATA TO WS-DET-DATA.
007030     MOVE SUSP-BATCH-ID TO WS-DET-LOTE.
007040     MOVE SUSP-NUMERO-REGISTRO TO WS-DET-REGISTRO.
007050     MOVE SUSP-DEPTO TO WS-DET-DEPTO.
007060     MOVE SUSP-CONTA-ORIGINAL TO WS-DET-CONTA.
007070     MOVE SUSP-SOMA TO WS-DET-VALOR.
007080     MOVE WS-IDADE-ITEM TO WS-DET-IDADE.
007090     MOVE WS-LINHA-DETALHE TO WS-LINHA-IMPRESSAO.
007100     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
007110 2000-LER.
007120     PERFORM 2100-LER-SUSPENSO THRU 2100-EXIT.
007130 2000-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* 2100-LER-SUSPENSO - LE O PROXIMO REGISTRO DO ARQUIVO DE
007180*                     SUSPENSO
007190*----------------------------------------------------------------
007200 2100-LER-SUSPENSO.
007210     READ SUSP-FILE
007220         AT END
007230             SET WS-FIM-ARQUIVO TO TRUE
007240     END-READ.
007250 2100-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290* 3000-RECLASSIFICAR-ITEM - OBTEM A CONTA DE DESTINO, GRAVA OS
007300*                           DOIS DETALHES DE RECLASSIFICACAO
007310*                           (ABRINDO O RECLFILE NA PRIMEIRA),
007320*                           CARIMBA O ITEM E REGISTRA O EVENTO
007330*                           NO JORNAL DE SEGURANCA
007340*----------------------------------------------------------------
007350 3000-RECLASSIFICAR-ITEM.
007360     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
007370     MOVE 'N' TO WS-DESISTENCIA-SW.
007380     PERFORM 3100-OBTER-CONTA-DESTINO THRU 3100-EXIT
007390         UNTIL WS-CAMPO-VALIDO OR WS-DESISTENCIA.
007400     IF WS-DESISTENCIA
007410         DISPLAY "ITEM PERMANECE EM SUSPENSO."
007420         GO TO 3000-EXIT
007430     END-IF.
007440     MOVE SUSP-RECORD (1:60) TO WS-SEG-ANTES.
007450     IF NOT WS-RECL-ABERTO
007460         PERFORM 3150-ABRIR-RECLASSE THRU 3150-EXIT
007470     END-IF.
007480     PERFORM 3200-GRAVAR-RECLASSE THRU 3200-EXIT.
007490     PERFORM 3800-MARCAR-RECLASSIFICADO THRU 3800-EXIT.
007500     ADD 1 TO WS-QTDE-RECLASSIFICADOS.
007510     ADD SUSP-SOMA TO WS-TOTAL-RECLASSIFICADO.
007520     MOVE SUSP-NUMERO-REGISTRO TO WS-SIR-REGISTRO.
007530     MOVE SUSP-CONTA-ORIGINAL TO WS-SIR-ORIGINAL.
007540     MOVE SUSP-CONTA-DESTINO TO WS-SIR-DESTINO.
007550     MOVE WS-BATCH-RECLASSE TO WS-SIR-LOTE.
007560     MOVE WS-SEG-IMAGEM-RECLASSE TO WS-SEG-DEPOIS.
007570     MOVE "SUSP-RECL" TO WS-SEG-EVENTO.
007580     MOVE 'P' TO WS-SEG-RESULTADO.
007590     PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT.
007600     DISPLAY "ITEM RECLASSIFICADO PARA A CONTA "
007610             SUSP-CONTA-DESTINO ".".
007620 3000-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660* 3100-OBTER-CONTA-DESTINO - LE A CONTA DE DESTINO E A VALIDA
007670*                            DIRETO PELA CHAVE DO CADASTRO DE
007680*                            CONTAS: EXIGE CONTA ATIVA E
007690*                            DIFERENTE DA CONTA DE SUSPENSO; EM
007700*                            BRANCO, DESISTE DA RECLASSIFICACAO
007710*----------------------------------------------------------------
007720 3100-OBTER-CONTA-DESTINO.
007730     DISPLAY "CONTA DE DESTINO (BRANCO DESISTE) .. "
007740             WITH NO ADVANCING.
007750     ACCEPT WS-ENTRADA-CONTA.
007760     IF WS-ENTRADA-CONTA = SPACES
007770         SET WS-DESISTENCIA TO TRUE
007780         GO TO 3100-EXIT
007790     END-IF.
007800     IF WS-ENTRADA-CONTA = SUSP-CONTA-SUSPENSO
007810         OR WS-ENTRADA-CONTA = WS-CONTA-SUSPENSO
007820         DISPLAY "*** A CONTA DE DESTINO NAO PODE SER A CONTA "
007830                 "DE SUSPENSO ***"
007840         GO TO 3100-EXIT
007850     END-IF.
007860     MOVE WS-ENTRADA-CONTA TO CNTA-CODIGO.
007870     READ CNTA-FILE
007880         INVALID KEY
007890             DISPLAY "*** CONTA [" WS-ENTRADA-CONTA
007900                     "] NAO CADASTRADA ***"
007910             GO TO 3100-EXIT
007920     END-READ.
007930     IF NOT CNTA-ATIVA
007940         DISPLAY "*** CONTA [" WS-ENTRADA-CONTA "] INATIVA ***"
007950         GO TO 3100-EXIT
007960     END-IF.
007970     MOVE WS-ENTRADA-CONTA TO WS-CONTA-DESTINO.
007980     SET WS-CAMPO-VALIDO TO TRUE.
007990 3100-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020* 3150-ABRIR-RECLASSE - ABRE O FEED DE RECLASSIFICACAO E GRAVA O
008030*                       CABECALHO COM A DATA E O BATCH-ID DO LOTE
008040*                       DA SESSAO
008050*----------------------------------------------------------------
008060 3150-ABRIR-RECLASSE.
008070     OPEN OUTPUT RECL-FILE.
008080     IF WS-STATUS-RECL NOT = "00"
008090         DISPLAY "*** FEED DE RECLASSIFICACAO (RECLFILE) NAO "
008100                 "PODE SER ABERTO [" WS-STATUS-RECL "] ***"
008110         CLOSE SUSP-FILE
008120         CLOSE RELATORIO-FILE
008130         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
008140     END-IF.
008150     SET WS-RECL-ABERTO TO TRUE.
008160     INITIALIZE IFACE-RECORD.
008170     MOVE 'H' TO IFACE-HDR-TIPO.
008180     MOVE WS-DATA-HOJE TO IFACE-HDR-DATA-EXEC.
008190     MOVE WS-BATCH-RECLASSE TO IFACE-HDR-BATCH-ID.
008200     WRITE IFACE-RECORD.
008210 3150-EXIT.
008220     EXIT.
008230
008240*----------------------------------------------------------------
008250* 3200-GRAVAR-RECLASSE - GRAVA NO FEED DE RECLASSIFICACAO O
008260*                        LANCAMENTO DO VALOR NA CONTA DE
008270*                        DESTINO E O LANCAMENTO DE SINAL
008280*                        INVERTIDO QUE TIRA O VALOR DA CONTA DE
008290*                        SUSPENSO, AMBOS COM O DEPARTAMENTO DO
008300*                        ITEM
008310*----------------------------------------------------------------
008320 3200-GRAVAR-RECLASSE.
008330     INITIALIZE IFACE-RECORD.
008340     MOVE 'D' TO IFACE-DET-TIPO.
008350     MOVE SUSP-SOMA TO IFACE-DET-SOMA.
008360     MOVE WS-CONTA-DESTINO TO IFACE-DET-CONTA.
008370     MOVE WS-BATCH-RECLASSE TO IFACE-DET-BATCH-ID.
008380     MOVE SUSP-DEPTO TO IFACE-DET-DEPTO.
008390     WRITE IFACE-RECORD.
008400     ADD 1 TO WS-QTDE-DET-RECLASSE.
008410     ADD IFACE-DET-SOMA TO WS-TOTAL-DET-RECLASSE.
008420     INITIALIZE IFACE-RECORD.
008430     MOVE 'D' TO IFACE-DET-TIPO.
008440     COMPUTE IFACE-DET-SOMA = SUSP-SOMA * -1.
008450     MOVE SUSP-CONTA-SUSPENSO TO IFACE-DET-CONTA.
008460     MOVE WS-BATCH-RECLASSE TO IFACE-DET-BATCH-ID.
008470     MOVE SUSP-DEPTO TO IFACE-DET-DEPTO.
008480     WRITE IFACE-RECORD.
008490     ADD 1 TO WS-QTDE-DET-RECLASSE.
008500     ADD IFACE-DET-SOMA TO WS-TOTAL-DET-RECLASSE.
008510 3200-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550* 3800-MARCAR-RECLASSIFICADO - CARIMBA NO PROPRIO REGISTRO DE
008560*                              SUSPENSO O STATUS (R), A CONTA DE
008570*                              DESTINO, O SUPERVISOR, A DATA E O
008580*                              LOTE DE RECLASSIFICACAO,
008590*                              REGRAVANDO-O NO LUGAR
008600*----------------------------------------------------------------
008610 3800-MARCAR-RECLASSIFICADO.
008620     MOVE 'R' TO SUSP-STATUS-SW.
008630     MOVE WS-CONTA-DESTINO TO SUSP-CONTA-DESTINO.
008640     MOVE WS-OPERADOR-SIGNON TO SUSP-OPER-RESOLUCAO.
008650     MOVE WS-DATA-HOJE TO SUSP-DATA-RESOLUCAO.
008660     MOVE WS-BATCH-RECLASSE TO SUSP-BATCH-RECLASSE.
008670     REWRITE SUSP-RECORD.
008680     IF WS-STATUS-SUSP NOT = "00"
008690         DISPLAY "*** REGRAVACAO DO ITEM EM SUSPENSO FALHOU ["
008700                 WS-STATUS-SUSP "] ***"
008710     END-IF.
008720 3800-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------
008760* 3950-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
008770*                            MONTADO EM WS-SEGURANCA AO JORNAL
008780*                            PERMANENTE DE SEGURANCA
008790*----------------------------------------------------------------
008800 3950-REGISTRAR-SEGURANCA.
008810     OPEN EXTEND SEG-FILE.
008820     IF WS-STATUS-SEG NOT = "00"
008830         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
008840                 WS-STATUS-SEG "] ***"
008850         GO TO 3950-EXIT
008860     END-IF.
008870     INITIALIZE SEG-RECORD.
008880     MOVE WS-DATA-HOJE TO SEG-DATA.
008890     ACCEPT SEG-HORA FROM TIME.
008900     MOVE "SOMASUSP" TO SEG-PROGRAMA.
008910     MOVE WS-OPERADOR-SIGNON TO SEG-OPERADOR-ID.
008920     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
008930     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
008940     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
008950     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
008960     WRITE SEG-RECORD.
008970     CLOSE SEG-FILE.
008980 3950-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020* 4000-REGISTRAR-CONTROLE - ACRESCENTA AO CONTROLE DE EXECUCAO O
009030*                           EVENTO (C) DO LOTE DE
009040*                           RECLASSIFICACAO, PARA O SOMAGLAK E O
009050*                           SOMASALD O TRATAREM COMO QUALQUER
009060*                           LOTE
009070*----------------------------------------------------------------
009080 4000-REGISTRAR-CONTROLE.
009090     OPEN EXTEND RUNC-FILE.
009100     IF WS-STATUS-RUNC NOT = "00"
009110         DISPLAY "*** CONTROLE DE EXECUCAO INDISPONIVEL ["
009120                 WS-STATUS-RUNC "] - FEED DE RECLASSIFICACAO "
009130                 "GRAVADO SEM REGISTRO ***"
009140         MOVE 12 TO RETURN-CODE
009150         GO TO 4000-EXIT
009160     END-IF.
009170     INITIALIZE RUNC-RECORD.
009180     MOVE WS-BATCH-RECLASSE TO RUNC-BATCH-ID.
009190     MOVE "RECLFILE" TO RUNC-ID-ARQ-TRAN.
009200     SET RUNC-COMPLETADO TO TRUE.
009210     MOVE WS-QTDE-DET-RECLASSE TO RUNC-QTDE-PARES.
009220     MOVE ZEROS TO RUNC-QTDE-REJEITADOS.
009230     MOVE WS-TOTAL-DET-RECLASSE TO RUNC-TOTAL.
009240     MOVE WS-DATA-HOJE TO RUNC-DATA.
009250     ACCEPT RUNC-HORA FROM TIME.
009260     WRITE RUNC-RECORD.
009270     CLOSE RUNC-FILE.
009280 4000-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320* 7000-CALCULAR-DIAS - CONVERTE A DATA AAAAMMDD EM WS-DATA-CALC
009330*                      PARA O SERIAL DE DIAS WS-DIAS-CALC
009340*                      (DIAS DESDE UMA ORIGEM FIXA, COM ANOS
009350*                      BISSEXTOS), PARA A DIFERENCA EM DIAS
009360*----------------------------------------------------------------
009370 7000-CALCULAR-DIAS.
009380     COMPUTE WS-DIAS-CALC =
009390         WS-CALC-ANO * 365
009400         + WS-CALC-ANO / 4
009410         - WS-CALC-ANO / 100
009420         + WS-CALC-ANO / 400
009430         + WS-DIAS-ACUM-MES (WS-CALC-MES)
009440         + WS-CALC-DIA.
009450     IF WS-CALC-MES > 2
009460         GO TO 7000-EXIT
009470     END-IF.
009480     DIVIDE WS-CALC-ANO BY 4
009490         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
009500     IF WS-RESTO-CALC NOT = ZERO
009510         GO TO 7000-EXIT
009520     END-IF.
009530     DIVIDE WS-CALC-ANO BY 100
009540         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
009550     IF WS-RESTO-CALC NOT = ZERO
009560         SUBTRACT 1 FROM WS-DIAS-CALC
009570         GO TO 7000-EXIT
009580     END-IF.
009590     DIVIDE WS-CALC-ANO BY 400
009600         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
009610     IF WS-RESTO-CALC = ZERO
009620         SUBTRACT 1 FROM WS-DIAS-CALC
009630     END-IF.
009640 7000-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 8000-IMPRIMIR-TOTAIS - IMPRIME A PAGINA FINAL DE TOTAIS DA
009690*                        SESSAO DE LIMPEZA
009700*----------------------------------------------------------------
009710 8000-IMPRIMIR-TOTAIS.
009720     SET WS-PAG-TOTAIS TO TRUE.
009730     MOVE 99 TO WS-LINHA-CORRENTE.
009740     MOVE "ITENS ABERTOS NO INICIO ........" TO WS-TQT-LITERAL.
009750     MOVE WS-QTDE-ABERTOS TO WS-TQT-QTDE.
009760     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
009770     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009780     MOVE "ITENS RECLASSIFICADOS ..........." TO WS-TQT-LITERAL.
009790     MOVE WS-QTDE-RECLASSIFICADOS TO WS-TQT-QTDE.
009800     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
009810     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009820     MOVE "VALOR RECLASSIFICADO ..........." TO WS-TVL-LITERAL.
009830     MOVE WS-TOTAL-RECLASSIFICADO TO WS-TVL-VALOR.
009840     MOVE WS-LABEL-UNIDADE TO WS-TVL-UNIDADE.
009850     MOVE WS-LINHA-TOT-VALOR TO WS-LINHA-IMPRESSAO.
009860     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009870     MOVE "ITENS AINDA EM SUSPENSO ........" TO WS-TQT-LITERAL.
009880     MOVE WS-QTDE-PENDENTES TO WS-TQT-QTDE.
009890     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
009900     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009910     MOVE "VALOR AINDA EM SUSPENSO ........" TO WS-TVL-LITERAL.
009920     MOVE WS-TOTAL-PENDENTE TO WS-TVL-VALOR.
009930     MOVE WS-LINHA-TOT-VALOR TO WS-LINHA-IMPRESSAO.
009940     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009950     MOVE "IDADE DO ITEM MAIS ANTIGO (DIAS)" TO WS-TQT-LITERAL.
009960     MOVE WS-IDADE-MAIOR TO WS-TQT-QTDE.
009970     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
009980     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009990 8000-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030* 8500-ESCREVER-LINHA - GRAVA A LINHA MONTADA, SALTANDO DE
010040*                       PAGINA E REPETINDO O CABECALHO QUANDO
010050*                       NECESSARIO
010060*----------------------------------------------------------------
010070 8500-ESCREVER-LINHA.
010080     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
010090         PERFORM 8600-ESCREVER-CABECALHO THRU 8600-EXIT
010100     END-IF.
010110     WRITE RELATORIO-RECORD FROM WS-LINHA-IMPRESSAO
010120         AFTER ADVANCING 1 LINE.
010130     ADD 1 TO WS-LINHA-CORRENTE.
010140 8500-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180* 8600-ESCREVER-CABECALHO - IMPRIME O CABECALHO DE PAGINA DO
010190*                           RELATORIO DE ITENS EM SUSPENSO
010200*----------------------------------------------------------------
010210 8600-ESCREVER-CABECALHO.
010220     ADD 1 TO WS-PAGINA.
010230     MOVE WS-PAGINA TO WS-CAB-PAGINA.
010240     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
010250     MOVE WS-BATCH-RECLASSE TO WS-CAB-LOTE.
010260     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-1
010270         AFTER ADVANCING PAGE.
010280     IF WS-PAG-TOTAIS
010290         MOVE "TOTAIS DA SESSAO" TO RELATORIO-RECORD
010300         WRITE RELATORIO-RECORD
010310             AFTER ADVANCING 1 LINE
010320     ELSE
010330         WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-2
010340             AFTER ADVANCING 1 LINE
010350     END-IF.
010360     MOVE SPACES TO RELATORIO-RECORD.
010370     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
010380     MOVE 4 TO WS-LINHA-CORRENTE.
010390 8600-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------
010430* 9000-ENCERRAR - FECHA O FEED DE RECLASSIFICACAO COM O TRAILER
010440*                 DE CONTROLE, REGISTRA O LOTE NO CONTROLE DE
010450*                 EXECUCAO SE HOUVE RECLASSIFICACAO, IMPRIME OS
010460*                 TOTAIS E FECHA OS ARQUIVOS
010470*----------------------------------------------------------------
010480 9000-ENCERRAR.
010490     IF WS-RECL-ABERTO
010500         INITIALIZE IFACE-RECORD
010510         MOVE 'T' TO IFACE-TRL-TIPO
010520         MOVE WS-QTDE-DET-RECLASSE TO IFACE-TRL-QTDE-REG
010530         MOVE WS-TOTAL-DET-RECLASSE TO IFACE-TRL-TOTAL-CTRL
010540         WRITE IFACE-RECORD
010550         CLOSE RECL-FILE
010560     END-IF.
010570     IF WS-ARQS-ABERTOS
010580         CLOSE SUSP-FILE
010590         PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
010600         CLOSE RELATORIO-FILE
010610     END-IF.
010620     CLOSE CNTA-FILE.
010630     IF WS-QTDE-RECLASSIFICADOS > ZEROS
010640         PERFORM 4000-REGISTRAR-CONTROLE THRU 4000-EXIT
010650     END-IF.
010660     DISPLAY "------------------------------------------------".
010670     DISPLAY "ITENS ABERTOS NO INICIO ....... " WS-QTDE-ABERTOS.
010680     DISPLAY "ITENS RECLASSIFICADOS ......... "
010690             WS-QTDE-RECLASSIFICADOS.
010700     DISPLAY "ITENS AINDA EM SUSPENSO ....... "
010710             WS-QTDE-PENDENTES.
010720     DISPLAY "VALOR AINDA EM SUSPENSO ....... "
010730             WS-TOTAL-PENDENTE " " WS-LABEL-UNIDADE.
010740     DISPLAY "IDADE DO ITEM MAIS ANTIGO ..... "
010750             WS-IDADE-MAIOR " DIA(S)".
010760     IF WS-QTDE-RECLASSIFICADOS > ZEROS
010770         DISPLAY "LOTE DE RECLASSIFICACAO ....... "
010780                 WS-BATCH-RECLASSE
010790         DISPLAY "DETALHES NO RECLFILE .......... "
010800                 WS-QTDE-DET-RECLASSE
010810     END-IF.
010820     DISPLAY "------------------------------------------------".
010830 9000-EXIT.
010840     EXIT.
