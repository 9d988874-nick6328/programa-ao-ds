000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMASALD.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - CADASTRO DE SALDOS POR
000130*                   CONTA E PERIODO E BALANCETE DO PERIODO.
000140*                   RODA APOS O SOMAGLAK: SELECIONA NO CONTROLE
000150*                   DE EXECUCAO (RUNCFILE) OS LOTES CUJO ULTIMO
000160*                   STATUS E (P) POSTADO E QUE AINDA NAO CONSTAM
000170*                   DO ARQUIVO DE LOTES INCORPORADOS (SLOTFILE),
000180*                   CONFERE A QUANTIDADE E A SOMA DOS DETALHES
000190*                   DE CADA UM NO FEED CONSOLIDADO (CONSFILE)
000200*                   CONTRA O EVENTO (P) E LANCA OS DETALHES NO
000210*                   CADASTRO DE SALDOS (SALDFILE, INDEXADO POR
000220*                   PERIODO + CONTA + DEPARTAMENTO). LOTE DE
000230*                   PERIODO JA FECHADO NO CALENDARIO (CALFILE)
000240*                   ENTRA NO PERIODO ABERTO CORRENTE. EMITE O
000250*                   BALANCETE DO PERIODO INFORMADO NO CARTAO DE
000260*                   CONTROLE POR CONTA E DEPARTAMENTO, COM O
000270*                   MOVIMENTO LIQUIDO CONFERIDO CONTRA OS
000280*                   TOTAIS DE CONTROLE DOS LOTES INCORPORADOS
000290*                   NO PERIODO; DIVERGENCIA TERMINA COM RC 4.
000300* 2026-10-15 EPD    LOTE POSTADO E DEPOIS ESTORNADO PELO SOMAREV
000310*                   (STATUS E) CONTINUA SENDO INCORPORADO; O
000320*                   LOTE DE ESTORNO ENTRA COMO QUALQUER OUTRO.
000330* 2026-10-15 EPD    LOTE POSTADO SEM DETALHES NO FEED CONSOLIDADO
000340*                   E CONTADO E AVISADO EM TODA RODADA (RC 4), E O
000350*                   BALANCETE GANHA A LISTA DE EXCECOES DOS LOTES
000360*                   NAO INCORPORADOS (SEM DETALHES/DIVERGENTES).
000370* 2026-10-15 EPD    LOTE COM INCLUSAO/REGRAVACAO DE SALDO RECUSADA
000380*                   FICA COMO LANCADO PARCIALMENTE (F): NAO E
000390*                   REGISTRADO NO SLOTFILE E SAI NAS EXCECOES DO
000400*                   BALANCETE - RESTAURAR O SALDFILE ANTES DE
000410*                   REEXECUTAR (SOMAGLAKJ).
000420*----------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SALD-FILE ASSIGN TO "SALDFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SALD-CHAVE
000550         FILE STATUS IS WS-STATUS-SALD.
000560     SELECT SLOT-FILE ASSIGN TO "SLOTFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-STATUS-SLOT.
000590     SELECT CONS-FILE ASSIGN TO "CONSFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-STATUS-CONS.
000620     SELECT RUNC-FILE ASSIGN TO "RUNCFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-STATUS-RUNC.
000650     SELECT CAL-FILE ASSIGN TO "CALFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STATUS-CAL.
000680     SELECT RELATORIO-FILE ASSIGN TO "SALDRPT"
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-STATUS-PARM.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SALD-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 100 CHARACTERS.
000790 COPY SALDREC.
000800
000810 FD  SLOT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 50 CHARACTERS.
000840 COPY SLOTREC.
000850
000860 FD  CONS-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 60 CHARACTERS.
000890 COPY IFACEREC.
000900
000910 FD  RUNC-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940 COPY RUNCREC.
000950
000960 FD  CAL-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 40 CHARACTERS.
000990 COPY CALREC.
001000
001010 FD  RELATORIO-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 COPY SOMRPT.
001050
001060 FD  PARM-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 50 CHARACTERS.
001090 COPY PARMREC.
001100
001110 WORKING-STORAGE SECTION.
001120*----------------------------------------------------------------
001130* PERIODO DO BALANCETE INFORMADO NO CARTAO DE CONTROLE (AAAAMM;
001140* EM BRANCO = MES DA DATA DE EXECUCAO)
001150*----------------------------------------------------------------
001160 01  WS-ENTRADA-PERIODO         PIC X(06).
001170 77  WS-PERIODO-BALANCETE       PIC 9(06) VALUE ZEROS.
001180
001190*----------------------------------------------------------------
001200* CONTROLE DE LEITURA E CONTADORES DA INCORPORACAO
001210*----------------------------------------------------------------
001220 77  WS-STATUS-SALD             PIC X(02) VALUE "00".
001230 77  WS-STATUS-SLOT             PIC X(02) VALUE "00".
001240 77  WS-STATUS-CONS             PIC X(02) VALUE "00".
001250 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001260 77  WS-STATUS-CAL              PIC X(02) VALUE "00".
001270 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001280 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001290 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001300 77  WS-PERIODO-HOJE            PIC 9(06) VALUE ZEROS.
001310 77  WS-QTDE-LOTES-PEND         PIC 9(05) VALUE ZEROS.
001320 77  WS-QTDE-LOTES-CONF         PIC 9(05) VALUE ZEROS.
001330 77  WS-QTDE-LOTES-DIVERG       PIC 9(05) VALUE ZEROS.
001340 77  WS-QTDE-LOTES-SEM-FEED     PIC 9(05) VALUE ZEROS.
001350 77  WS-QTDE-LOTES-PARCIAIS     PIC 9(05) VALUE ZEROS.
001360 77  WS-QTDE-DET-POSTADOS       PIC 9(07) VALUE ZEROS.
001370 77  WS-QTDE-SALDOS-NOVOS       PIC 9(07) VALUE ZEROS.
001380 77  WS-QTDE-AVANCOS            PIC 9(02) VALUE ZEROS.
001390 77  WS-SOMA-ABS                PIC S9(11)V99
001400     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001410
001420 01  WS-SWITCHES.
001430     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
001440         88  WS-CAMPO-VALIDO    VALUE 'S'.
001450     05  WS-FIM-CAL-SW          PIC X(01) VALUE 'N'.
001460         88  WS-FIM-CAL         VALUE 'S'.
001470     05  WS-FIM-RUNC-SW         PIC X(01) VALUE 'N'.
001480         88  WS-FIM-RUNC        VALUE 'S'.
001490     05  WS-FIM-SLOT-SW         PIC X(01) VALUE 'N'.
001500         88  WS-FIM-SLOT        VALUE 'S'.
001510     05  WS-FIM-CONS-SW         PIC X(01) VALUE 'N'.
001520         88  WS-FIM-CONS        VALUE 'S'.
001530     05  WS-FIM-SALD-SW         PIC X(01) VALUE 'N'.
001540         88  WS-FIM-SALD        VALUE 'S'.
001550     05  WS-RUNC-ACHADO-SW      PIC X(01) VALUE 'N'.
001560         88  WS-RUNC-ACHADO     VALUE 'S'.
001570     05  WS-FECHADO-ACHADO-SW   PIC X(01) VALUE 'N'.
001580         88  WS-FECHADO-ACHADO  VALUE 'S'.
001590     05  WS-SALDO-ACHADO-SW     PIC X(01) VALUE 'N'.
001600         88  WS-SALDO-ACHADO    VALUE 'S'.
001610
001620*----------------------------------------------------------------
001630* TABELA DOS PERIODOS (AAAAMM) FECHADOS NO CALENDARIO DE
001640* POSTAGEM, E PERIODO DE TRABALHO PARA O AVANCO DE MES
001650*----------------------------------------------------------------
001660 77  WS-IX-FEC                  PIC 9(03) VALUE ZEROS.
001670 77  WS-QTDE-FECHADOS           PIC 9(03) VALUE ZEROS.
001680 01  WS-TAB-FECHADO.
001690     05  WS-TAB-FEC-PERIODO     PIC 9(06) OCCURS 120 TIMES.
001700 01  WS-PERIODO-CALC            PIC 9(06) VALUE ZEROS.
001710 01  FILLER REDEFINES WS-PERIODO-CALC.
001720     05  WS-PCALC-ANO           PIC 9(04).
001730     05  WS-PCALC-MES           PIC 9(02).
001740
001750*----------------------------------------------------------------
001760* TABELA DOS LOTES DO CONTROLE DE EXECUCAO - ULTIMO STATUS, DATA
001770* DO EVENTO (C) DE CONCLUSAO, PARES E TOTAL DO EVENTO (P) DE
001780* POSTADO, DETALHES ACHADOS NO FEED CONSOLIDADO E SITUACAO NA
001790* INCORPORACAO (J=JA INCORPORADO, S=SELECIONADO, C=CONFERIDO,
001800* D=DIVERGENTE, A=SEM DETALHES NO FEED, F=LANCADO PARCIALMENTE,
001810* BRANCO=NAO POSTADO)
001820*----------------------------------------------------------------
001830 77  WS-IX-RUNC                 PIC 9(04) VALUE ZEROS.
001840 77  WS-QTDE-RUNC               PIC 9(04) VALUE ZEROS.
001850 77  WS-BATCH-PROCURADO         PIC X(08) VALUE SPACES.
001860 01  WS-TAB-RUNC.
001870     05  WS-TAB-RUNC-ENT OCCURS 2000 TIMES.
001880         10  WS-TAB-RUNC-BATCH  PIC X(08).
001890         10  WS-TAB-RUNC-STATUS PIC X(01).
001900         10  WS-TAB-RUNC-DATA   PIC 9(08).
001910         10  WS-TAB-RUNC-DATA-POST
001920                                PIC 9(08).
001930         10  WS-TAB-RUNC-PARES  PIC 9(07).
001940         10  WS-TAB-RUNC-TOTAL  PIC S9(11)V99
001950             SIGN IS TRAILING SEPARATE CHARACTER.
001960         10  WS-TAB-RUNC-QTDE-DET
001970                                PIC 9(07).
001980         10  WS-TAB-RUNC-TOTAL-DET
001990                                PIC S9(11)V99
002000             SIGN IS TRAILING SEPARATE CHARACTER.
002010         10  WS-TAB-RUNC-PERIODO
002020                                PIC 9(06).
002030         10  WS-TAB-RUNC-SITUACAO
002040                                PIC X(01).
002050
002060*----------------------------------------------------------------
002070* TOTAIS DE CONTROLE DOS LOTES INCORPORADOS NO PERIODO DO
002080* BALANCETE E ACUMULADORES DO BALANCETE (POR CONTA E GERAL)
002090*----------------------------------------------------------------
002100 77  WS-CTL-QTDE-LOTES          PIC 9(05) VALUE ZEROS.
002110 77  WS-CTL-TOTAL               PIC S9(11)V99
002120     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002130 77  WS-MOVIMENTO-LIQUIDO       PIC S9(11)V99
002140     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002150 77  WS-DIFERENCA               PIC S9(11)V99
002160     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002170 77  WS-CONTA-ANTERIOR          PIC X(08) VALUE SPACES.
002180 77  WS-QTDE-LINHAS-CONTA       PIC 9(05) VALUE ZEROS.
002190 01  WS-TOTAIS-CONTA.
002200     05  WS-TCO-ANTERIOR        PIC S9(11)V99
002210         SIGN IS TRAILING SEPARATE CHARACTER.
002220     05  WS-TCO-DEBITOS         PIC S9(11)V99
002230         SIGN IS TRAILING SEPARATE CHARACTER.
002240     05  WS-TCO-CREDITOS        PIC S9(11)V99
002250         SIGN IS TRAILING SEPARATE CHARACTER.
002260     05  WS-TCO-ATUAL           PIC S9(11)V99
002270         SIGN IS TRAILING SEPARATE CHARACTER.
002280     05  WS-TCO-QTDE            PIC 9(07).
002290 01  WS-TOTAIS-GERAIS.
002300     05  WS-TGE-ANTERIOR        PIC S9(11)V99
002310         SIGN IS TRAILING SEPARATE CHARACTER.
002320     05  WS-TGE-DEBITOS         PIC S9(11)V99
002330         SIGN IS TRAILING SEPARATE CHARACTER.
002340     05  WS-TGE-CREDITOS        PIC S9(11)V99
002350         SIGN IS TRAILING SEPARATE CHARACTER.
002360     05  WS-TGE-ATUAL           PIC S9(11)V99
002370         SIGN IS TRAILING SEPARATE CHARACTER.
002380     05  WS-TGE-QTDE            PIC 9(07).
002390
002400*----------------------------------------------------------------
002410* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO BALANCETE
002420*----------------------------------------------------------------
002430 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
002440 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
002450 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
002460 01  WS-LINHA-IMPRESSAO         PIC X(132).
002470
002480 01  WS-LINHA-CAB-1.
002490     05  FILLER                 PIC X(10) VALUE "SOMASALD".
002500     05  FILLER                 PIC X(21) VALUE
002510         "BALANCETE DO PERIODO ".
002520     05  WS-CAB-PERIODO         PIC 9(06).
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  WS-CAB-SITUACAO        PIC X(07).
002550     05  FILLER                 PIC X(07) VALUE "  DATA ".
002560     05  WS-CAB-DATA            PIC 9(08).
002570     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
002580     05  WS-CAB-PAGINA          PIC ZZZZ9.
002590     05  FILLER                 PIC X(57) VALUE SPACES.
002600
002610 01  WS-LINHA-CAB-2.
002620     05  FILLER                 PIC X(10) VALUE "CONTA".
002630     05  FILLER                 PIC X(06) VALUE "DEPTO".
002640     05  FILLER                 PIC X(18) VALUE
002650         "  SALDO ANTERIOR".
002660     05  FILLER                 PIC X(18) VALUE
002670         "         DEBITOS".
002680     05  FILLER                 PIC X(18) VALUE
002690         "        CREDITOS".
002700     05  FILLER                 PIC X(18) VALUE
002710         "     SALDO ATUAL".
002720     05  FILLER                 PIC X(11) VALUE "LANCAMENTOS".
002730     05  FILLER                 PIC X(33) VALUE SPACES.
002740
002750 01  WS-LINHA-SALDO.
002760     05  WS-SAL-CONTA           PIC X(08).
002770     05  FILLER                 PIC X(02) VALUE SPACES.
002780     05  WS-SAL-DEPTO           PIC X(04).
002790     05  FILLER                 PIC X(02) VALUE SPACES.
002800     05  WS-SAL-ANTERIOR        PIC +9(11),99.
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  WS-SAL-DEBITOS         PIC +9(11),99.
002830     05  FILLER                 PIC X(02) VALUE SPACES.
002840     05  WS-SAL-CREDITOS        PIC +9(11),99.
002850     05  FILLER                 PIC X(02) VALUE SPACES.
002860     05  WS-SAL-ATUAL           PIC +9(11),99.
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  WS-SAL-QTDE            PIC ZZZZZZ9.
002890     05  FILLER                 PIC X(37) VALUE SPACES.
002900
002910 01  WS-LINHA-TOTAL.
002920     05  WS-TOT-LITERAL         PIC X(16).
002930     05  WS-TOT-ANTERIOR        PIC +9(11),99.
002940     05  FILLER                 PIC X(02) VALUE SPACES.
002950     05  WS-TOT-DEBITOS         PIC +9(11),99.
002960     05  FILLER                 PIC X(02) VALUE SPACES.
002970     05  WS-TOT-CREDITOS        PIC +9(11),99.
002980     05  FILLER                 PIC X(02) VALUE SPACES.
002990     05  WS-TOT-ATUAL           PIC +9(11),99.
003000     05  FILLER                 PIC X(02) VALUE SPACES.
003010     05  WS-TOT-QTDE            PIC ZZZZZZ9.
003020     05  FILLER                 PIC X(37) VALUE SPACES.
003030
003040 01  WS-LINHA-CONTROLE.
003050     05  WS-CTL-LITERAL         PIC X(50).
003060     05  WS-CTL-VALOR           PIC +9(11),99.
003070     05  FILLER                 PIC X(66) VALUE SPACES.
003080
003090 01  WS-LINHA-EXC-CAB.
003100     05  FILLER                 PIC X(10) VALUE "LOTE".
003110     05  FILLER                 PIC X(32) VALUE "SITUACAO".
003120     05  FILLER                 PIC X(10) VALUE "POSTADO".
003130     05  FILLER                 PIC X(07) VALUE "  PARES".
003140     05  FILLER                 PIC X(17) VALUE
003150         "    TOTAL DO LOTE".
003160     05  FILLER                 PIC X(10) VALUE "   NO FEED".
003170     05  FILLER                 PIC X(46) VALUE SPACES.
003180
003190 01  WS-LINHA-EXCECAO.
003200     05  WS-EXC-BATCH           PIC X(08).
003210     05  FILLER                 PIC X(02) VALUE SPACES.
003220     05  WS-EXC-SITUACAO        PIC X(30).
003230     05  FILLER                 PIC X(02) VALUE SPACES.
003240     05  WS-EXC-DATA-POST       PIC 9(08).
003250     05  FILLER                 PIC X(02) VALUE SPACES.
003260     05  WS-EXC-PARES           PIC ZZZZZZ9.
003270     05  FILLER                 PIC X(02) VALUE SPACES.
003280     05  WS-EXC-TOTAL           PIC +9(11),99.
003290     05  FILLER                 PIC X(03) VALUE SPACES.
003300     05  WS-EXC-QTDE-DET        PIC ZZZZZZ9.
003310     05  FILLER                 PIC X(46) VALUE SPACES.
003320
003330 PROCEDURE DIVISION.
003340*----------------------------------------------------------------
003350 0000-MAINLINE.
003360*----------------------------------------------------------------
003370     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003380     PERFORM 2000-INCORPORAR-LOTES THRU 2000-EXIT.
003390     PERFORM 8000-EMITIR-BALANCETE THRU 8000-EXIT.
003400     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
003410     STOP RUN.
003420
003430*----------------------------------------------------------------
003440* 1000-INICIALIZAR - LE OS PARAMETROS E O PERIODO DO BALANCETE,
003450*                    CARREGA O CALENDARIO, O CONTROLE DE
003460*                    EXECUCAO E OS LOTES JA INCORPORADOS, E
003470*                    ABRE O CADASTRO DE SALDOS (CRIANDO-O NA
003480*                    PRIMEIRA EXECUCAO)
003490*----------------------------------------------------------------
003500 1000-INICIALIZAR.
003510     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
003520     IF WS-DATA-EXECUCAO = ZEROS
003530         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003540     ELSE
003550         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
003560     END-IF.
003570     MOVE WS-DATA-HOJE (1:6) TO WS-PERIODO-HOJE.
003580     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
003590     PERFORM 1100-OBTER-PERIODO THRU 1100-EXIT
003600         UNTIL WS-CAMPO-VALIDO.
003610     PERFORM 1200-CARREGAR-CALENDARIO THRU 1200-EXIT.
003620     PERFORM 1300-CARREGAR-RUN-CONTROL THRU 1300-EXIT.
003630     PERFORM 1400-CARREGAR-INCORPORADOS THRU 1400-EXIT.
003640     OPEN I-O SALD-FILE.
003650     IF WS-STATUS-SALD = "35"
003660         DISPLAY "CADASTRO DE SALDOS VAZIO - CRIADO NESTA "
003670                 "EXECUCAO."
003680         OPEN OUTPUT SALD-FILE
003690         CLOSE SALD-FILE
003700         OPEN I-O SALD-FILE
003710     END-IF.
003720     IF WS-STATUS-SALD NOT = "00"
003730         DISPLAY "*** CADASTRO DE SALDOS INDISPONIVEL ["
003740                 WS-STATUS-SALD "] ***"
003750         MOVE 12 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     OPEN OUTPUT RELATORIO-FILE.
003790 1000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
003840*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
003850*                       ARQUIVO, USA A DATA DO DIA
003860*----------------------------------------------------------------
003870 1050-LER-PARAMETROS.
003880     OPEN INPUT PARM-FILE.
003890     IF WS-STATUS-PARM NOT = "00"
003900         GO TO 1050-EXIT
003910     END-IF.
003920     READ PARM-FILE
003930         AT END
003940             CLOSE PARM-FILE
003950             GO TO 1050-EXIT
003960     END-READ.
003970     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
003980     CLOSE PARM-FILE.
003990 1050-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 1100-OBTER-PERIODO - LE E VALIDA O PERIODO DO BALANCETE
004040*                      (AAAAMM) DO CARTAO DE CONTROLE; EM
004050*                      BRANCO, USA O MES DA DATA DE EXECUCAO
004060*----------------------------------------------------------------
004070 1100-OBTER-PERIODO.
004080     DISPLAY "PERIODO DO BALANCETE (AAAAMM) " WITH NO ADVANCING.
004090     ACCEPT WS-ENTRADA-PERIODO.
004100     IF WS-ENTRADA-PERIODO = SPACES
004110         MOVE WS-PERIODO-HOJE TO WS-PERIODO-BALANCETE
004120         SET WS-CAMPO-VALIDO TO TRUE
004130         GO TO 1100-EXIT
004140     END-IF.
004150     IF WS-ENTRADA-PERIODO IS NOT NUMERIC
004160         DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-PERIODO
004170                 "] - DIGITE APENAS NUMEROS ***"
004180         GO TO 1100-EXIT
004190     END-IF.
004200     MOVE WS-ENTRADA-PERIODO TO WS-PERIODO-CALC.
004210     IF WS-PCALC-MES < 1 OR WS-PCALC-MES > 12
004220         DISPLAY "*** MES INVALIDO [" WS-ENTRADA-PERIODO
004230                 "] ***"
004240         GO TO 1100-EXIT
004250     END-IF.
004260     MOVE WS-PERIODO-CALC TO WS-PERIODO-BALANCETE.
004270     SET WS-CAMPO-VALIDO TO TRUE.
004280 1100-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 1200-CARREGAR-CALENDARIO - CARREGA NA TABELA OS PERIODOS
004330*                            FECHADOS NO CALENDARIO DE
004340*                            POSTAGEM; SEM CALENDARIO, NENHUM
004350*                            PERIODO E TRATADO COMO FECHADO
004360*----------------------------------------------------------------
004370 1200-CARREGAR-CALENDARIO.
004380     MOVE 'N' TO WS-FIM-CAL-SW.
004390     OPEN INPUT CAL-FILE.
004400     IF WS-STATUS-CAL NOT = "00"
004410         DISPLAY "*** CALENDARIO DE POSTAGEM VAZIO OU AUSENTE - "
004420                 "NENHUM PERIODO TRATADO COMO FECHADO ***"
004430         GO TO 1200-EXIT
004440     END-IF.
004450     PERFORM 1250-LER-CALENDARIO THRU 1250-EXIT
004460         UNTIL WS-FIM-CAL.
004470     CLOSE CAL-FILE.
004480 1200-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 1250-LER-CALENDARIO - LE UMA DATA DO CALENDARIO E GUARDA NA
004530*                       TABELA O PERIODO DA DATA FECHADA
004540*----------------------------------------------------------------
004550 1250-LER-CALENDARIO.
004560     READ CAL-FILE
004570         AT END
004580             SET WS-FIM-CAL TO TRUE
004590             GO TO 1250-EXIT
004600     END-READ.
004610     IF NOT CAL-PERIODO-FECHADO
004620         GO TO 1250-EXIT
004630     END-IF.
004640     MOVE CAL-DATA (1:6) TO WS-PERIODO-CALC.
004650     PERFORM 7100-VERIFICAR-FECHADO THRU 7100-EXIT.
004660     IF WS-FECHADO-ACHADO
004670         GO TO 1250-EXIT
004680     END-IF.
004690     IF WS-QTDE-FECHADOS < 120
004700         ADD 1 TO WS-QTDE-FECHADOS
004710         MOVE WS-PERIODO-CALC
004720             TO WS-TAB-FEC-PERIODO (WS-QTDE-FECHADOS)
004730     ELSE
004740         DISPLAY "*** TABELA DE PERIODOS FECHADOS ESGOTADA ***"
004750     END-IF.
004760 1250-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 1300-CARREGAR-RUN-CONTROL - CARREGA NA TABELA O ULTIMO STATUS
004810*                             DE CADA BATCH-ID DO CONTROLE DE
004820*                             EXECUCAO, COM A DATA DO EVENTO DE
004830*                             CONCLUSAO E OS TOTAIS DO EVENTO
004840*                             DE POSTADO; SEM O CONTROLE, NENHUM
004850*                             LOTE E INCORPORADO
004860*----------------------------------------------------------------
004870 1300-CARREGAR-RUN-CONTROL.
004880     MOVE 'N' TO WS-FIM-RUNC-SW.
004890     OPEN INPUT RUNC-FILE.
004900     IF WS-STATUS-RUNC NOT = "00"
004910         DISPLAY "*** CONTROLE DE EXECUCAO VAZIO OU AUSENTE - "
004920                 "NENHUM LOTE SERA INCORPORADO ***"
004930         GO TO 1300-EXIT
004940     END-IF.
004950     PERFORM 1350-LER-RUN-CONTROL THRU 1350-EXIT
004960         UNTIL WS-FIM-RUNC.
004970     CLOSE RUNC-FILE.
004980 1300-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 1350-LER-RUN-CONTROL - LE UM EVENTO DO CONTROLE DE EXECUCAO E
005030*                        ATUALIZA A ENTRADA DO BATCH-ID NA
005040*                        TABELA (INCLUINDO NO PRIMEIRO EVENTO)
005050*----------------------------------------------------------------
005060 1350-LER-RUN-CONTROL.
005070     READ RUNC-FILE
005080         AT END
005090             SET WS-FIM-RUNC TO TRUE
005100             GO TO 1350-EXIT
005110     END-READ.
005120     MOVE RUNC-BATCH-ID TO WS-BATCH-PROCURADO.
005130     PERFORM 7000-PROCURAR-LOTE THRU 7000-EXIT.
005140     IF NOT WS-RUNC-ACHADO
005150         IF WS-QTDE-RUNC < 2000
005160             ADD 1 TO WS-QTDE-RUNC
005170             MOVE WS-QTDE-RUNC TO WS-IX-RUNC
005180             INITIALIZE WS-TAB-RUNC-ENT (WS-IX-RUNC)
005190             MOVE RUNC-BATCH-ID TO WS-TAB-RUNC-BATCH (WS-IX-RUNC)
005200         ELSE
005210             DISPLAY "*** TABELA DO CONTROLE DE EXECUCAO "
005220                     "ESGOTADA - LOTE " RUNC-BATCH-ID
005230                     " NAO SERA INCORPORADO ***"
005240             GO TO 1350-EXIT
005250         END-IF
005260     END-IF.
005270     MOVE RUNC-STATUS TO WS-TAB-RUNC-STATUS (WS-IX-RUNC).
005280     IF RUNC-COMPLETADO
005290         MOVE RUNC-DATA TO WS-TAB-RUNC-DATA (WS-IX-RUNC)
005300     END-IF.
005310     IF RUNC-POSTADO
005320         MOVE RUNC-DATA TO WS-TAB-RUNC-DATA-POST (WS-IX-RUNC)
005330         MOVE RUNC-QTDE-PARES TO WS-TAB-RUNC-PARES (WS-IX-RUNC)
005340         MOVE RUNC-TOTAL TO WS-TAB-RUNC-TOTAL (WS-IX-RUNC)
005350     END-IF.
005360 1350-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------
005400* 1400-CARREGAR-INCORPORADOS - LE O ARQUIVO DE LOTES JA
005410*                              INCORPORADOS, MARCA CADA UM NA
005420*                              TABELA PARA NAO SER LANCADO DE
005430*                              NOVO E ACUMULA OS TOTAIS DE
005440*                              CONTROLE DO PERIODO DO BALANCETE
005450*----------------------------------------------------------------
005460 1400-CARREGAR-INCORPORADOS.
005470     MOVE 'N' TO WS-FIM-SLOT-SW.
005480     OPEN INPUT SLOT-FILE.
005490     IF WS-STATUS-SLOT NOT = "00"
005500         DISPLAY "ARQUIVO DE LOTES INCORPORADOS VAZIO - PRIMEIRA "
005510                 "INCORPORACAO."
005520         GO TO 1400-EXIT
005530     END-IF.
005540     PERFORM 1450-LER-INCORPORADO THRU 1450-EXIT
005550         UNTIL WS-FIM-SLOT.
005560     CLOSE SLOT-FILE.
005570 1400-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 1450-LER-INCORPORADO - LE UM LOTE JA INCORPORADO, MARCA A
005620*                        SITUACAO (J) NA TABELA E ACUMULA O
005630*                        TOTAL DE CONTROLE DO PERIODO
005640*----------------------------------------------------------------
005650 1450-LER-INCORPORADO.
005660     READ SLOT-FILE
005670         AT END
005680             SET WS-FIM-SLOT TO TRUE
005690             GO TO 1450-EXIT
005700     END-READ.
005710     IF SLOT-PERIODO = WS-PERIODO-BALANCETE
005720         ADD 1 TO WS-CTL-QTDE-LOTES
005730         ADD SLOT-TOTAL-CTRL TO WS-CTL-TOTAL
005740     END-IF.
005750     MOVE SLOT-BATCH-ID TO WS-BATCH-PROCURADO.
005760     PERFORM 7000-PROCURAR-LOTE THRU 7000-EXIT.
005770     IF WS-RUNC-ACHADO
005780         MOVE 'J' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC)
005790     END-IF.
005800 1450-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* 2000-INCORPORAR-LOTES - SELECIONA OS LOTES POSTADOS AINDA NAO
005850*                         INCORPORADOS, CONFERE OS DETALHES DE
005860*                         CADA UM NO FEED CONSOLIDADO (PASSO 1),
005870*                         LANCA NO CADASTRO DE SALDOS OS
005880*                         DETALHES DOS LOTES CONFERIDOS (PASSO
005890*                         2) E REGISTRA OS LOTES INCORPORADOS
005900*----------------------------------------------------------------
005910 2000-INCORPORAR-LOTES.
005920     MOVE ZEROS TO WS-IX-RUNC.
005930     PERFORM 2050-SELECIONAR-LOTE THRU 2050-EXIT
005940         WS-QTDE-RUNC TIMES.
005950     IF WS-QTDE-LOTES-PEND = ZEROS
005960         DISPLAY "NENHUM LOTE POSTADO A INCORPORAR."
005970         GO TO 2000-EXIT
005980     END-IF.
005990     MOVE 'N' TO WS-FIM-CONS-SW.
006000     OPEN INPUT CONS-FILE.
006010     IF WS-STATUS-CONS NOT = "00"
006020         DISPLAY "*** FEED CONSOLIDADO VAZIO OU AUSENTE - "
006030                 "NENHUM LOTE INCORPORADO ***"
006040         MOVE ZEROS TO WS-IX-RUNC
006050         PERFORM 2200-CONFERIR-LOTE THRU 2200-EXIT
006060             WS-QTDE-RUNC TIMES
006070         GO TO 2000-EXIT
006080     END-IF.
006090     PERFORM 2100-SOMAR-DETALHE THRU 2100-EXIT
006100         UNTIL WS-FIM-CONS.
006110     CLOSE CONS-FILE.
006120     MOVE ZEROS TO WS-IX-RUNC.
006130     PERFORM 2200-CONFERIR-LOTE THRU 2200-EXIT
006140         WS-QTDE-RUNC TIMES.
006150     IF WS-QTDE-LOTES-CONF = ZEROS
006160         GO TO 2000-EXIT
006170     END-IF.
006180     MOVE 'N' TO WS-FIM-CONS-SW.
006190     OPEN INPUT CONS-FILE.
006200     PERFORM 2300-POSTAR-DETALHE THRU 2300-EXIT
006210         UNTIL WS-FIM-CONS.
006220     CLOSE CONS-FILE.
006230     PERFORM 2500-REGISTRAR-INCORPORADOS THRU 2500-EXIT.
006240 2000-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 2050-SELECIONAR-LOTE - MARCA COMO SELECIONADO (S) O LOTE CUJO
006290*                        ULTIMO STATUS E (P) POSTADO (OU (E)
006300*                        ESTORNADO DEPOIS DE POSTADO) E QUE NAO
006310*                        CONSTA DOS LOTES JA INCORPORADOS
006320*----------------------------------------------------------------
006330 2050-SELECIONAR-LOTE.
006340     ADD 1 TO WS-IX-RUNC.
006350     IF WS-TAB-RUNC-STATUS (WS-IX-RUNC) NOT = 'P'
006360         AND (WS-TAB-RUNC-STATUS (WS-IX-RUNC) NOT = 'E'
006370             OR WS-TAB-RUNC-DATA-POST (WS-IX-RUNC) = ZEROS)
006380         GO TO 2050-EXIT
006390     END-IF.
006400     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) = 'J'
006410         GO TO 2050-EXIT
006420     END-IF.
006430     MOVE 'S' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC).
006440     ADD 1 TO WS-QTDE-LOTES-PEND.
006450 2050-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* 2100-SOMAR-DETALHE - LE UM REGISTRO DO FEED CONSOLIDADO NO
006500*                      PASSO DE CONFERENCIA E ACUMULA O DETALHE
006510*                      NO LOTE SELECIONADO DE ORIGEM
006520*----------------------------------------------------------------
006530 2100-SOMAR-DETALHE.
006540     READ CONS-FILE
006550         AT END
006560             SET WS-FIM-CONS TO TRUE
006570             GO TO 2100-EXIT
006580     END-READ.
006590     IF IFACE-TIPO-REG NOT = 'D'
006600         GO TO 2100-EXIT
006610     END-IF.
006620     MOVE IFACE-DET-BATCH-ID TO WS-BATCH-PROCURADO.
006630     PERFORM 7000-PROCURAR-LOTE THRU 7000-EXIT.
006640     IF NOT WS-RUNC-ACHADO
006650         GO TO 2100-EXIT
006660     END-IF.
006670     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) NOT = 'S'
006680         GO TO 2100-EXIT
006690     END-IF.
006700     ADD 1 TO WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC).
006710     ADD IFACE-DET-SOMA TO WS-TAB-RUNC-TOTAL-DET (WS-IX-RUNC).
006720 2100-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------------
006760* 2200-CONFERIR-LOTE - CONFERE A QUANTIDADE E A SOMA DOS
006770*                      DETALHES ACHADOS DE UM LOTE SELECIONADO
006780*                      CONTRA O EVENTO (P) DE POSTADO: LOTE QUE
006790*                      CONFERE (C) GANHA O PERIODO DE LANCAMENTO,
006800*                      LOTE DIVERGENTE (D) E REPORTADO E FICA
006810*                      FORA; LOTE SEM DETALHES NO FEED (A) E
006820*                      AVISADO COM RC 4 EM TODA RODADA ATE SER
006830*                      INCORPORADO
006840*----------------------------------------------------------------
006850 2200-CONFERIR-LOTE.
006860     ADD 1 TO WS-IX-RUNC.
006870     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) NOT = 'S'
006880         GO TO 2200-EXIT
006890     END-IF.
006900     IF WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC) = ZEROS
006910         MOVE 'A' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC)
006920         ADD 1 TO WS-QTDE-LOTES-SEM-FEED
006930         MOVE 4 TO RETURN-CODE
006940         DISPLAY "*** LOTE " WS-TAB-RUNC-BATCH (WS-IX-RUNC)
006950                 " POSTADO EM "
006960                 WS-TAB-RUNC-DATA-POST (WS-IX-RUNC)
006970                 " SEM DETALHES NO FEED CONSOLIDADO - NAO "
006980                 "INCORPORADO ***"
006990         GO TO 2200-EXIT
007000     END-IF.
007010     IF WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC)
007020             NOT = WS-TAB-RUNC-PARES (WS-IX-RUNC)
007030         OR WS-TAB-RUNC-TOTAL-DET (WS-IX-RUNC)
007040             NOT = WS-TAB-RUNC-TOTAL (WS-IX-RUNC)
007050         MOVE 'D' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC)
007060         ADD 1 TO WS-QTDE-LOTES-DIVERG
007070         MOVE 4 TO RETURN-CODE
007080         DISPLAY "*** LOTE " WS-TAB-RUNC-BATCH (WS-IX-RUNC)
007090                 " COM " WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC)
007100                 " DETALHES NO FEED PARA "
007110                 WS-TAB-RUNC-PARES (WS-IX-RUNC)
007120                 " CONFIRMADOS PELO GL OU SOMA DIVERGENTE - "
007130                 "NAO INCORPORADO ***"
007140         GO TO 2200-EXIT
007150     END-IF.
007160     MOVE 'C' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC).
007170     ADD 1 TO WS-QTDE-LOTES-CONF.
007180     PERFORM 2250-DEFINIR-PERIODO THRU 2250-EXIT.
007190 2200-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 2250-DEFINIR-PERIODO - DEFINE O PERIODO DE LANCAMENTO DO LOTE
007240*                        PELA DATA DO EVENTO DE CONCLUSAO (OU
007250*                        PELO BATCH-ID); PERIODO JA FECHADO NO
007260*                        CALENDARIO E SUBSTITUIDO PELO PERIODO
007270*                        ABERTO CORRENTE, PARA O BALANCETE DO
007280*                        PERIODO FECHADO NAO MUDAR MAIS
007290*----------------------------------------------------------------
007300 2250-DEFINIR-PERIODO.
007310     IF WS-TAB-RUNC-DATA (WS-IX-RUNC) NOT = ZEROS
007320         MOVE WS-TAB-RUNC-DATA (WS-IX-RUNC) (1:6)
007330             TO WS-PERIODO-CALC
007340     ELSE
007350         IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) (1:6) IS NUMERIC
007360             MOVE WS-TAB-RUNC-BATCH (WS-IX-RUNC) (1:6)
007370                 TO WS-PERIODO-CALC
007380         ELSE
007390             MOVE WS-PERIODO-HOJE TO WS-PERIODO-CALC
007400         END-IF
007410     END-IF.
007420     PERFORM 7100-VERIFICAR-FECHADO THRU 7100-EXIT.
007430     IF WS-FECHADO-ACHADO
007440         DISPLAY "LOTE " WS-TAB-RUNC-BATCH (WS-IX-RUNC)
007450                 " DO PERIODO FECHADO " WS-PERIODO-CALC
007460                 " - LANCADO NO PERIODO ABERTO CORRENTE."
007470         MOVE WS-PERIODO-HOJE TO WS-PERIODO-CALC
007480         MOVE ZEROS TO WS-QTDE-AVANCOS
007490         PERFORM 7100-VERIFICAR-FECHADO THRU 7100-EXIT
007500         PERFORM 7200-AVANCAR-PERIODO THRU 7200-EXIT
007510             UNTIL NOT WS-FECHADO-ACHADO
007520                OR WS-QTDE-AVANCOS > 12
007530     END-IF.
007540     MOVE WS-PERIODO-CALC TO WS-TAB-RUNC-PERIODO (WS-IX-RUNC).
007550 2250-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------------
007590* 2300-POSTAR-DETALHE - LE UM REGISTRO DO FEED CONSOLIDADO NO
007600*                       PASSO DE LANCAMENTO E LANCA O DETALHE DE
007610*                       LOTE CONFERIDO NO SALDO DA CONTA E DO
007620*                       DEPARTAMENTO NO PERIODO DO LOTE
007630*----------------------------------------------------------------
007640 2300-POSTAR-DETALHE.
007650     READ CONS-FILE
007660         AT END
007670             SET WS-FIM-CONS TO TRUE
007680             GO TO 2300-EXIT
007690     END-READ.
007700     IF IFACE-TIPO-REG NOT = 'D'
007710         GO TO 2300-EXIT
007720     END-IF.
007730     MOVE IFACE-DET-BATCH-ID TO WS-BATCH-PROCURADO.
007740     PERFORM 7000-PROCURAR-LOTE THRU 7000-EXIT.
007750     IF NOT WS-RUNC-ACHADO
007760         GO TO 2300-EXIT
007770     END-IF.
007780     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) NOT = 'C'
007790         GO TO 2300-EXIT
007800     END-IF.
007810     MOVE WS-TAB-RUNC-PERIODO (WS-IX-RUNC) TO SALD-PERIODO.
007820     MOVE IFACE-DET-CONTA TO SALD-CONTA.
007830     MOVE IFACE-DET-DEPTO TO SALD-DEPTO.
007840     PERFORM 2350-LER-SALDO THRU 2350-EXIT.
007850     IF IFACE-DET-SOMA < ZERO
007860         COMPUTE WS-SOMA-ABS = IFACE-DET-SOMA * -1
007870         ADD WS-SOMA-ABS TO SALD-CREDITOS
007880     ELSE
007890         ADD IFACE-DET-SOMA TO SALD-DEBITOS
007900     END-IF.
007910     COMPUTE SALD-SALDO-ATUAL = SALD-SALDO-ANTERIOR
007920         + SALD-DEBITOS - SALD-CREDITOS.
007930     ADD 1 TO SALD-QTDE-LANCAMENTOS.
007940     MOVE WS-DATA-HOJE TO SALD-DATA-ULT-MOVTO.
007950     IF WS-SALDO-ACHADO
007960         REWRITE SALD-RECORD
007970             INVALID KEY
007980                 DISPLAY "*** REGRAVACAO DO SALDO RECUSADA ["
007990                         WS-STATUS-SALD "] CONTA " SALD-CONTA
008000                         " ***"
008010                 MOVE 12 TO RETURN-CODE
008020                 PERFORM 2400-MARCAR-PARCIAL THRU 2400-EXIT
008030                 GO TO 2300-EXIT
008040         END-REWRITE
008050     ELSE
008060         WRITE SALD-RECORD
008070             INVALID KEY
008080                 DISPLAY "*** INCLUSAO DO SALDO RECUSADA ["
008090                         WS-STATUS-SALD "] CONTA " SALD-CONTA
008100                         " ***"
008110                 MOVE 12 TO RETURN-CODE
008120                 PERFORM 2400-MARCAR-PARCIAL THRU 2400-EXIT
008130                 GO TO 2300-EXIT
008140         END-WRITE
008150         ADD 1 TO WS-QTDE-SALDOS-NOVOS
008160     END-IF.
008170     ADD 1 TO WS-QTDE-DET-POSTADOS.
008180 2300-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------
008220* 2350-LER-SALDO - LE O SALDO DIRETO PELA CHAVE PERIODO + CONTA
008230*                  + DEPARTAMENTO; SALDO INEXISTENTE E MONTADO
008240*                  ZERADO PARA INCLUSAO
008250*----------------------------------------------------------------
008260 2350-LER-SALDO.
008270     MOVE 'N' TO WS-SALDO-ACHADO-SW.
008280     READ SALD-FILE
008290         INVALID KEY
008300             CONTINUE
008310         NOT INVALID KEY
008320             SET WS-SALDO-ACHADO TO TRUE
008330     END-READ.
008340     IF WS-SALDO-ACHADO
008350         GO TO 2350-EXIT
008360     END-IF.
008370     MOVE WS-TAB-RUNC-PERIODO (WS-IX-RUNC) TO SALD-PERIODO.
008380     MOVE IFACE-DET-CONTA TO SALD-CONTA.
008390     MOVE IFACE-DET-DEPTO TO SALD-DEPTO.
008400     MOVE ZEROS TO SALD-SALDO-ANTERIOR.
008410     MOVE ZEROS TO SALD-DEBITOS.
008420     MOVE ZEROS TO SALD-CREDITOS.
008430     MOVE ZEROS TO SALD-SALDO-ATUAL.
008440     MOVE ZEROS TO SALD-QTDE-LANCAMENTOS.
008450     MOVE ZEROS TO SALD-DATA-ULT-MOVTO.
008460 2350-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 2400-MARCAR-PARCIAL - TIRA DA INCORPORACAO O LOTE CUJO SALDO
008510*                       FOI RECUSADO: OS DETALHES SEGUINTES DO
008520*                       LOTE NAO SAO LANCADOS E O LOTE NAO E
008530*                       REGISTRADO NO SLOTFILE, MAS OS JA LANCADOS
008540*                       FICAM NO CADASTRO DE SALDOS
008550*----------------------------------------------------------------
008560 2400-MARCAR-PARCIAL.
008570     MOVE 'F' TO WS-TAB-RUNC-SITUACAO (WS-IX-RUNC).
008580     SUBTRACT 1 FROM WS-QTDE-LOTES-CONF.
008590     ADD 1 TO WS-QTDE-LOTES-PARCIAIS.
008600     DISPLAY "*** LOTE " WS-TAB-RUNC-BATCH (WS-IX-RUNC)
008610             " LANCADO PARCIALMENTE NOS SALDOS - RESTAURE O "
008620             "SALDFILE ANTES DE REEXECUTAR ***".
008630 2400-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670* 2500-REGISTRAR-INCORPORADOS - ACRESCENTA AO ARQUIVO DE LOTES
008680*                               INCORPORADOS UM REGISTRO POR
008690*                               LOTE CONFERIDO E LANCADO NESTA
008700*                               EXECUCAO
008710*----------------------------------------------------------------
008720 2500-REGISTRAR-INCORPORADOS.
008730     OPEN EXTEND SLOT-FILE.
008740     IF WS-STATUS-SLOT NOT = "00"
008750         OPEN OUTPUT SLOT-FILE
008760     END-IF.
008770     IF WS-STATUS-SLOT NOT = "00"
008780         DISPLAY "*** ARQUIVO DE LOTES INCORPORADOS "
008790                 "INDISPONIVEL [" WS-STATUS-SLOT
008800                 "] - INCORPORACAO NAO REGISTRADA ***"
008810         MOVE 12 TO RETURN-CODE
008820         GO TO 2500-EXIT
008830     END-IF.
008840     MOVE ZEROS TO WS-IX-RUNC.
008850     PERFORM 2550-GRAVAR-INCORPORADO THRU 2550-EXIT
008860         WS-QTDE-RUNC TIMES.
008870     CLOSE SLOT-FILE.
008880 2500-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------------
008920* 2550-GRAVAR-INCORPORADO - GRAVA O REGISTRO DE UM LOTE
008930*                           CONFERIDO E SOMA O SEU TOTAL DE
008940*                           CONTROLE AO DO PERIODO DO BALANCETE
008950*----------------------------------------------------------------
008960 2550-GRAVAR-INCORPORADO.
008970     ADD 1 TO WS-IX-RUNC.
008980     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) NOT = 'C'
008990         GO TO 2550-EXIT
009000     END-IF.
009010     INITIALIZE SLOT-RECORD.
009020     MOVE WS-TAB-RUNC-BATCH (WS-IX-RUNC) TO SLOT-BATCH-ID.
009030     MOVE WS-TAB-RUNC-PERIODO (WS-IX-RUNC) TO SLOT-PERIODO.
009040     MOVE WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC) TO SLOT-QTDE-DETALHES.
009050     MOVE WS-TAB-RUNC-TOTAL (WS-IX-RUNC) TO SLOT-TOTAL-CTRL.
009060     MOVE WS-DATA-HOJE TO SLOT-DATA.
009070     WRITE SLOT-RECORD.
009080     IF SLOT-PERIODO = WS-PERIODO-BALANCETE
009090         ADD 1 TO WS-CTL-QTDE-LOTES
009100         ADD SLOT-TOTAL-CTRL TO WS-CTL-TOTAL
009110     END-IF.
009120 2550-EXIT.
009130     EXIT.
009140
009150*----------------------------------------------------------------
009160* 7000-PROCURAR-LOTE - PROCURA WS-BATCH-PROCURADO NA TABELA DO
009170*                      CONTROLE DE EXECUCAO E DEIXA A POSICAO
009180*                      EM WS-IX-RUNC
009190*----------------------------------------------------------------
009200 7000-PROCURAR-LOTE.
009210     MOVE 1 TO WS-IX-RUNC.
009220     MOVE 'N' TO WS-RUNC-ACHADO-SW.
009230     PERFORM 7050-COMPARAR-LOTE THRU 7050-EXIT
009240         UNTIL WS-RUNC-ACHADO OR WS-IX-RUNC > WS-QTDE-RUNC.
009250 7000-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 7050-COMPARAR-LOTE - COMPARA O BATCH-ID PROCURADO COM UMA
009300*                      ENTRADA DA TABELA DO CONTROLE DE EXECUCAO
009310*----------------------------------------------------------------
009320 7050-COMPARAR-LOTE.
009330     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) = WS-BATCH-PROCURADO
009340         SET WS-RUNC-ACHADO TO TRUE
009350     ELSE
009360         ADD 1 TO WS-IX-RUNC
009370     END-IF.
009380 7050-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------
009420* 7100-VERIFICAR-FECHADO - PROCURA O PERIODO WS-PERIODO-CALC NA
009430*                          TABELA DE PERIODOS FECHADOS
009440*----------------------------------------------------------------
009450 7100-VERIFICAR-FECHADO.
009460     MOVE 1 TO WS-IX-FEC.
009470     MOVE 'N' TO WS-FECHADO-ACHADO-SW.
009480     PERFORM 7150-COMPARAR-FECHADO THRU 7150-EXIT
009490         UNTIL WS-FECHADO-ACHADO OR WS-IX-FEC > WS-QTDE-FECHADOS.
009500 7100-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------------
009540* 7150-COMPARAR-FECHADO - COMPARA O PERIODO COM UMA ENTRADA DA
009550*                         TABELA DE PERIODOS FECHADOS
009560*----------------------------------------------------------------
009570 7150-COMPARAR-FECHADO.
009580     IF WS-TAB-FEC-PERIODO (WS-IX-FEC) = WS-PERIODO-CALC
009590         SET WS-FECHADO-ACHADO TO TRUE
009600     ELSE
009610         ADD 1 TO WS-IX-FEC
009620     END-IF.
009630 7150-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670* 7200-AVANCAR-PERIODO - AVANCA WS-PERIODO-CALC PARA O MES
009680*                        SEGUINTE E VERIFICA SE TAMBEM ESTA
009690*                        FECHADO
009700*----------------------------------------------------------------
009710 7200-AVANCAR-PERIODO.
009720     ADD 1 TO WS-QTDE-AVANCOS.
009730     IF WS-PCALC-MES = 12
009740         ADD 1 TO WS-PCALC-ANO
009750         MOVE 1 TO WS-PCALC-MES
009760     ELSE
009770         ADD 1 TO WS-PCALC-MES
009780     END-IF.
009790     PERFORM 7100-VERIFICAR-FECHADO THRU 7100-EXIT.
009800 7200-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------------
009840* 8000-EMITIR-BALANCETE - PERCORRE O CADASTRO DE SALDOS NA
009850*                         ORDEM DA CHAVE A PARTIR DO PERIODO DO
009860*                         BALANCETE, IMPRIME UMA LINHA POR
009870*                         CONTA/DEPARTAMENTO COM O TOTAL DE CADA
009880*                         CONTA, E CONFERE O MOVIMENTO LIQUIDO
009890*                         CONTRA OS TOTAIS DE CONTROLE; LISTA
009900*                         AS EXCECOES DOS LOTES POSTADOS NAO
009910*                         INCORPORADOS NESTA RODADA
009920*----------------------------------------------------------------
009930 8000-EMITIR-BALANCETE.
009940     MOVE WS-PERIODO-BALANCETE TO WS-PERIODO-CALC.
009950     PERFORM 7100-VERIFICAR-FECHADO THRU 7100-EXIT.
009960     IF WS-FECHADO-ACHADO
009970         MOVE "FECHADO" TO WS-CAB-SITUACAO
009980     ELSE
009990         MOVE "ABERTO" TO WS-CAB-SITUACAO
010000     END-IF.
010010     INITIALIZE WS-TOTAIS-CONTA.
010020     INITIALIZE WS-TOTAIS-GERAIS.
010030     MOVE 'N' TO WS-FIM-SALD-SW.
010040     MOVE WS-PERIODO-BALANCETE TO SALD-PERIODO.
010050     MOVE LOW-VALUES TO SALD-CONTA.
010060     MOVE LOW-VALUES TO SALD-DEPTO.
010070     START SALD-FILE KEY IS NOT LESS THAN SALD-CHAVE
010080         INVALID KEY
010090             SET WS-FIM-SALD TO TRUE
010100     END-START.
010110     IF NOT WS-FIM-SALD
010120         PERFORM 8100-LER-SALDO THRU 8100-EXIT
010130     END-IF.
010140     PERFORM 8200-IMPRIMIR-SALDO THRU 8200-EXIT
010150         UNTIL WS-FIM-SALD.
010160     IF WS-QTDE-LINHAS-CONTA > ZEROS
010170         PERFORM 8300-IMPRIMIR-TOTAL-CONTA THRU 8300-EXIT
010180     END-IF.
010190     PERFORM 8400-IMPRIMIR-CONFERENCIA THRU 8400-EXIT.
010200     IF WS-QTDE-LOTES-SEM-FEED > ZEROS
010210         OR WS-QTDE-LOTES-DIVERG > ZEROS
010220         OR WS-QTDE-LOTES-PARCIAIS > ZEROS
010230         PERFORM 8700-IMPRIMIR-EXCECOES THRU 8700-EXIT
010240     END-IF.
010250 8000-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290* 8100-LER-SALDO - LE O PROXIMO SALDO NA ORDEM DA CHAVE E
010300*                  ENCERRA A LEITURA NA MUDANCA DE PERIODO
010310*----------------------------------------------------------------
010320 8100-LER-SALDO.
010330     READ SALD-FILE NEXT
010340         AT END
010350             SET WS-FIM-SALD TO TRUE
010360             GO TO 8100-EXIT
010370     END-READ.
010380     IF SALD-PERIODO NOT = WS-PERIODO-BALANCETE
010390         SET WS-FIM-SALD TO TRUE
010400     END-IF.
010410 8100-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------
010450* 8200-IMPRIMIR-SALDO - IMPRIME A LINHA DE UM SALDO, FECHANDO O
010460*                       TOTAL DA CONTA ANTERIOR NA QUEBRA DE
010470*                       CONTA, ACUMULA OS TOTAIS E LE O PROXIMO
010480*----------------------------------------------------------------
010490 8200-IMPRIMIR-SALDO.
010500     IF SALD-CONTA NOT = WS-CONTA-ANTERIOR
010510         AND WS-QTDE-LINHAS-CONTA > ZEROS
010520         PERFORM 8300-IMPRIMIR-TOTAL-CONTA THRU 8300-EXIT
010530     END-IF.
010540     MOVE SALD-CONTA TO WS-CONTA-ANTERIOR.
010550     ADD 1 TO WS-QTDE-LINHAS-CONTA.
010560     MOVE SALD-CONTA TO WS-SAL-CONTA.
010570     MOVE SALD-DEPTO TO WS-SAL-DEPTO.
010580     MOVE SALD-SALDO-ANTERIOR TO WS-SAL-ANTERIOR.
010590     MOVE SALD-DEBITOS TO WS-SAL-DEBITOS.
010600     MOVE SALD-CREDITOS TO WS-SAL-CREDITOS.
010610     MOVE SALD-SALDO-ATUAL TO WS-SAL-ATUAL.
010620     MOVE SALD-QTDE-LANCAMENTOS TO WS-SAL-QTDE.
010630     MOVE WS-LINHA-SALDO TO WS-LINHA-IMPRESSAO.
010640     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010650     ADD SALD-SALDO-ANTERIOR TO WS-TCO-ANTERIOR.
010660     ADD SALD-DEBITOS TO WS-TCO-DEBITOS.
010670     ADD SALD-CREDITOS TO WS-TCO-CREDITOS.
010680     ADD SALD-SALDO-ATUAL TO WS-TCO-ATUAL.
010690     ADD SALD-QTDE-LANCAMENTOS TO WS-TCO-QTDE.
010700     ADD SALD-SALDO-ANTERIOR TO WS-TGE-ANTERIOR.
010710     ADD SALD-DEBITOS TO WS-TGE-DEBITOS.
010720     ADD SALD-CREDITOS TO WS-TGE-CREDITOS.
010730     ADD SALD-SALDO-ATUAL TO WS-TGE-ATUAL.
010740     ADD SALD-QTDE-LANCAMENTOS TO WS-TGE-QTDE.
010750     PERFORM 8100-LER-SALDO THRU 8100-EXIT.
010760 8200-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------------
010800* 8300-IMPRIMIR-TOTAL-CONTA - IMPRIME O TOTAL DA CONTA ANTERIOR
010810*                             E ZERA OS ACUMULADORES DA CONTA
010820*----------------------------------------------------------------
010830 8300-IMPRIMIR-TOTAL-CONTA.
010840     MOVE SPACES TO WS-TOT-LITERAL.
010850     STRING "TOTAL " WS-CONTA-ANTERIOR
010860         DELIMITED BY SIZE INTO WS-TOT-LITERAL.
010870     MOVE WS-TCO-ANTERIOR TO WS-TOT-ANTERIOR.
010880     MOVE WS-TCO-DEBITOS TO WS-TOT-DEBITOS.
010890     MOVE WS-TCO-CREDITOS TO WS-TOT-CREDITOS.
010900     MOVE WS-TCO-ATUAL TO WS-TOT-ATUAL.
010910     MOVE WS-TCO-QTDE TO WS-TOT-QTDE.
010920     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
010930     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010940     MOVE SPACES TO WS-LINHA-IMPRESSAO.
010950     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010960     INITIALIZE WS-TOTAIS-CONTA.
010970     MOVE ZEROS TO WS-QTDE-LINHAS-CONTA.
010980 8300-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------------
011020* 8400-IMPRIMIR-CONFERENCIA - IMPRIME O TOTAL GERAL DO PERIODO E
011030*                             CONFERE O MOVIMENTO LIQUIDO
011040*                             (DEBITOS - CREDITOS) CONTRA A SOMA
011050*                             DOS TOTAIS DE CONTROLE DOS LOTES
011060*                             INCORPORADOS NO PERIODO
011070*----------------------------------------------------------------
011080 8400-IMPRIMIR-CONFERENCIA.
011090     MOVE "TOTAL GERAL" TO WS-TOT-LITERAL.
011100     MOVE WS-TGE-ANTERIOR TO WS-TOT-ANTERIOR.
011110     MOVE WS-TGE-DEBITOS TO WS-TOT-DEBITOS.
011120     MOVE WS-TGE-CREDITOS TO WS-TOT-CREDITOS.
011130     MOVE WS-TGE-ATUAL TO WS-TOT-ATUAL.
011140     MOVE WS-TGE-QTDE TO WS-TOT-QTDE.
011150     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
011160     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011170     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011180     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011190     COMPUTE WS-MOVIMENTO-LIQUIDO =
011200         WS-TGE-DEBITOS - WS-TGE-CREDITOS.
011210     COMPUTE WS-DIFERENCA = WS-MOVIMENTO-LIQUIDO - WS-CTL-TOTAL.
011220     MOVE "MOVIMENTO LIQUIDO DO PERIODO (DEBITOS - CREDITOS)"
011230         TO WS-CTL-LITERAL.
011240     MOVE WS-MOVIMENTO-LIQUIDO TO WS-CTL-VALOR.
011250     MOVE WS-LINHA-CONTROLE TO WS-LINHA-IMPRESSAO.
011260     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011270     MOVE SPACES TO WS-CTL-LITERAL.
011280     STRING "TOTAIS DE CONTROLE DOS LOTES INCORPORADOS ("
011290         WS-CTL-QTDE-LOTES ")"
011300         DELIMITED BY SIZE INTO WS-CTL-LITERAL.
011310     MOVE WS-CTL-TOTAL TO WS-CTL-VALOR.
011320     MOVE WS-LINHA-CONTROLE TO WS-LINHA-IMPRESSAO.
011330     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011340     MOVE "DIFERENCA" TO WS-CTL-LITERAL.
011350     MOVE WS-DIFERENCA TO WS-CTL-VALOR.
011360     MOVE WS-LINHA-CONTROLE TO WS-LINHA-IMPRESSAO.
011370     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011380     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011390     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011400     IF WS-DIFERENCA = ZERO
011410         MOVE "BALANCETE CONFERE COM OS TOTAIS DE CONTROLE."
011420             TO WS-LINHA-IMPRESSAO
011430     ELSE
011440         MOVE "*** BALANCETE DIVERGENTE DOS TOTAIS DE CONTROLE "
011450             TO WS-LINHA-IMPRESSAO
011460         MOVE "***" TO WS-LINHA-IMPRESSAO (50:3)
011470         DISPLAY "*** BALANCETE DO PERIODO " WS-PERIODO-BALANCETE
011480                 " DIVERGENTE DOS TOTAIS DE CONTROLE ***"
011490         IF RETURN-CODE < 4
011500             MOVE 4 TO RETURN-CODE
011510         END-IF
011520     END-IF.
011530     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011540 8400-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------------
011580* 8500-ESCREVER-LINHA - GRAVA A LINHA MONTADA, SALTANDO DE
011590*                       PAGINA E REPETINDO O CABECALHO QUANDO
011600*                       NECESSARIO
011610*----------------------------------------------------------------
011620 8500-ESCREVER-LINHA.
011630     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
011640         PERFORM 8600-ESCREVER-CABECALHO THRU 8600-EXIT
011650     END-IF.
011660     WRITE RELATORIO-RECORD FROM WS-LINHA-IMPRESSAO
011670         AFTER ADVANCING 1 LINE.
011680     ADD 1 TO WS-LINHA-CORRENTE.
011690 8500-EXIT.
011700     EXIT.
011710
011720*----------------------------------------------------------------
011730* 8600-ESCREVER-CABECALHO - IMPRIME O CABECALHO DE PAGINA DO
011740*                           BALANCETE
011750*----------------------------------------------------------------
011760 8600-ESCREVER-CABECALHO.
011770     ADD 1 TO WS-PAGINA.
011780     MOVE WS-PAGINA TO WS-CAB-PAGINA.
011790     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
011800     MOVE WS-PERIODO-BALANCETE TO WS-CAB-PERIODO.
011810     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-1
011820         AFTER ADVANCING PAGE.
011830     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-2
011840         AFTER ADVANCING 1 LINE.
011850     MOVE SPACES TO RELATORIO-RECORD.
011860     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
011870     MOVE 4 TO WS-LINHA-CORRENTE.
011880 8600-EXIT.
011890     EXIT.
011900
011910*----------------------------------------------------------------
011920* 8700-IMPRIMIR-EXCECOES - IMPRIME NO FIM DO BALANCETE OS LOTES
011930*                          POSTADOS QUE NAO FORAM INCORPORADOS
011940*                          NESTA RODADA
011950*----------------------------------------------------------------
011960 8700-IMPRIMIR-EXCECOES.
011970     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011980     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011990     MOVE "EXCECOES - LOTES POSTADOS NAO INCORPORADOS"
012000         TO WS-LINHA-IMPRESSAO.
012010     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012020     MOVE WS-LINHA-EXC-CAB TO WS-LINHA-IMPRESSAO.
012030     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012040     MOVE ZEROS TO WS-IX-RUNC.
012050     PERFORM 8750-IMPRIMIR-EXCECAO THRU 8750-EXIT
012060         WS-QTDE-RUNC TIMES.
012070 8700-EXIT.
012080     EXIT.
012090
012100*----------------------------------------------------------------
012110* 8750-IMPRIMIR-EXCECAO - IMPRIME A LINHA DE UM LOTE SEM DETALHES
012120*                         NO FEED (A), DIVERGENTE (D) OU LANCADO
012130*                         PARCIALMENTE (F)
012140*----------------------------------------------------------------
012150 8750-IMPRIMIR-EXCECAO.
012160     ADD 1 TO WS-IX-RUNC.
012170     IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) = 'A'
012180         MOVE "SEM DETALHES NO FEED" TO WS-EXC-SITUACAO
012190     ELSE
012200         IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) = 'D'
012210             MOVE "DIVERGENTE DO EVENTO POSTADO"
012220                 TO WS-EXC-SITUACAO
012230         ELSE
012240             IF WS-TAB-RUNC-SITUACAO (WS-IX-RUNC) = 'F'
012250                 MOVE "LANCADO PARCIALMENTE"
012260                     TO WS-EXC-SITUACAO
012270             ELSE
012280                 GO TO 8750-EXIT
012290             END-IF
012300         END-IF
012310     END-IF.
012320     MOVE WS-TAB-RUNC-BATCH (WS-IX-RUNC) TO WS-EXC-BATCH.
012330     MOVE WS-TAB-RUNC-DATA-POST (WS-IX-RUNC) TO WS-EXC-DATA-POST.
012340     MOVE WS-TAB-RUNC-PARES (WS-IX-RUNC) TO WS-EXC-PARES.
012350     MOVE WS-TAB-RUNC-TOTAL (WS-IX-RUNC) TO WS-EXC-TOTAL.
012360     MOVE WS-TAB-RUNC-QTDE-DET (WS-IX-RUNC) TO WS-EXC-QTDE-DET.
012370     MOVE WS-LINHA-EXCECAO TO WS-LINHA-IMPRESSAO.
012380     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012390 8750-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------------
012430* 9000-ENCERRAR - FECHA OS ARQUIVOS E EXIBE OS CONTADORES DA
012440*                 INCORPORACAO NO CONSOLE
012450*----------------------------------------------------------------
012460 9000-ENCERRAR.
012470     CLOSE SALD-FILE.
012480     CLOSE RELATORIO-FILE.
012490     DISPLAY "------------------------------------------------".
012500     DISPLAY "LOTES POSTADOS A INCORPORAR ... "
012510             WS-QTDE-LOTES-PEND.
012520     DISPLAY "LOTES INCORPORADOS ............ "
012530             WS-QTDE-LOTES-CONF.
012540     DISPLAY "LOTES DIVERGENTES ............. "
012550             WS-QTDE-LOTES-DIVERG.
012560     DISPLAY "LOTES POSTADOS SEM DETALHES ... "
012570             WS-QTDE-LOTES-SEM-FEED.
012580     DISPLAY "LOTES LANCADOS PARCIALMENTE ... "
012590             WS-QTDE-LOTES-PARCIAIS.
012600     DISPLAY "DETALHES LANCADOS NOS SALDOS .. "
012610             WS-QTDE-DET-POSTADOS.
012620     DISPLAY "SALDOS NOVOS INCLUIDOS ........ "
012630             WS-QTDE-SALDOS-NOVOS.
012640     DISPLAY "------------------------------------------------".
012650 9000-EXIT.
012660     EXIT.
