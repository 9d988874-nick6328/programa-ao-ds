000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMAFIXO.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - GERADOR DOS LANCAMENTOS
000130*                   FIXOS. PARA A DATA DE EXECUCAO, PERCORRE O
000140*                   CADASTRO DE LANCAMENTOS FIXOS (FIXOFILE,
000150*                   MANTIDO PELO SOMAFIXM) E GERA A OCORRENCIA
000160*                   DO MES ANTERIOR E DO MES CORRENTE DE CADA
000170*                   LANCAMENTO ATIVO QUE JA TENHA VENCIDO,
000180*                   RESPEITANDO A FREQUENCIA (MENSAL,
000190*                   TRIMESTRAL A PARTIR DO MES INICIAL, UNICA),
000200*                   A VIGENCIA E O DIA DE POSTAGEM (LIMITADO AO
000210*                   ULTIMO DIA DO MES). A DATA DE POSTAGEM QUE
000220*                   NAO FOR DIA UTIL DE PERIODO ABERTO NO
000230*                   CALENDARIO (CALFILE) E ROLADA PARA O
000240*                   PROXIMO DIA UTIL; A OCORRENCIA SO E GERADA
000250*                   QUANDO ESSE DIA CHEGA. GRAVA UM LOTE
000260*                   DEPARTAMENTAL H/D/T NO FORMATO TRANREC POR
000270*                   DEPARTAMENTO (FIXOTRAN), COM A CONTAGEM E O
000280*                   HASH-TOTAL NO TRAILER, PARA SER CONCATENADO
000290*                   AO TRANFILE DO SOMAEDIT E DO SOMABAT. O
000300*                   PERIODO GERADO E REGRAVADO NO CADASTRO, DE
000310*                   MODO QUE A MESMA OCORRENCIA NUNCA E GERADA
000320*                   DUAS VEZES. IMPRIME O REGISTRO DO QUE FOI
000330*                   GERADO (FIXORPT). TERMINA COM RC 4 QUANDO
000340*                   ALGUMA OCORRENCIA VENCIDA AGUARDA DIA UTIL
000350*                   AINDA NAO CADASTRADO NO CALENDARIO.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT FIXO-FILE ASSIGN TO "FIXOFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FIXO-CHAVE
000490         FILE STATUS IS WS-STATUS-FIXO.
000500     SELECT TRAN-FILE ASSIGN TO "FIXOTRAN"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-STATUS-TRAN.
000530     SELECT CAL-FILE ASSIGN TO "CALFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-STATUS-CAL.
000560     SELECT RELATORIO-FILE ASSIGN TO "FIXORPT"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-PARM.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FIXO-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 100 CHARACTERS.
000670 COPY FIXOREC.
000680
000690 FD  TRAN-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 40 CHARACTERS.
000720 COPY TRANREC.
000730
000740 FD  CAL-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 40 CHARACTERS.
000770 COPY CALREC.
000780
000790 FD  RELATORIO-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000820 COPY SOMRPT.
000830
000840 FD  PARM-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 50 CHARACTERS.
000870 COPY PARMREC.
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910* CONTROLE DE LEITURA E CONTADORES DA GERACAO
000920*----------------------------------------------------------------
000930 77  WS-STATUS-FIXO             PIC X(02) VALUE "00".
000940 77  WS-STATUS-TRAN             PIC X(02) VALUE "00".
000950 77  WS-STATUS-CAL              PIC X(02) VALUE "00".
000960 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
000970 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
000980 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
000990 77  WS-QTDE-LIDOS              PIC 9(05) VALUE ZEROS.
001000 77  WS-QTDE-INATIVOS           PIC 9(05) VALUE ZEROS.
001010 77  WS-QTDE-GERADOS            PIC 9(05) VALUE ZEROS.
001020 77  WS-QTDE-LOTES              PIC 9(05) VALUE ZEROS.
001030 77  WS-QTDE-ADIADOS            PIC 9(05) VALUE ZEROS.
001040 77  WS-QTDE-SEM-CALENDARIO     PIC 9(05) VALUE ZEROS.
001050 77  WS-TOTAL-GERADO            PIC S9(11)V99
001060     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001070
001080 01  WS-SWITCHES.
001090     05  WS-FIM-FIXO-SW         PIC X(01) VALUE 'N'.
001100         88  WS-FIM-FIXO        VALUE 'S'.
001110     05  WS-FIM-CAL-SW          PIC X(01) VALUE 'N'.
001120         88  WS-FIM-CAL         VALUE 'S'.
001130     05  WS-CAL-CARREGADO-SW    PIC X(01) VALUE 'N'.
001140         88  WS-CAL-CARREGADO   VALUE 'S'.
001150     05  WS-LOTE-ABERTO-SW      PIC X(01) VALUE 'N'.
001160         88  WS-LOTE-ABERTO     VALUE 'S'.
001170     05  WS-DIA-ACHADO-SW       PIC X(01) VALUE 'N'.
001180         88  WS-DIA-ACHADO      VALUE 'S'.
001190     05  WS-OCORRENCIA-DEVIDA-SW
001200                                PIC X(01) VALUE 'N'.
001210         88  WS-OCORRENCIA-DEVIDA
001220                                VALUE 'S'.
001230
001240*----------------------------------------------------------------
001250* TABELA DO CALENDARIO DE POSTAGEM (DATA, DIA UTIL, SITUACAO DO
001260* PERIODO), NO MESMO FORMATO DO SOMACAL
001270*----------------------------------------------------------------
001280 77  WS-IX-CAL                  PIC 9(04) VALUE ZEROS.
001290 77  WS-QTDE-DATAS              PIC 9(04) VALUE ZEROS.
001300 01  WS-TAB-CALENDARIO.
001310     05  WS-TAB-CAL-ENT OCCURS 1000 TIMES.
001320         10  WS-TAB-CAL-DATA    PIC 9(08).
001330         10  WS-TAB-CAL-UTIL    PIC X(01).
001340         10  WS-TAB-CAL-PERIODO PIC X(01).
001350
001360*----------------------------------------------------------------
001370* OCORRENCIA EM AVALIACAO - PERIODO (AAAAMM), DATA NOMINAL DE
001380* POSTAGEM NO MES E DATA DE POSTAGEM APOS A ROLAGEM PARA DIA UTIL
001390*----------------------------------------------------------------
001400 77  WS-PERIODO-HOJE            PIC 9(06) VALUE ZEROS.
001410 77  WS-PERIODO-ANTERIOR        PIC 9(06) VALUE ZEROS.
001420 77  WS-DATA-NOMINAL            PIC 9(08) VALUE ZEROS.
001430 77  WS-DATA-POSTAGEM           PIC 9(08) VALUE ZEROS.
001440 77  WS-MESES-CAND              PIC 9(06) VALUE ZEROS.
001450 77  WS-MESES-INICIO            PIC 9(06) VALUE ZEROS.
001460 77  WS-MESES-DIFERENCA         PIC 9(06) VALUE ZEROS.
001470 77  WS-QUOCIENTE               PIC 9(06) VALUE ZEROS.
001480 77  WS-RESTO                   PIC 9(04) VALUE ZEROS.
001490 77  WS-RESTO-100               PIC 9(04) VALUE ZEROS.
001500 77  WS-RESTO-400               PIC 9(04) VALUE ZEROS.
001510 77  WS-DIAS-NO-MES             PIC 9(02) VALUE ZEROS.
001520 01  WS-PERIODO-CAND            PIC 9(06) VALUE ZEROS.
001530 01  FILLER REDEFINES WS-PERIODO-CAND.
001540     05  WS-PCAND-ANO           PIC 9(04).
001550     05  WS-PCAND-MES           PIC 9(02).
001560 01  WS-PERIODO-INICIO          PIC 9(06) VALUE ZEROS.
001570 01  FILLER REDEFINES WS-PERIODO-INICIO.
001580     05  WS-PINI-ANO            PIC 9(04).
001590     05  WS-PINI-MES            PIC 9(02).
001600 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
001610 01  FILLER REDEFINES WS-DATA-CALC.
001620     05  WS-DCALC-ANO           PIC 9(04).
001630     05  WS-DCALC-MES           PIC 9(02).
001640     05  WS-DCALC-DIA           PIC 9(02).
001650 01  WS-TAB-DIAS-MES-X          PIC X(24) VALUE
001660     "312831303130313130313031".
001670 01  FILLER REDEFINES WS-TAB-DIAS-MES-X.
001680     05  WS-TAB-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.
001690
001700*----------------------------------------------------------------
001710* LOTE DEPARTAMENTAL CORRENTE DO ARQUIVO GERADO
001720*----------------------------------------------------------------
001730 77  WS-LOTE-DEPTO              PIC X(04) VALUE SPACES.
001740 77  WS-LOTE-QTDE               PIC 9(07) VALUE ZEROS.
001750 77  WS-LOTE-HASH               PIC 9(11)V99 VALUE ZEROS.
001760
001770*----------------------------------------------------------------
001780* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO REGISTRO
001790*----------------------------------------------------------------
001800 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
001810 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
001820 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
001830 01  WS-LINHA-IMPRESSAO         PIC X(132).
001840
001850 01  WS-LINHA-CAB-1.
001860     05  FILLER                 PIC X(10) VALUE "SOMAFIXO".
001870     05  FILLER                 PIC X(38) VALUE
001880         "REGISTRO DOS LANCAMENTOS FIXOS GERADOS".
001890     05  FILLER                 PIC X(07) VALUE "  DATA ".
001900     05  WS-CAB-DATA            PIC 9(08).
001910     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
001920     05  WS-CAB-PAGINA          PIC ZZZZ9.
001930     05  FILLER                 PIC X(55) VALUE SPACES.
001940
001950 01  WS-LINHA-CAB-2.
001960     05  FILLER                 PIC X(06) VALUE "DEPTO".
001970     05  FILLER                 PIC X(06) VALUE "NUM".
001980     05  FILLER                 PIC X(10) VALUE "CONTA".
001990     05  FILLER                 PIC X(32) VALUE "DESCRICAO".
002000     05  FILLER                 PIC X(08) VALUE "PERIODO".
002010     05  FILLER                 PIC X(10) VALUE "NOMINAL".
002020     05  FILLER                 PIC X(10) VALUE "POSTAGEM".
002030     05  FILLER                 PIC X(15) VALUE
002040         "          VALOR".
002050     05  FILLER                 PIC X(20) VALUE "SITUACAO".
002060     05  FILLER                 PIC X(15) VALUE SPACES.
002070
002080 01  WS-LINHA-FIXO.
002090     05  WS-FIX-DEPTO           PIC X(04).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  WS-FIX-NUMERO          PIC 9(04).
002120     05  FILLER                 PIC X(02) VALUE SPACES.
002130     05  WS-FIX-CONTA           PIC X(08).
002140     05  FILLER                 PIC X(02) VALUE SPACES.
002150     05  WS-FIX-DESCRICAO       PIC X(30).
002160     05  FILLER                 PIC X(02) VALUE SPACES.
002170     05  WS-FIX-PERIODO         PIC 9(06).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002190     05  WS-FIX-NOMINAL         PIC 9(08).
002200     05  FILLER                 PIC X(02) VALUE SPACES.
002210     05  WS-FIX-POSTAGEM        PIC 9(08).
002220     05  FILLER                 PIC X(02) VALUE SPACES.
002230     05  WS-FIX-VALOR           PIC +Z.ZZZ.ZZ9,99.
002240     05  FILLER                 PIC X(02) VALUE SPACES.
002250     05  WS-FIX-SITUACAO        PIC X(20).
002260     05  FILLER                 PIC X(15) VALUE SPACES.
002270
002280 01  WS-LINHA-LOTE.
002290     05  FILLER                 PIC X(24) VALUE
002300         "   LOTE DO DEPARTAMENTO ".
002310     05  WS-LOT-DEPTO           PIC X(04).
002320     05  FILLER                 PIC X(14) VALUE
002330         " - DETALHES ".
002340     05  WS-LOT-QTDE            PIC ZZZZZZ9.
002350     05  FILLER                 PIC X(14) VALUE
002360         "  HASH-TOTAL ".
002370     05  WS-LOT-HASH            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002380     05  FILLER                 PIC X(52) VALUE SPACES.
002390
002400 01  WS-LINHA-TOTAL.
002410     05  WS-TOT-LITERAL         PIC X(50).
002420     05  WS-TOT-QTDE            PIC ZZZZ9.
002430     05  FILLER                 PIC X(77) VALUE SPACES.
002440
002450 01  WS-LINHA-TOTAL-VALOR.
002460     05  WS-TVL-LITERAL         PIC X(50).
002470     05  WS-TVL-VALOR           PIC +9(11),99.
002480     05  FILLER                 PIC X(67) VALUE SPACES.
002490
002500 PROCEDURE DIVISION.
002510*----------------------------------------------------------------
002520 0000-MAINLINE.
002530*----------------------------------------------------------------
002540     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002550     PERFORM 2000-PROCESSAR-FIXO THRU 2000-EXIT
002560         UNTIL WS-FIM-FIXO.
002570     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
002580     STOP RUN.
002590
002600*----------------------------------------------------------------
002610* 1000-INICIALIZAR - LE OS PARAMETROS, CARREGA O CALENDARIO E
002620*                    ABRE O CADASTRO DE LANCAMENTOS FIXOS, O
002630*                    ARQUIVO DE TRANSACOES GERADO E O REGISTRO
002640*----------------------------------------------------------------
002650 1000-INICIALIZAR.
002660     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
002670     IF WS-DATA-EXECUCAO = ZEROS
002680         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002690     ELSE
002700         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
002710     END-IF.
002720     MOVE WS-DATA-HOJE (1:6) TO WS-PERIODO-HOJE.
002730     MOVE WS-PERIODO-HOJE TO WS-PERIODO-CAND.
002740     IF WS-PCAND-MES = 1
002750         SUBTRACT 1 FROM WS-PCAND-ANO
002760         MOVE 12 TO WS-PCAND-MES
002770     ELSE
002780         SUBTRACT 1 FROM WS-PCAND-MES
002790     END-IF.
002800     MOVE WS-PERIODO-CAND TO WS-PERIODO-ANTERIOR.
002810     DISPLAY "SOMAFIXO - GERACAO DOS LANCAMENTOS FIXOS DE "
002820             WS-DATA-HOJE.
002830     PERFORM 1200-CARREGAR-CALENDARIO THRU 1200-EXIT.
002840     OPEN I-O FIXO-FILE.
002850     IF WS-STATUS-FIXO NOT = "00"
002860         DISPLAY "*** CADASTRO DE LANCAMENTOS FIXOS "
002870                 "INDISPONIVEL [" WS-STATUS-FIXO "] ***"
002880         MOVE 12 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN OUTPUT TRAN-FILE.
002920     IF WS-STATUS-TRAN NOT = "00"
002930         DISPLAY "*** ARQUIVO DE TRANSACOES GERADAS "
002940                 "INDISPONIVEL [" WS-STATUS-TRAN "] ***"
002950         CLOSE FIXO-FILE
002960         MOVE 12 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN OUTPUT RELATORIO-FILE.
003000 1000-EXIT.
003010     EXIT.
003020
003030*----------------------------------------------------------------
003040* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
003050*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
003060*                       ARQUIVO, USA A DATA DO DIA
003070*----------------------------------------------------------------
003080 1050-LER-PARAMETROS.
003090     OPEN INPUT PARM-FILE.
003100     IF WS-STATUS-PARM NOT = "00"
003110         GO TO 1050-EXIT
003120     END-IF.
003130     READ PARM-FILE
003140         AT END
003150             CLOSE PARM-FILE
003160             GO TO 1050-EXIT
003170     END-READ.
003180     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
003190     CLOSE PARM-FILE.
003200 1050-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* 1200-CARREGAR-CALENDARIO - CARREGA NA TABELA O CALENDARIO DE
003250*                            POSTAGEM; SEM CALENDARIO, AS DATAS
003260*                            NOMINAIS SAO USADAS SEM ROLAGEM
003270*                            PARA PERMITIR A IMPLANTACAO
003280*----------------------------------------------------------------
003290 1200-CARREGAR-CALENDARIO.
003300     MOVE 'N' TO WS-FIM-CAL-SW.
003310     OPEN INPUT CAL-FILE.
003320     IF WS-STATUS-CAL NOT = "00"
003330         DISPLAY "*** CALENDARIO DE POSTAGEM VAZIO OU AUSENTE"
003340                 " - DATAS DE POSTAGEM SEM ROLAGEM PARA DIA "
003350                 "UTIL ***"
003360         GO TO 1200-EXIT
003370     END-IF.
003380     PERFORM 1250-LER-CALENDARIO THRU 1250-EXIT
003390         UNTIL WS-FIM-CAL.
003400     CLOSE CAL-FILE.
003410     IF WS-QTDE-DATAS > ZEROS
003420         SET WS-CAL-CARREGADO TO TRUE
003430     END-IF.
003440 1200-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 1250-LER-CALENDARIO - LE UM REGISTRO DO CALENDARIO E O GUARDA
003490*                       NA TABELA
003500*----------------------------------------------------------------
003510 1250-LER-CALENDARIO.
003520     READ CAL-FILE
003530         AT END
003540             SET WS-FIM-CAL TO TRUE
003550             GO TO 1250-EXIT
003560     END-READ.
003570     IF WS-QTDE-DATAS < 1000
003580         ADD 1 TO WS-QTDE-DATAS
003590         MOVE CAL-DATA TO WS-TAB-CAL-DATA (WS-QTDE-DATAS)
003600         MOVE CAL-DIA-UTIL-SW TO WS-TAB-CAL-UTIL (WS-QTDE-DATAS)
003610         MOVE CAL-PERIODO-SW
003620             TO WS-TAB-CAL-PERIODO (WS-QTDE-DATAS)
003630     ELSE
003640         DISPLAY "*** TABELA DO CALENDARIO ESGOTADA - DATA "
003650                 CAL-DATA " IGNORADA ***"
003660     END-IF.
003670 1250-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------
003710* 2000-PROCESSAR-FIXO - LE O PROXIMO LANCAMENTO FIXO NA ORDEM DA
003720*                       CHAVE (DEPARTAMENTO + NUMERO) E AVALIA
003730*                       AS OCORRENCIAS DO MES ANTERIOR E DO MES
003740*                       CORRENTE, NESSA ORDEM
003750*----------------------------------------------------------------
003760 2000-PROCESSAR-FIXO.
003770     READ FIXO-FILE NEXT RECORD
003780         AT END
003790             SET WS-FIM-FIXO TO TRUE
003800             GO TO 2000-EXIT
003810     END-READ.
003820     ADD 1 TO WS-QTDE-LIDOS.
003830     IF NOT FIXO-ATIVO
003840         ADD 1 TO WS-QTDE-INATIVOS
003850         GO TO 2000-EXIT
003860     END-IF.
003870     MOVE WS-PERIODO-ANTERIOR TO WS-PERIODO-CAND.
003880     PERFORM 2100-AVALIAR-OCORRENCIA THRU 2100-EXIT.
003890     MOVE WS-PERIODO-HOJE TO WS-PERIODO-CAND.
003900     PERFORM 2100-AVALIAR-OCORRENCIA THRU 2100-EXIT.
003910 2000-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------
003950* 2100-AVALIAR-OCORRENCIA - DECIDE SE A OCORRENCIA DO PERIODO
003960*                           WS-PERIODO-CAND DO LANCAMENTO
003970*                           CORRENTE E DEVIDA, CALCULA A DATA DE
003980*                           POSTAGEM E A GERA QUANDO ESSA DATA JA
003990*                           CHEGOU. PERIODO IGUAL OU ANTERIOR AO
004000*                           ULTIMO GERADO NUNCA E GERADO DE NOVO.
004010*----------------------------------------------------------------
004020 2100-AVALIAR-OCORRENCIA.
004030     IF WS-PERIODO-CAND NOT > FIXO-ULT-PERIODO
004040         GO TO 2100-EXIT
004050     END-IF.
004060     PERFORM 2150-VERIFICAR-FREQUENCIA THRU 2150-EXIT.
004070     IF NOT WS-OCORRENCIA-DEVIDA
004080         GO TO 2100-EXIT
004090     END-IF.
004100     MOVE WS-PCAND-ANO TO WS-DCALC-ANO.
004110     MOVE WS-PCAND-MES TO WS-DCALC-MES.
004120     MOVE 01 TO WS-DCALC-DIA.
004130     PERFORM 2200-CALCULAR-DIAS-MES THRU 2200-EXIT.
004140     IF FIXO-DIA-POSTAGEM > WS-DIAS-NO-MES
004150         MOVE WS-DIAS-NO-MES TO WS-DCALC-DIA
004160     ELSE
004170         MOVE FIXO-DIA-POSTAGEM TO WS-DCALC-DIA
004180     END-IF.
004190     MOVE WS-DATA-CALC TO WS-DATA-NOMINAL.
004200     IF WS-DATA-NOMINAL < FIXO-DATA-INICIO
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF FIXO-DATA-FIM NOT = ZEROS
004240        AND WS-DATA-NOMINAL > FIXO-DATA-FIM
004250         GO TO 2100-EXIT
004260     END-IF.
004270     IF WS-DATA-NOMINAL > WS-DATA-HOJE
004280         GO TO 2100-EXIT
004290     END-IF.
004300     PERFORM 2300-ROLAR-DIA-UTIL THRU 2300-EXIT.
004310     IF NOT WS-DIA-ACHADO
004320         ADD 1 TO WS-QTDE-SEM-CALENDARIO
004330         MOVE ZEROS TO WS-DATA-POSTAGEM
004340         MOVE "AGUARDA CALENDARIO" TO WS-FIX-SITUACAO
004350         PERFORM 2800-IMPRIMIR-FIXO THRU 2800-EXIT
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF WS-DATA-POSTAGEM > WS-DATA-HOJE
004390         ADD 1 TO WS-QTDE-ADIADOS
004400         MOVE "ADIADO P/ DIA UTIL" TO WS-FIX-SITUACAO
004410         PERFORM 2800-IMPRIMIR-FIXO THRU 2800-EXIT
004420         GO TO 2100-EXIT
004430     END-IF.
004440     PERFORM 2400-GERAR-OCORRENCIA THRU 2400-EXIT.
004450 2100-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490* 2150-VERIFICAR-FREQUENCIA - CONFERE SE O PERIODO WS-PERIODO-
004500*                             CAND TEM OCORRENCIA PELA FREQUENCIA
004510*                             DO LANCAMENTO: MENSAL TODO MES,
004520*                             TRIMESTRAL A CADA TRES MESES A
004530*                             PARTIR DO MES INICIAL, UNICA SO NO
004540*                             MES DA DATA INICIAL
004550*----------------------------------------------------------------
004560 2150-VERIFICAR-FREQUENCIA.
004570     MOVE 'N' TO WS-OCORRENCIA-DEVIDA-SW.
004580     MOVE FIXO-DATA-INICIO (1:6) TO WS-PERIODO-INICIO.
004590     IF WS-PERIODO-CAND < WS-PERIODO-INICIO
004600         GO TO 2150-EXIT
004610     END-IF.
004620     EVALUATE TRUE
004630         WHEN FIXO-MENSAL
004640             SET WS-OCORRENCIA-DEVIDA TO TRUE
004650         WHEN FIXO-UNICA
004660             IF WS-PERIODO-CAND = WS-PERIODO-INICIO
004670                 SET WS-OCORRENCIA-DEVIDA TO TRUE
004680             END-IF
004690         WHEN FIXO-TRIMESTRAL
004700             COMPUTE WS-MESES-CAND =
004710                 WS-PCAND-ANO * 12 + WS-PCAND-MES
004720             COMPUTE WS-MESES-INICIO =
004730                 WS-PINI-ANO * 12 + WS-PINI-MES
004740             SUBTRACT WS-MESES-INICIO FROM WS-MESES-CAND
004750                 GIVING WS-MESES-DIFERENCA
004760             DIVIDE WS-MESES-DIFERENCA BY 3
004770                 GIVING WS-QUOCIENTE REMAINDER WS-RESTO
004780             IF WS-RESTO = ZERO
004790                 SET WS-OCORRENCIA-DEVIDA TO TRUE
004800             END-IF
004810         WHEN OTHER
004820             CONTINUE
004830     END-EVALUATE.
004840 2150-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* 2200-CALCULAR-DIAS-MES - OBTEM EM WS-DIAS-NO-MES A QUANTIDADE
004890*                          DE DIAS DO MES DE WS-DATA-CALC,
004900*                          CONSIDERANDO ANO BISSEXTO
004910*----------------------------------------------------------------
004920 2200-CALCULAR-DIAS-MES.
004930     MOVE WS-TAB-DIAS-MES (WS-DCALC-MES) TO WS-DIAS-NO-MES.
004940     IF WS-DCALC-MES NOT = 2
004950         GO TO 2200-EXIT
004960     END-IF.
004970     DIVIDE WS-DCALC-ANO BY 4 GIVING WS-QUOCIENTE
004980         REMAINDER WS-RESTO.
004990     DIVIDE WS-DCALC-ANO BY 100 GIVING WS-QUOCIENTE
005000         REMAINDER WS-RESTO-100.
005010     DIVIDE WS-DCALC-ANO BY 400 GIVING WS-QUOCIENTE
005020         REMAINDER WS-RESTO-400.
005030     IF WS-RESTO = ZERO
005040        AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
005050         MOVE 29 TO WS-DIAS-NO-MES
005060     END-IF.
005070 2200-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------
005110* 2300-ROLAR-DIA-UTIL - PROCURA NO CALENDARIO O PRIMEIRO DIA
005120*                       UTIL DE PERIODO ABERTO A PARTIR DA DATA
005130*                       NOMINAL; SEM CALENDARIO, A POSTAGEM E NA
005140*                       PROPRIA DATA NOMINAL
005150*----------------------------------------------------------------
005160 2300-ROLAR-DIA-UTIL.
005170     MOVE 'N' TO WS-DIA-ACHADO-SW.
005180     MOVE ZEROS TO WS-DATA-POSTAGEM.
005190     IF NOT WS-CAL-CARREGADO
005200         MOVE WS-DATA-NOMINAL TO WS-DATA-POSTAGEM
005210         SET WS-DIA-ACHADO TO TRUE
005220         GO TO 2300-EXIT
005230     END-IF.
005240     MOVE ZEROS TO WS-IX-CAL.
005250     PERFORM 2350-COMPARAR-DIA THRU 2350-EXIT
005260         WS-QTDE-DATAS TIMES.
005270 2300-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 2350-COMPARAR-DIA - GUARDA A PROXIMA DATA DA TABELA DO
005320*                     CALENDARIO SE FOR DIA UTIL DE PERIODO
005330*                     ABERTO, NAO ANTERIOR A DATA NOMINAL E
005340*                     ANTERIOR A MELHOR DATA JA ACHADA
005350*----------------------------------------------------------------
005360 2350-COMPARAR-DIA.
005370     ADD 1 TO WS-IX-CAL.
005380     IF WS-TAB-CAL-UTIL (WS-IX-CAL) NOT = 'S'
005390        OR WS-TAB-CAL-PERIODO (WS-IX-CAL) = 'F'
005400        OR WS-TAB-CAL-DATA (WS-IX-CAL) < WS-DATA-NOMINAL
005410         GO TO 2350-EXIT
005420     END-IF.
005430     IF WS-DIA-ACHADO
005440        AND WS-TAB-CAL-DATA (WS-IX-CAL) NOT < WS-DATA-POSTAGEM
005450         GO TO 2350-EXIT
005460     END-IF.
005470     MOVE WS-TAB-CAL-DATA (WS-IX-CAL) TO WS-DATA-POSTAGEM.
005480     SET WS-DIA-ACHADO TO TRUE.
005490 2350-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 2400-GERAR-OCORRENCIA - GRAVA O DETALHE DA OCORRENCIA NO LOTE
005540*                         DO DEPARTAMENTO (ABRINDO UM LOTE NOVO
005550*                         NA TROCA DE DEPARTAMENTO) E REGRAVA NO
005560*                         CADASTRO O PERIODO E A DATA GERADOS
005570*----------------------------------------------------------------
005580 2400-GERAR-OCORRENCIA.
005590     IF WS-LOTE-ABERTO AND FIXO-DEPTO NOT = WS-LOTE-DEPTO
005600         PERFORM 2600-FECHAR-LOTE THRU 2600-EXIT
005610     END-IF.
005620     IF NOT WS-LOTE-ABERTO
005630         PERFORM 2500-ABRIR-LOTE THRU 2500-EXIT
005640     END-IF.
005650     MOVE SPACES TO TRAN-RECORD.
005660     MOVE 'D' TO TRAN-TIPO-REG.
005670     MOVE FIXO-VALOR TO TRAN-NUMERO-1.
005680     MOVE FIXO-SINAL TO TRAN-SINAL-1.
005690     MOVE ZEROS TO TRAN-NUMERO-2.
005700     MOVE '+' TO TRAN-SINAL-2.
005710     MOVE FIXO-CONTA TO TRAN-CONTA.
005720     WRITE TRAN-RECORD.
005730     ADD 1 TO WS-LOTE-QTDE.
005740     ADD FIXO-VALOR TO WS-LOTE-HASH.
005750     ADD 1 TO WS-QTDE-GERADOS.
005760     IF FIXO-SINAL = '-'
005770         SUBTRACT FIXO-VALOR FROM WS-TOTAL-GERADO
005780     ELSE
005790         ADD FIXO-VALOR TO WS-TOTAL-GERADO
005800     END-IF.
005810     MOVE WS-PERIODO-CAND TO FIXO-ULT-PERIODO.
005820     MOVE WS-DATA-POSTAGEM TO FIXO-ULT-DATA-POSTAGEM.
005830     REWRITE FIXO-RECORD
005840         INVALID KEY
005850             DISPLAY "*** ERRO AO REGRAVAR O LANCAMENTO FIXO "
005860                     FIXO-DEPTO "/" FIXO-NUMERO " ["
005870                     WS-STATUS-FIXO "] ***"
005880             MOVE 12 TO RETURN-CODE
005890     END-REWRITE.
005900     MOVE "GERADO" TO WS-FIX-SITUACAO.
005910     PERFORM 2800-IMPRIMIR-FIXO THRU 2800-EXIT.
005920 2400-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 2500-ABRIR-LOTE - GRAVA O CABECALHO (H) DO LOTE DEPARTAMENTAL
005970*                   COM A DATA DE EXECUCAO
005980*----------------------------------------------------------------
005990 2500-ABRIR-LOTE.
006000     MOVE FIXO-DEPTO TO WS-LOTE-DEPTO.
006010     MOVE ZEROS TO WS-LOTE-QTDE.
006020     MOVE ZEROS TO WS-LOTE-HASH.
006030     MOVE SPACES TO TRAN-RECORD.
006040     MOVE 'H' TO TRAN-TIPO-REG.
006050     MOVE WS-LOTE-DEPTO TO TRAN-HDR-DEPTO.
006060     MOVE WS-DATA-HOJE TO TRAN-HDR-DATA.
006070     WRITE TRAN-RECORD.
006080     SET WS-LOTE-ABERTO TO TRUE.
006090 2500-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* 2600-FECHAR-LOTE - GRAVA O TRAILER (T) DO LOTE DEPARTAMENTAL
006140*                    COM A CONTAGEM E O HASH-TOTAL DOS DETALHES
006150*                    GERADOS E IMPRIME A LINHA DO LOTE
006160*----------------------------------------------------------------
006170 2600-FECHAR-LOTE.
006180     MOVE SPACES TO TRAN-RECORD.
006190     MOVE 'T' TO TRAN-TIPO-REG.
006200     MOVE WS-LOTE-DEPTO TO TRAN-TRL-DEPTO.
006210     MOVE WS-LOTE-QTDE TO TRAN-TRL-QTDE-REG.
006220     MOVE WS-LOTE-HASH TO TRAN-TRL-HASH-TOTAL.
006230     WRITE TRAN-RECORD.
006240     ADD 1 TO WS-QTDE-LOTES.
006250     MOVE WS-LOTE-DEPTO TO WS-LOT-DEPTO.
006260     MOVE WS-LOTE-QTDE TO WS-LOT-QTDE.
006270     MOVE WS-LOTE-HASH TO WS-LOT-HASH.
006280     MOVE WS-LINHA-LOTE TO WS-LINHA-IMPRESSAO.
006290     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
006300     MOVE SPACES TO WS-LINHA-IMPRESSAO.
006310     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
006320     MOVE 'N' TO WS-LOTE-ABERTO-SW.
006330 2600-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370* 2800-IMPRIMIR-FIXO - IMPRIME NO REGISTRO A OCORRENCIA DO
006380*                      LANCAMENTO CORRENTE COM A SITUACAO JA
006390*                      MOVIDA PARA WS-FIX-SITUACAO
006400*----------------------------------------------------------------
006410 2800-IMPRIMIR-FIXO.
006420     MOVE FIXO-DEPTO TO WS-FIX-DEPTO.
006430     MOVE FIXO-NUMERO TO WS-FIX-NUMERO.
006440     MOVE FIXO-CONTA TO WS-FIX-CONTA.
006450     MOVE FIXO-DESCRICAO TO WS-FIX-DESCRICAO.
006460     MOVE WS-PERIODO-CAND TO WS-FIX-PERIODO.
006470     MOVE WS-DATA-NOMINAL TO WS-FIX-NOMINAL.
006480     MOVE WS-DATA-POSTAGEM TO WS-FIX-POSTAGEM.
006490     IF FIXO-SINAL = '-'
006500         COMPUTE WS-FIX-VALOR = FIXO-VALOR * -1
006510     ELSE
006520         MOVE FIXO-VALOR TO WS-FIX-VALOR
006530     END-IF.
006540     MOVE WS-LINHA-FIXO TO WS-LINHA-IMPRESSAO.
006550     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
006560 2800-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600* 2900-IMPRIMIR-LINHA - GRAVA WS-LINHA-IMPRESSAO NO REGISTRO,
006610*                       QUEBRANDO A PAGINA QUANDO NECESSARIO
006620*----------------------------------------------------------------
006630 2900-IMPRIMIR-LINHA.
006640     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
006650         PERFORM 2950-IMPRIMIR-CABECALHO THRU 2950-EXIT
006660     END-IF.
006670     WRITE RELATORIO-RECORD FROM WS-LINHA-IMPRESSAO
006680         AFTER ADVANCING 1 LINE.
006690     ADD 1 TO WS-LINHA-CORRENTE.
006700 2900-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 2950-IMPRIMIR-CABECALHO - SALTA PARA UMA PAGINA NOVA E IMPRIME
006750*                           OS CABECALHOS DO REGISTRO
006760*----------------------------------------------------------------
006770 2950-IMPRIMIR-CABECALHO.
006780     ADD 1 TO WS-PAGINA.
006790     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
006800     MOVE WS-PAGINA TO WS-CAB-PAGINA.
006810     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-1
006820         AFTER ADVANCING PAGE.
006830     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-2
006840         AFTER ADVANCING 2 LINES.
006850     MOVE SPACES TO RELATORIO-RECORD.
006860     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
006870     MOVE 4 TO WS-LINHA-CORRENTE.
006880 2950-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 9000-ENCERRAR - FECHA O ULTIMO LOTE, IMPRIME OS TOTAIS DO
006930*                 REGISTRO, FECHA OS ARQUIVOS E DEFINE O CODIGO
006940*                 DE RETORNO
006950*----------------------------------------------------------------
006960 9000-ENCERRAR.
006970     IF WS-LOTE-ABERTO
006980         PERFORM 2600-FECHAR-LOTE THRU 2600-EXIT
006990     END-IF.
007000     PERFORM 9200-IMPRIMIR-TOTAIS THRU 9200-EXIT.
007010     CLOSE FIXO-FILE.
007020     CLOSE TRAN-FILE.
007030     CLOSE RELATORIO-FILE.
007040     DISPLAY "Lancamentos fixos lidos .......... " WS-QTDE-LIDOS.
007050     DISPLAY "Ocorrencias geradas .............. "
007060             WS-QTDE-GERADOS.
007070     DISPLAY "Lotes departamentais gerados ..... " WS-QTDE-LOTES.
007080     IF WS-QTDE-ADIADOS > ZEROS
007090         DISPLAY "Ocorrencias adiadas p/ dia util .. "
007100                 WS-QTDE-ADIADOS
007110     END-IF.
007120     IF WS-QTDE-SEM-CALENDARIO > ZEROS
007130         DISPLAY "*** OCORRENCIAS VENCIDAS SEM DIA UTIL NO "
007140                 "CALENDARIO: " WS-QTDE-SEM-CALENDARIO " ***"
007150         IF RETURN-CODE < 4
007160             MOVE 4 TO RETURN-CODE
007170         END-IF
007180     END-IF.
007190 9000-EXIT.
007200     EXIT.
007210
007220*----------------------------------------------------------------
007230* 9200-IMPRIMIR-TOTAIS - IMPRIME AS LINHAS DE TOTAIS NO FIM DO
007240*                        REGISTRO
007250*----------------------------------------------------------------
007260 9200-IMPRIMIR-TOTAIS.
007270     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA - 8
007280         MOVE 99 TO WS-LINHA-CORRENTE
007290     END-IF.
007300     MOVE SPACES TO WS-LINHA-IMPRESSAO.
007310     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007320     MOVE "LANCAMENTOS FIXOS LIDOS ........................."
007330         TO WS-TOT-LITERAL.
007340     MOVE WS-QTDE-LIDOS TO WS-TOT-QTDE.
007350     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007360     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007370     MOVE "LANCAMENTOS FIXOS INATIVOS ......................"
007380         TO WS-TOT-LITERAL.
007390     MOVE WS-QTDE-INATIVOS TO WS-TOT-QTDE.
007400     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007410     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007420     MOVE "OCORRENCIAS GERADAS ............................."
007430         TO WS-TOT-LITERAL.
007440     MOVE WS-QTDE-GERADOS TO WS-TOT-QTDE.
007450     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007460     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007470     MOVE "LOTES DEPARTAMENTAIS GERADOS ...................."
007480         TO WS-TOT-LITERAL.
007490     MOVE WS-QTDE-LOTES TO WS-TOT-QTDE.
007500     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007510     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007520     MOVE "OCORRENCIAS ADIADAS PARA O PROXIMO DIA UTIL ....."
007530         TO WS-TOT-LITERAL.
007540     MOVE WS-QTDE-ADIADOS TO WS-TOT-QTDE.
007550     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007560     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007570     MOVE "OCORRENCIAS AGUARDANDO DIA UTIL NO CALENDARIO ..."
007580         TO WS-TOT-LITERAL.
007590     MOVE WS-QTDE-SEM-CALENDARIO TO WS-TOT-QTDE.
007600     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
007610     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007620     MOVE "VALOR LIQUIDO GERADO ............................"
007630         TO WS-TVL-LITERAL.
007640     MOVE WS-TOTAL-GERADO TO WS-TVL-VALOR.
007650     MOVE WS-LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSAO.
007660     PERFORM 2900-IMPRIMIR-LINHA THRU 2900-EXIT.
007670 9200-EXIT.
007680     EXIT.
