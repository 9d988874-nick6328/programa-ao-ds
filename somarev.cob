000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMAREV.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - ESTORNO DE UM LOTE JA
000130*                   POSTADO. EXIGE NO CARTAO DE CONTROLE O ID DE
000140*                   UM OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO) E
000150*                   O BATCH-ID A ESTORNAR. RECONSTROI OS
000160*                   DETALHES DO LOTE A PARTIR DA INTERFACE DO
000170*                   GL (GLIFACE) E OS CONFERE POR CONTA CONTRA
000180*                   O JORNAL DE AUDITORIA (SEM A INTERFACE, O
000190*                   PROPRIO JORNAL E A FONTE). GRAVA UM FEED DE
000200*                   INTERFACE DE ESTORNO (REVFILE) COM OS SINAIS
000210*                   INVERTIDOS SOB UM BATCH-ID NOVO (AAAAMMEN),
000220*                   REGISTRA O STATUS (E) DE ESTORNADO PARA O
000230*                   LOTE ORIGINAL E O EVENTO (C) DO LOTE DE
000240*                   ESTORNO NO CONTROLE DE EXECUCAO, E A ACAO
000250*                   NO JORNAL DE SEGURANCA. LOTE DE PERIODO JA
000260*                   FECHADO NO CALENDARIO E ESTORNADO NA DATA
000270*                   DE EXECUCAO, DENTRO DO PERIODO ABERTO.
000280* 2026-10-15 EPD    AS PARCELAS DE UM PAR RATEADO PELO SOMABAT
000290*                   SAO ESTORNADAS NAS CONTAS DE DESTINO, MAS
000300*                   CONFERIDAS CONTRA O JORNAL PELA CONTA POOL
000310*                   DE ORIGEM, CONTANDO UM SO PAR POR RATEIO.
000320* 2026-10-15 EPD    O ESTORNO PELO JORNAL MANTEM O DEPARTAMENTO
000330*                   GRAVADO NO JORNAL PELO SOMABAT, E E RECUSADO
000340*                   (RC 12) QUANDO O CONTROLE DE EXECUCAO REGISTRA
000350*                   MAIS DE UMA EXECUCAO DO SOMABAT NA DATA DO
000360*                   LOTE, POIS O JORNAL NAO DISTINGUE AS EXECUCOES
000370* 2026-10-15 EPD    SO E ESTORNADO O LOTE COM O STATUS (P) DE
000380*                   POSTADO CONFIRMADO PELO SOMAGLAK; LOTE
000390*                   APENAS COMPLETADO OU RECONCILIADO E RECUSADO.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT IFACE-FILE ASSIGN TO DYNAMIC WS-NOME-ARQ-INTERFACE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-IFACE.
000520     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-NOME-ARQ-AUDITORIA
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-AUDIT.
000550     SELECT REV-FILE ASSIGN TO "REVFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STATUS-REV.
000580     SELECT RUNC-FILE ASSIGN TO "RUNCFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-RUNC.
000610     SELECT CAL-FILE ASSIGN TO "CALFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-STATUS-CAL.
000640     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OPER-ID
000680         FILE STATUS IS WS-STATUS-OPER.
000690     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-STATUS-SEG.
000720     SELECT RELATORIO-FILE ASSIGN TO "REVRPT"
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-STATUS-PARM.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  IFACE-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 60 CHARACTERS.
000830 COPY IFACEREC.
000840
000850 FD  AUDIT-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 70 CHARACTERS.
000880 COPY AUDITREC.
000890
000900*----------------------------------------------------------------
000910* FEED DE INTERFACE DE ESTORNO - MESMO LAYOUT DO IFACEREC,
000920* MONTADO NA AREA DO REGISTRO DA INTERFACE DE ENTRADA
000930*----------------------------------------------------------------
000940 FD  REV-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 60 CHARACTERS.
000970 01  REV-RECORD                 PIC X(60).
000980
000990 FD  RUNC-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 COPY RUNCREC.
001030
001040 FD  CAL-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 40 CHARACTERS.
001070 COPY CALREC.
001080
001090 FD  OPER-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 60 CHARACTERS.
001120 COPY OPERREC.
001130
001140 FD  SEG-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 170 CHARACTERS.
001170 COPY SEGREC.
001180
001190 FD  RELATORIO-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 132 CHARACTERS.
001220 COPY SOMRPT.
001230
001240 FD  PARM-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 50 CHARACTERS.
001270 COPY PARMREC.
001280
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310* CARTOES DE CONTROLE - OPERADOR AUTORIZADOR E LOTE A ESTORNAR
001320*----------------------------------------------------------------
001330 77  WS-OPERADOR-CARTAO         PIC X(08) VALUE SPACES.
001340 77  WS-BATCH-ORIGINAL          PIC X(08) VALUE SPACES.
001350
001360*----------------------------------------------------------------
001370* CONFIGURACOES LIDAS DO ARQUIVO DE PARAMETROS (SOMAPARM)
001380*----------------------------------------------------------------
001390 77  WS-LABEL-UNIDADE           PIC X(10) VALUE SPACES.
001400 77  WS-NOME-ARQ-AUDITORIA      PIC X(08) VALUE "AUDTFILE".
001410 77  WS-NOME-ARQ-INTERFACE      PIC X(08) VALUE "GLIFACE".
001420 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001430 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001440
001450*----------------------------------------------------------------
001460* STATUS DOS ARQUIVOS
001470*----------------------------------------------------------------
001480 77  WS-STATUS-IFACE            PIC X(02) VALUE "00".
001490 77  WS-STATUS-AUDIT            PIC X(02) VALUE "00".
001500 77  WS-STATUS-REV              PIC X(02) VALUE "00".
001510 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001520 77  WS-STATUS-CAL              PIC X(02) VALUE "00".
001530 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
001540 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
001550 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001560
001570*----------------------------------------------------------------
001580* SITUACAO DO LOTE ORIGINAL NO CONTROLE DE EXECUCAO - ULTIMO
001590* STATUS, DATA, PARES E TOTAL DO EVENTO (C) DE CONCLUSAO
001600* E QUANTIDADE DE EXECUCOES DO SOMABAT (EVENTOS I) DO LOTE
001610*----------------------------------------------------------------
001620 77  WS-STATUS-ORIGINAL         PIC X(01) VALUE SPACE.
001630 77  WS-DATA-ORIGINAL           PIC 9(08) VALUE ZEROS.
001640 77  WS-PARES-ORIGINAL          PIC 9(07) VALUE ZEROS.
001650 77  WS-TOTAL-ORIGINAL          PIC S9(11)V99
001660     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001670 77  WS-PERIODO-ORIGINAL        PIC 9(06) VALUE ZEROS.
001680 77  WS-QTDE-EXECUCOES          PIC 9(03) VALUE ZEROS.
001690
001700*----------------------------------------------------------------
001710* LOTE DE ESTORNO - BATCH-ID NOVO (PERIODO AAAAMM DA DATA
001720* EFETIVA + 'E' + SEQUENCIAL DO MES), NUNCA IGUAL A UM BATCH-ID
001730* NUMERICO DO SOMABAT
001740*----------------------------------------------------------------
001750 77  WS-BATCH-ESTORNO           PIC X(08) VALUE SPACES.
001760 77  WS-DATA-EFETIVA            PIC 9(08) VALUE ZEROS.
001770 77  WS-PERIODO-EFETIVO         PIC 9(06) VALUE ZEROS.
001780 77  WS-QTDE-ESTORNOS-MES       PIC 9(02) VALUE ZEROS.
001790 01  WS-SEQ-ESTORNO-VAL         PIC X(35) VALUE
001800     "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001810 01  FILLER REDEFINES WS-SEQ-ESTORNO-VAL.
001820     05  WS-SEQ-ESTORNO-CAR     PIC X(01) OCCURS 35 TIMES.
001830
001840*----------------------------------------------------------------
001850* CALENDARIO DE POSTAGEM - PERIODOS FECHADOS E SITUACAO DA DATA
001860* DE EXECUCAO
001870*----------------------------------------------------------------
001880 77  WS-IX-FEC                  PIC 9(03) VALUE ZEROS.
001890 77  WS-QTDE-FECHADOS           PIC 9(03) VALUE ZEROS.
001900 77  WS-PERIODO-PROCURADO       PIC 9(06) VALUE ZEROS.
001910 77  WS-HOJE-DIA-UTIL           PIC X(01) VALUE SPACE.
001920 77  WS-HOJE-PERIODO            PIC X(01) VALUE SPACE.
001930 01  WS-TAB-FECHADO.
001940     05  WS-TAB-FEC-PERIODO     PIC 9(06) OCCURS 120 TIMES.
001950
001960*----------------------------------------------------------------
001970* RECONSTRUCAO DO LOTE - QUANTIDADE E SOMA DOS DETALHES ACHADOS
001980* NA INTERFACE DO GL E NO JORNAL DE AUDITORIA, E FONTE ESCOLHIDA
001990* PARA O ESTORNO (I=INTERFACE, J=JORNAL)
002000*----------------------------------------------------------------
002010 77  WS-QTDE-GL                 PIC 9(07) VALUE ZEROS.
002020 77  WS-TOTAL-GL                PIC S9(11)V99
002030     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002040 77  WS-QTDE-AUD                PIC 9(07) VALUE ZEROS.
002050 77  WS-TOTAL-AUD               PIC S9(11)V99
002060     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002070 77  WS-FONTE-ESTORNO           PIC X(01) VALUE SPACE.
002080     88  WS-FONTE-INTERFACE     VALUE 'I'.
002090     88  WS-FONTE-JORNAL        VALUE 'J'.
002100 77  WS-QTDE-CONTAS-DIVERG      PIC 9(05) VALUE ZEROS.
002110
002120*----------------------------------------------------------------
002130* TABELA DE CONFERENCIA POR CONTA ENTRE A INTERFACE DO GL E O
002140* JORNAL DE AUDITORIA
002150*----------------------------------------------------------------
002160 77  WS-QTDE-CONTAS             PIC 9(03) VALUE ZEROS.
002170 77  WS-IX-CNTA                 PIC 9(03) VALUE ZEROS.
002180 77  WS-CONTA-PROCURADA         PIC X(08) VALUE SPACES.
002190 77  WS-ORIGEM-ACUMULO          PIC X(01) VALUE SPACE.
002200 77  WS-VALOR-ACUMULO           PIC S9(11)V99
002210     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002220 01  WS-TAB-CONTA.
002230     05  WS-TAB-CNTA-ENT OCCURS 500 TIMES.
002240         10  WS-TAB-CNTA-CODIGO PIC X(08).
002250         10  WS-TAB-CNTA-QTDE-GL
002260                                PIC 9(07).
002270         10  WS-TAB-CNTA-TOTAL-GL
002280                                PIC S9(11)V99
002290             SIGN IS TRAILING SEPARATE CHARACTER.
002300         10  WS-TAB-CNTA-QTDE-AUD
002310                                PIC 9(07).
002320         10  WS-TAB-CNTA-TOTAL-AUD
002330                                PIC S9(11)V99
002340             SIGN IS TRAILING SEPARATE CHARACTER.
002350
002360*----------------------------------------------------------------
002370* DETALHE CORRENTE A ESTORNAR E TOTAIS DO FEED DE ESTORNO
002380*----------------------------------------------------------------
002390 77  WS-DET-CONTA               PIC X(08) VALUE SPACES.
002400 77  WS-DET-DEPTO               PIC X(04) VALUE SPACES.
002410 77  WS-DET-SOMA                PIC S9(09)V99
002420     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002430 77  WS-QTDE-ESTORNADOS         PIC 9(07) VALUE ZEROS.
002440 77  WS-TOTAL-ESTORNADO         PIC S9(11)V99
002450     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002460 77  WS-TOTAL-ESTORNO           PIC S9(11)V99
002470     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
002480
002490 01  WS-SWITCHES.
002500     05  WS-FIM-IFACE-SW        PIC X(01) VALUE 'N'.
002510         88  WS-FIM-IFACE       VALUE 'S'.
002520     05  WS-FIM-AUDIT-SW        PIC X(01) VALUE 'N'.
002530         88  WS-FIM-AUDIT       VALUE 'S'.
002540     05  WS-FIM-RUNC-SW         PIC X(01) VALUE 'N'.
002550         88  WS-FIM-RUNC        VALUE 'S'.
002560     05  WS-FIM-CAL-SW          PIC X(01) VALUE 'N'.
002570         88  WS-FIM-CAL         VALUE 'S'.
002580     05  WS-CALENDARIO-SW       PIC X(01) VALUE 'N'.
002590         88  WS-CALENDARIO-OK   VALUE 'S'.
002600     05  WS-DATA-ACHADA-SW      PIC X(01) VALUE 'N'.
002610         88  WS-DATA-ACHADA     VALUE 'S'.
002620     05  WS-FECHADO-ACHADO-SW   PIC X(01) VALUE 'N'.
002630         88  WS-FECHADO-ACHADO  VALUE 'S'.
002640     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
002650         88  WS-OPER-ACHADO     VALUE 'S'.
002660     05  WS-CONTA-ACHADA-SW     PIC X(01) VALUE 'N'.
002670         88  WS-CONTA-ACHADA    VALUE 'S'.
002680     05  WS-PAG-CONFERENCIA-SW  PIC X(01) VALUE 'N'.
002690         88  WS-PAG-CONFERENCIA VALUE 'S'.
002700
002710*----------------------------------------------------------------
002720* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
002730*----------------------------------------------------------------
002740 01  WS-SEGURANCA.
002750     05  WS-SEG-RESULTADO       PIC X(01).
002760     05  WS-SEG-ANTES           PIC X(60) VALUE SPACES.
002770     05  WS-SEG-DEPOIS          PIC X(60) VALUE SPACES.
002780 01  WS-SEG-IMAGEM-ESTORNO.
002790     05  FILLER                 PIC X(06) VALUE "LOTE ".
002800     05  WS-SIE-BATCH           PIC X(08).
002810     05  FILLER                 PIC X(09) VALUE " STATUS ".
002820     05  WS-SIE-STATUS          PIC X(01).
002830     05  FILLER                 PIC X(07) VALUE " DATA ".
002840     05  WS-SIE-DATA            PIC 9(08).
002850     05  FILLER                 PIC X(07) VALUE " QTDE ".
002860     05  WS-SIE-QTDE            PIC 9(07).
002870     05  FILLER                 PIC X(07) VALUE SPACES.
002880
002890*----------------------------------------------------------------
002900* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO RELATORIO DE
002910* ESTORNO
002920*----------------------------------------------------------------
002930 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
002940 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
002950 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
002960 01  WS-LINHA-IMPRESSAO         PIC X(132).
002970
002980 01  WS-LINHA-CAB-1.
002990     05  FILLER                 PIC X(10) VALUE "SOMAREV".
003000     05  FILLER                 PIC X(16) VALUE
003010         "ESTORNO DO LOTE ".
003020     05  WS-CAB-ORIGINAL        PIC X(08).
003030     05  FILLER                 PIC X(18) VALUE
003040         "  LOTE DE ESTORNO ".
003050     05  WS-CAB-ESTORNO         PIC X(08).
003060     05  FILLER                 PIC X(07) VALUE "  DATA ".
003070     05  WS-CAB-DATA            PIC 9(08).
003080     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
003090     05  WS-CAB-PAGINA          PIC ZZZZ9.
003100     05  FILLER                 PIC X(43) VALUE SPACES.
003110
003120 01  WS-LINHA-CAB-2.
003130     05  FILLER                 PIC X(10) VALUE "CONTA".
003140     05  FILLER                 PIC X(06) VALUE "DEPTO".
003150     05  FILLER                 PIC X(17) VALUE
003160         "  VALOR ORIGINAL".
003170     05  FILLER                 PIC X(17) VALUE
003180         "   VALOR ESTORNO".
003190     05  FILLER                 PIC X(10) VALUE "ORIGEM".
003200     05  FILLER                 PIC X(72) VALUE SPACES.
003210
003220 01  WS-LINHA-DETALHE.
003230     05  WS-DET-RPT-CONTA       PIC X(08).
003240     05  FILLER                 PIC X(02) VALUE SPACES.
003250     05  WS-DET-RPT-DEPTO       PIC X(04).
003260     05  FILLER                 PIC X(02) VALUE SPACES.
003270     05  WS-DET-RPT-ORIGINAL    PIC +9(11),99.
003280     05  FILLER                 PIC X(02) VALUE SPACES.
003290     05  WS-DET-RPT-ESTORNO     PIC +9(11),99.
003300     05  FILLER                 PIC X(02) VALUE SPACES.
003310     05  WS-DET-RPT-ORIGEM      PIC X(10).
003320     05  FILLER                 PIC X(72) VALUE SPACES.
003330
003340 01  WS-LINHA-TOT-QTDE.
003350     05  WS-TQT-LITERAL         PIC X(34).
003360     05  WS-TQT-QTDE            PIC ZZZZZZ9.
003370     05  FILLER                 PIC X(91) VALUE SPACES.
003380
003390 01  WS-LINHA-TOT-VALOR.
003400     05  WS-TVL-LITERAL         PIC X(34).
003410     05  WS-TVL-VALOR           PIC +9(11),99.
003420     05  FILLER                 PIC X(01) VALUE SPACE.
003430     05  WS-TVL-UNIDADE         PIC X(10).
003440     05  FILLER                 PIC X(72) VALUE SPACES.
003450
003460 01  WS-LINHA-CONFERENCIA.
003470     05  FILLER                 PIC X(08) VALUE "  CONTA ".
003480     05  WS-CNF-CONTA           PIC X(08).
003490     05  FILLER                 PIC X(12) VALUE "  INTERFACE ".
003500     05  WS-CNF-QTDE-GL         PIC ZZZZZZ9.
003510     05  FILLER                 PIC X(01) VALUE SPACE.
003520     05  WS-CNF-TOTAL-GL        PIC +9(11),99.
003530     05  FILLER                 PIC X(09) VALUE "  JORNAL ".
003540     05  WS-CNF-QTDE-AUD        PIC ZZZZZZ9.
003550     05  FILLER                 PIC X(01) VALUE SPACE.
003560     05  WS-CNF-TOTAL-AUD       PIC +9(11),99.
003570     05  FILLER                 PIC X(02) VALUE SPACES.
003580     05  WS-CNF-SITUACAO        PIC X(10).
003590     05  FILLER                 PIC X(37) VALUE SPACES.
003600
003610 PROCEDURE DIVISION.
003620*----------------------------------------------------------------
003630 0000-MAINLINE.
003640*----------------------------------------------------------------
003650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003660     PERFORM 2000-RECONSTRUIR-LOTE THRU 2000-EXIT.
003670     PERFORM 3000-GRAVAR-ESTORNO THRU 3000-EXIT.
003680     PERFORM 4000-REGISTRAR-CONTROLE THRU 4000-EXIT.
003690     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
003700     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
003710     STOP RUN.
003720
003730*----------------------------------------------------------------
003740* 1000-INICIALIZAR - LE OS PARAMETROS E OS CARTOES DE CONTROLE,
003750*                    AUTORIZA O OPERADOR, LOCALIZA O LOTE NO
003760*                    CONTROLE DE EXECUCAO, DEFINE A DATA
003770*                    EFETIVA PELO CALENDARIO E GERA O BATCH-ID
003780*                    DO LOTE DE ESTORNO
003790*----------------------------------------------------------------
003800 1000-INICIALIZAR.
003810     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
003820     IF WS-DATA-EXECUCAO = ZEROS
003830         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003840     ELSE
003850         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
003860     END-IF.
003870     ACCEPT WS-OPERADOR-CARTAO.
003880     ACCEPT WS-BATCH-ORIGINAL.
003890     MOVE SPACES TO WS-SEG-ANTES.
003900     MOVE SPACES TO WS-SEG-DEPOIS.
003910     MOVE WS-BATCH-ORIGINAL TO WS-SEG-ANTES.
003920     PERFORM 1100-VALIDAR-AUTORIZACAO THRU 1100-EXIT.
003930     IF WS-BATCH-ORIGINAL = SPACES
003940         DISPLAY "*** BATCH-ID A ESTORNAR NAO INFORMADO NO "
003950                 "CARTAO DE CONTROLE ***"
003960         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
003970     END-IF.
003980     IF WS-BATCH-ORIGINAL (7:1) = 'E'
003990         AND WS-BATCH-ORIGINAL (1:6) IS NUMERIC
004000         DISPLAY "*** LOTE " WS-BATCH-ORIGINAL " E UM LOTE DE "
004010                 "ESTORNO E NAO PODE SER ESTORNADO ***"
004020         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
004030     END-IF.
004040     PERFORM 1300-LOCALIZAR-LOTE THRU 1300-EXIT.
004050     PERFORM 1400-CARREGAR-CALENDARIO THRU 1400-EXIT.
004060     PERFORM 1500-DEFINIR-DATA-EFETIVA THRU 1500-EXIT.
004070     PERFORM 1600-GERAR-BATCH-ESTORNO THRU 1600-EXIT.
004080     DISPLAY "ESTORNO DO LOTE " WS-BATCH-ORIGINAL
004090             " PELO LOTE " WS-BATCH-ESTORNO
004100             " COM DATA EFETIVA " WS-DATA-EFETIVA.
004110 1000-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------
004150* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO, O LABEL DA
004160*                       UNIDADE E OS NOMES DOS ARQUIVOS DE
004170*                       AUDITORIA E DE INTERFACE DO ARQUIVO DE
004180*                       PARAMETROS MANTIDO PELO SOMAPARM. SE O
004190*                       ARQUIVO NAO EXISTIR OU ESTIVER VAZIO,
004200*                       PERMANECEM OS VALORES-PADRAO.
004210*----------------------------------------------------------------
004220 1050-LER-PARAMETROS.
004230     OPEN INPUT PARM-FILE.
004240     IF WS-STATUS-PARM NOT = "00"
004250         GO TO 1050-EXIT
004260     END-IF.
004270     READ PARM-FILE
004280         AT END
004290             CLOSE PARM-FILE
004300             GO TO 1050-EXIT
004310     END-READ.
004320     MOVE PARM-LABEL-UNIDADE TO WS-LABEL-UNIDADE.
004330     MOVE PARM-NOME-ARQ-AUDITORIA TO WS-NOME-ARQ-AUDITORIA.
004340     MOVE PARM-NOME-ARQ-INTERFACE TO WS-NOME-ARQ-INTERFACE.
004350     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
004360     CLOSE PARM-FILE.
004370 1050-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* 1100-VALIDAR-AUTORIZACAO - LE O OPERADOR DO CARTAO DE
004420*                            CONTROLE DIRETO PELA CHAVE DO
004430*                            CADASTRO INDEXADO E EXIGE OPERADOR
004440*                            ATIVO DE NIVEL 2 (SUPERVISAO) OU
004450*                            SUPERIOR; CASO CONTRARIO RECUSA O
004460*                            ESTORNO
004470*----------------------------------------------------------------
004480 1100-VALIDAR-AUTORIZACAO.
004490     MOVE 'N' TO WS-OPER-ACHADO-SW.
004500     OPEN INPUT OPER-FILE.
004510     IF WS-STATUS-OPER NOT = "00"
004520         PERFORM 1110-RECUSAR-AUTORIZACAO THRU 1110-EXIT
004530     END-IF.
004540     MOVE WS-OPERADOR-CARTAO TO OPER-ID.
004550     READ OPER-FILE
004560         INVALID KEY
004570             CONTINUE
004580         NOT INVALID KEY
004590             SET WS-OPER-ACHADO TO TRUE
004600     END-READ.
004610     IF NOT WS-OPER-ACHADO
004620         PERFORM 1110-RECUSAR-AUTORIZACAO THRU 1110-EXIT
004630     END-IF.
004640     IF NOT OPER-ATIVO OR OPER-NIVEL < 2
004650         PERFORM 1110-RECUSAR-AUTORIZACAO THRU 1110-EXIT
004660     END-IF.
004670     CLOSE OPER-FILE.
004680 1100-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------------
004720* 1110-RECUSAR-AUTORIZACAO - RECUSA O ESTORNO POR OPERADOR
004730*                            DESCONHECIDO, INATIVO OU SEM O
004740*                            NIVEL EXIGIDO, REGISTRA A RECUSA
004750*                            NO JORNAL DE SEGURANCA E ENCERRA
004760*                            COM CODIGO DE RETORNO 12
004770*----------------------------------------------------------------
004780 1110-RECUSAR-AUTORIZACAO.
004790     DISPLAY "*** OPERADOR [" WS-OPERADOR-CARTAO
004800             "] SEM AUTORIZACAO PARA ESTORNO DE LOTE"
004810             " - EXIGE NIVEL 2 (SUPERVISAO) ***".
004820     MOVE 'N' TO WS-SEG-RESULTADO.
004830     PERFORM 7500-REGISTRAR-SEGURANCA THRU 7500-EXIT.
004840     MOVE 12 TO RETURN-CODE.
004850     STOP RUN.
004860 1110-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 1300-LOCALIZAR-LOTE - LE O CONTROLE DE EXECUCAO E GUARDA O
004910*                       ULTIMO STATUS DO LOTE A ESTORNAR E OS
004920*                       DADOS DO EVENTO (C) DE CONCLUSAO. SO
004930*                       E ESTORNADO UM LOTE POSTADO NO GL
004940*                       (CONFIRMADO PELO SOMAGLAK)
004950*----------------------------------------------------------------
004960 1300-LOCALIZAR-LOTE.
004970     MOVE 'N' TO WS-FIM-RUNC-SW.
004980     OPEN INPUT RUNC-FILE.
004990     IF WS-STATUS-RUNC NOT = "00"
005000         DISPLAY "*** CONTROLE DE EXECUCAO VAZIO OU AUSENTE ***"
005010         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
005020     END-IF.
005030     PERFORM 1350-LER-RUN-CONTROL THRU 1350-EXIT
005040         UNTIL WS-FIM-RUNC.
005050     CLOSE RUNC-FILE.
005060     IF WS-STATUS-ORIGINAL = SPACE
005070         DISPLAY "*** LOTE " WS-BATCH-ORIGINAL " NAO CONSTA DO "
005080                 "CONTROLE DE EXECUCAO ***"
005090         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
005100     END-IF.
005110     IF WS-STATUS-ORIGINAL = 'E'
005120         DISPLAY "*** LOTE " WS-BATCH-ORIGINAL " JA CONSTA COMO "
005130                 "ESTORNADO NO CONTROLE DE EXECUCAO ***"
005140         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
005150     END-IF.
005160     IF WS-STATUS-ORIGINAL NOT = 'P'
005170         DISPLAY "*** LOTE " WS-BATCH-ORIGINAL " NAO POSTADO "
005180                 "(STATUS " WS-STATUS-ORIGINAL ") - NADA A "
005190                 "ESTORNAR ***"
005200         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
005210     END-IF.
005220     IF WS-DATA-ORIGINAL = ZEROS
005230         AND WS-BATCH-ORIGINAL IS NUMERIC
005240         MOVE WS-BATCH-ORIGINAL TO WS-DATA-ORIGINAL
005250     END-IF.
005260     MOVE WS-DATA-ORIGINAL (1:6) TO WS-PERIODO-ORIGINAL.
005270 1300-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 1350-LER-RUN-CONTROL - LE UM EVENTO DO CONTROLE DE EXECUCAO E
005320*                        GUARDA O STATUS MAIS RECENTE DO LOTE A
005330*                        ESTORNAR E OS DADOS DO EVENTO (C); CONTA
005340*                        AS EXECUCOES DO SOMABAT (EVENTOS I) DO
005350*                        LOTE, CUJO BATCH-ID E A DATA DO LOTE
005360*----------------------------------------------------------------
005370 1350-LER-RUN-CONTROL.
005380     READ RUNC-FILE
005390         AT END
005400             SET WS-FIM-RUNC TO TRUE
005410             GO TO 1350-EXIT
005420     END-READ.
005430     IF RUNC-BATCH-ID NOT = WS-BATCH-ORIGINAL
005440         GO TO 1350-EXIT
005450     END-IF.
005460     MOVE RUNC-STATUS TO WS-STATUS-ORIGINAL.
005470     IF RUNC-INICIADO
005480         AND RUNC-ID-ARQ-TRAN = "TRANFILE"
005490         ADD 1 TO WS-QTDE-EXECUCOES
005500     END-IF.
005510     IF RUNC-COMPLETADO
005520         MOVE RUNC-DATA TO WS-DATA-ORIGINAL
005530         MOVE RUNC-QTDE-PARES TO WS-PARES-ORIGINAL
005540         MOVE RUNC-TOTAL TO WS-TOTAL-ORIGINAL
005550     END-IF.
005560 1350-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600* 1400-CARREGAR-CALENDARIO - CARREGA OS PERIODOS FECHADOS DO
005610*                            CALENDARIO DE POSTAGEM E GUARDA A
005620*                            SITUACAO DA DATA DE EXECUCAO; SEM
005630*                            CALENDARIO, SEGUE SEM CONTROLE DE
005640*                            PERIODO
005650*----------------------------------------------------------------
005660 1400-CARREGAR-CALENDARIO.
005670     MOVE 'N' TO WS-FIM-CAL-SW.
005680     MOVE 'N' TO WS-DATA-ACHADA-SW.
005690     MOVE ZEROS TO WS-QTDE-FECHADOS.
005700     OPEN INPUT CAL-FILE.
005710     IF WS-STATUS-CAL NOT = "00"
005720         DISPLAY "*** CALENDARIO DE POSTAGEM VAZIO OU AUSENTE"
005730                 " - CONTROLE DE PERIODO NAO APLICADO ***"
005740         GO TO 1400-EXIT
005750     END-IF.
005760     SET WS-CALENDARIO-OK TO TRUE.
005770     PERFORM 1450-LER-CALENDARIO THRU 1450-EXIT
005780         UNTIL WS-FIM-CAL.
005790     CLOSE CAL-FILE.
005800 1400-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------
005840* 1450-LER-CALENDARIO - LE UMA DATA DO CALENDARIO, ACRESCENTA O
005850*                       PERIODO A TABELA SE FECHADO E AINDA NAO
005860*                       TABELADO, E GUARDA A SITUACAO DA DATA DE
005870*                       EXECUCAO
005880*----------------------------------------------------------------
005890 1450-LER-CALENDARIO.
005900     READ CAL-FILE
005910         AT END
005920             SET WS-FIM-CAL TO TRUE
005930             GO TO 1450-EXIT
005940     END-READ.
005950     IF CAL-DATA = WS-DATA-HOJE
005960         SET WS-DATA-ACHADA TO TRUE
005970         MOVE CAL-DIA-UTIL-SW TO WS-HOJE-DIA-UTIL
005980         MOVE CAL-PERIODO-SW TO WS-HOJE-PERIODO
005990     END-IF.
006000     IF NOT CAL-PERIODO-FECHADO
006010         GO TO 1450-EXIT
006020     END-IF.
006030     MOVE CAL-DATA (1:6) TO WS-PERIODO-PROCURADO.
006040     PERFORM 1550-PROCURAR-FECHADO THRU 1550-EXIT.
006050     IF NOT WS-FECHADO-ACHADO AND WS-QTDE-FECHADOS < 120
006060         ADD 1 TO WS-QTDE-FECHADOS
006070         MOVE WS-PERIODO-PROCURADO
006080             TO WS-TAB-FEC-PERIODO (WS-QTDE-FECHADOS)
006090     END-IF.
006100 1450-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------------
006140* 1500-DEFINIR-DATA-EFETIVA - LOTE DE PERIODO AINDA ABERTO E
006150*                             ESTORNADO NA PROPRIA DATA; LOTE DE
006160*                             PERIODO FECHADO E ESTORNADO NA
006170*                             DATA DE EXECUCAO, QUE PRECISA SER
006180*                             DIA UTIL DE PERIODO ABERTO NO
006190*                             CALENDARIO
006200*----------------------------------------------------------------
006210 1500-DEFINIR-DATA-EFETIVA.
006220     MOVE WS-PERIODO-ORIGINAL TO WS-PERIODO-PROCURADO.
006230     PERFORM 1550-PROCURAR-FECHADO THRU 1550-EXIT.
006240     IF NOT WS-FECHADO-ACHADO AND WS-DATA-ORIGINAL > ZEROS
006250         MOVE WS-DATA-ORIGINAL TO WS-DATA-EFETIVA
006260         GO TO 1500-EXIT
006270     END-IF.
006280     MOVE WS-DATA-HOJE TO WS-DATA-EFETIVA.
006290     IF WS-FECHADO-ACHADO
006300         DISPLAY "PERIODO " WS-PERIODO-ORIGINAL " DO LOTE JA "
006310                 "FECHADO - ESTORNO LANCADO NA DATA "
006320                 WS-DATA-EFETIVA
006330     END-IF.
006340     IF NOT WS-CALENDARIO-OK
006350         GO TO 1500-EXIT
006360     END-IF.
006370     IF NOT WS-DATA-ACHADA
006380         DISPLAY "*** DATA " WS-DATA-HOJE " FORA DO CALENDARIO"
006390                 " DE POSTAGEM ***"
006400         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
006410     END-IF.
006420     IF WS-HOJE-DIA-UTIL NOT = 'S'
006430         DISPLAY "*** DATA " WS-DATA-HOJE " NAO E DIA UTIL NO"
006440                 " CALENDARIO ***"
006450         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
006460     END-IF.
006470     IF WS-HOJE-PERIODO = 'F'
006480         DISPLAY "*** PERIODO DA DATA " WS-DATA-HOJE " JA "
006490                 "FECHADO PELO FECHAMENTO MENSAL ***"
006500         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
006510     END-IF.
006520 1500-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 1550-PROCURAR-FECHADO - PROCURA WS-PERIODO-PROCURADO NA TABELA
006570*                         DE PERIODOS FECHADOS
006580*----------------------------------------------------------------
006590 1550-PROCURAR-FECHADO.
006600     MOVE 1 TO WS-IX-FEC.
006610     MOVE 'N' TO WS-FECHADO-ACHADO-SW.
006620     PERFORM 1560-COMPARAR-FECHADO THRU 1560-EXIT
006630         UNTIL WS-FECHADO-ACHADO OR WS-IX-FEC > WS-QTDE-FECHADOS.
006640 1550-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680* 1560-COMPARAR-FECHADO - COMPARA O PERIODO PROCURADO COM UMA
006690*                         ENTRADA DA TABELA
006700*----------------------------------------------------------------
006710 1560-COMPARAR-FECHADO.
006720     IF WS-TAB-FEC-PERIODO (WS-IX-FEC) = WS-PERIODO-PROCURADO
006730         SET WS-FECHADO-ACHADO TO TRUE
006740     ELSE
006750         ADD 1 TO WS-IX-FEC
006760     END-IF.
006770 1560-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 1600-GERAR-BATCH-ESTORNO - CONTA OS LOTES DE ESTORNO JA
006820*                            REGISTRADOS NO PERIODO DA DATA
006830*                            EFETIVA E MONTA O BATCH-ID DO
006840*                            PROXIMO (AAAAMM + 'E' + SEQUENCIAL)
006850*----------------------------------------------------------------
006860 1600-GERAR-BATCH-ESTORNO.
006870     MOVE WS-DATA-EFETIVA (1:6) TO WS-PERIODO-EFETIVO.
006880     MOVE ZEROS TO WS-QTDE-ESTORNOS-MES.
006890     MOVE 'N' TO WS-FIM-RUNC-SW.
006900     OPEN INPUT RUNC-FILE.
006910     PERFORM 1650-CONTAR-ESTORNOS THRU 1650-EXIT
006920         UNTIL WS-FIM-RUNC.
006930     CLOSE RUNC-FILE.
006940     IF WS-QTDE-ESTORNOS-MES NOT < 35
006950         DISPLAY "*** LIMITE DE LOTES DE ESTORNO DO PERIODO "
006960                 WS-PERIODO-EFETIVO " ESGOTADO ***"
006970         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
006980     END-IF.
006990     ADD 1 TO WS-QTDE-ESTORNOS-MES.
007000     MOVE WS-PERIODO-EFETIVO TO WS-BATCH-ESTORNO (1:6).
007010     MOVE 'E' TO WS-BATCH-ESTORNO (7:1).
007020     MOVE WS-SEQ-ESTORNO-CAR (WS-QTDE-ESTORNOS-MES)
007030         TO WS-BATCH-ESTORNO (8:1).
007040 1600-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* 1650-CONTAR-ESTORNOS - LE UM EVENTO DO CONTROLE DE EXECUCAO E
007090*                        CONTA O EVENTO (C) DE CADA LOTE DE
007100*                        ESTORNO DO PERIODO EFETIVO
007110*----------------------------------------------------------------
007120 1650-CONTAR-ESTORNOS.
007130     READ RUNC-FILE
007140         AT END
007150             SET WS-FIM-RUNC TO TRUE
007160             GO TO 1650-EXIT
007170     END-READ.
007180     IF RUNC-COMPLETADO
007190         AND RUNC-BATCH-ID (1:6) = WS-PERIODO-EFETIVO
007200         AND RUNC-BATCH-ID (7:1) = 'E'
007210         ADD 1 TO WS-QTDE-ESTORNOS-MES
007220     END-IF.
007230 1650-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------------
007270* 1900-RECUSAR-ESTORNO - ENCERRA O ESTORNO RECUSADO COM CODIGO
007280*                        DE RETORNO 12, SEM GRAVAR NADA
007290*----------------------------------------------------------------
007300 1900-RECUSAR-ESTORNO.
007310     DISPLAY "*** ESTORNO DO LOTE " WS-BATCH-ORIGINAL
007320             " RECUSADO ***".
007330     MOVE 12 TO RETURN-CODE.
007340     STOP RUN.
007350 1900-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390* 2000-RECONSTRUIR-LOTE - LE OS DETALHES DO LOTE NA INTERFACE DO
007400*                         GL E NO JORNAL DE AUDITORIA, ESCOLHE A
007410*                         FONTE DO ESTORNO E A CONFERE CONTRA O
007420*                         EVENTO (C) DO CONTROLE DE EXECUCAO.
007430*                         DIVERGENCIA DO JORNAL POR CONTA E SO
007440*                         AVISO (RC 4); FONTE QUE NAO CONFERE
007450*                         COM O CONTROLE RECUSA O ESTORNO.
007460*----------------------------------------------------------------
007470 2000-RECONSTRUIR-LOTE.
007480     MOVE 'N' TO WS-FIM-IFACE-SW.
007490     OPEN INPUT IFACE-FILE.
007500     IF WS-STATUS-IFACE = "00"
007510         PERFORM 2100-LER-INTERFACE THRU 2100-EXIT
007520             UNTIL WS-FIM-IFACE
007530         CLOSE IFACE-FILE
007540     ELSE
007550         DISPLAY "*** INTERFACE DO GL " WS-NOME-ARQ-INTERFACE
007560                 " VAZIA OU AUSENTE ***"
007570     END-IF.
007580     MOVE 'N' TO WS-FIM-AUDIT-SW.
007590     OPEN INPUT AUDIT-FILE.
007600     IF WS-STATUS-AUDIT = "00"
007610         PERFORM 2200-LER-JORNAL THRU 2200-EXIT
007620             UNTIL WS-FIM-AUDIT
007630         CLOSE AUDIT-FILE
007640     ELSE
007650         DISPLAY "*** JORNAL DE AUDITORIA VAZIO OU AUSENTE ***"
007660     END-IF.
007670     IF WS-QTDE-GL > ZEROS
007680         SET WS-FONTE-INTERFACE TO TRUE
007690         IF WS-QTDE-GL NOT = WS-PARES-ORIGINAL
007700             OR WS-TOTAL-GL NOT = WS-TOTAL-ORIGINAL
007710             DISPLAY "*** INTERFACE DO GL NAO CONFERE COM O "
007720                     "CONTROLE DE EXECUCAO - QTDE " WS-QTDE-GL
007730                     " TOTAL " WS-TOTAL-GL " ***"
007740             PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
007750         END-IF
007760     ELSE
007770         IF WS-QTDE-AUD > ZEROS
007780             SET WS-FONTE-JORNAL TO TRUE
007790             DISPLAY "LOTE AUSENTE DA INTERFACE DO GL - "
007800                     "RECONSTRUIDO DO JORNAL DE AUDITORIA"
007810             IF WS-QTDE-EXECUCOES > 1
007820                 DISPLAY "*** " WS-QTDE-EXECUCOES " EXECUCOES DO "
007830                         "SOMABAT NA DATA " WS-DATA-ORIGINAL
007840                         " - O JORNAL NAO DISTINGUE OS PARES DE "
007850                         "CADA EXECUCAO ***"
007860                 PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
007870             END-IF
007880             IF WS-QTDE-AUD NOT = WS-PARES-ORIGINAL
007890                 OR WS-TOTAL-AUD NOT = WS-TOTAL-ORIGINAL
007900                 DISPLAY "*** JORNAL DE AUDITORIA NAO CONFERE "
007910                         "COM O CONTROLE DE EXECUCAO - QTDE "
007920                         WS-QTDE-AUD " TOTAL " WS-TOTAL-AUD
007930                         " ***"
007940                 PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
007950             END-IF
007960         ELSE
007970             DISPLAY "*** NENHUM DETALHE DO LOTE "
007980                     WS-BATCH-ORIGINAL " NA INTERFACE DO GL "
007990                     "NEM NO JORNAL DE AUDITORIA ***"
008000             PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
008010         END-IF
008020     END-IF.
008030     IF WS-QTDE-GL > ZEROS AND WS-QTDE-AUD > ZEROS
008040         MOVE ZEROS TO WS-IX-CNTA
008050         PERFORM 2400-CONFERIR-CONTA THRU 2400-EXIT
008060             WS-QTDE-CONTAS TIMES
008070     END-IF.
008080     IF WS-QTDE-CONTAS-DIVERG > ZEROS
008090         DISPLAY "*** " WS-QTDE-CONTAS-DIVERG " CONTA(S) COM "
008100                 "DIVERGENCIA ENTRE A INTERFACE E O JORNAL - "
008110                 "VER RELATORIO ***"
008120         MOVE 4 TO RETURN-CODE
008130     END-IF.
008140 2000-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 2100-LER-INTERFACE - LE UM REGISTRO DA INTERFACE DO GL E
008190*                      ACUMULA OS DETALHES DO LOTE A ESTORNAR
008200*----------------------------------------------------------------
008210 2100-LER-INTERFACE.
008220     READ IFACE-FILE
008230         AT END
008240             SET WS-FIM-IFACE TO TRUE
008250             GO TO 2100-EXIT
008260     END-READ.
008270     IF IFACE-TIPO-REG NOT = 'D'
008280         OR IFACE-DET-BATCH-ID NOT = WS-BATCH-ORIGINAL
008290         GO TO 2100-EXIT
008300     END-IF.
008310     ADD 1 TO WS-QTDE-GL.
008320     ADD IFACE-DET-SOMA TO WS-TOTAL-GL.
008330     MOVE IFACE-DET-CONTA TO WS-CONTA-PROCURADA.
008340     MOVE IFACE-DET-SOMA TO WS-VALOR-ACUMULO.
008350     MOVE 'G' TO WS-ORIGEM-ACUMULO.
008360     IF IFACE-DET-CONTA-POOL NOT = SPACES
008370         MOVE IFACE-DET-CONTA-POOL TO WS-CONTA-PROCURADA
008380         IF NOT IFACE-DET-RATEIO-RESTO
008390             MOVE 'P' TO WS-ORIGEM-ACUMULO
008400         END-IF
008410     END-IF.
008420     PERFORM 7000-ACUMULAR-CONTA THRU 7000-EXIT.
008430 2100-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------
008470* 2200-LER-JORNAL - LE UM REGISTRO DO JORNAL DE AUDITORIA E
008480*                   ACUMULA OS PARES POSTADOS PELO SOMABAT NA
008490*                   DATA DO LOTE (SOMENTE OS QUE TEM CONTA). O
008500*                   JORNAL SO E FONTE DO ESTORNO QUANDO HOUVE
008510*                   UMA UNICA EXECUCAO DO SOMABAT NA DATA
008520*----------------------------------------------------------------
008530 2200-LER-JORNAL.
008540     READ AUDIT-FILE
008550         AT END
008560             SET WS-FIM-AUDIT TO TRUE
008570             GO TO 2200-EXIT
008580     END-READ.
008590     IF AUDIT-DATA-EXECUCAO NOT = WS-DATA-ORIGINAL
008600         OR AUDIT-CONTA = SPACES
008610         GO TO 2200-EXIT
008620     END-IF.
008630     ADD 1 TO WS-QTDE-AUD.
008640     ADD AUDIT-SOMA TO WS-TOTAL-AUD.
008650     MOVE AUDIT-CONTA TO WS-CONTA-PROCURADA.
008660     MOVE AUDIT-SOMA TO WS-VALOR-ACUMULO.
008670     MOVE 'A' TO WS-ORIGEM-ACUMULO.
008680     PERFORM 7000-ACUMULAR-CONTA THRU 7000-EXIT.
008690 2200-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730* 2400-CONFERIR-CONTA - CONTA AS CONTAS CUJA QUANTIDADE OU SOMA
008740*                       NA INTERFACE DIVERGE DO JORNAL
008750*----------------------------------------------------------------
008760 2400-CONFERIR-CONTA.
008770     ADD 1 TO WS-IX-CNTA.
008780     IF WS-TAB-CNTA-QTDE-GL (WS-IX-CNTA)
008790             NOT = WS-TAB-CNTA-QTDE-AUD (WS-IX-CNTA)
008800         OR WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA)
008810             NOT = WS-TAB-CNTA-TOTAL-AUD (WS-IX-CNTA)
008820         ADD 1 TO WS-QTDE-CONTAS-DIVERG
008830     END-IF.
008840 2400-EXIT.
008850     EXIT.
008860
008870*----------------------------------------------------------------
008880* 3000-GRAVAR-ESTORNO - GRAVA O FEED DE ESTORNO: CABECALHO COM A
008890*                       DATA EFETIVA E O BATCH-ID NOVO, UM
008900*                       DETALHE COM SINAL INVERTIDO POR DETALHE
008910*                       DO LOTE ORIGINAL E O TRAILER DE CONTROLE
008920*----------------------------------------------------------------
008930 3000-GRAVAR-ESTORNO.
008940     OPEN OUTPUT REV-FILE.
008950     IF WS-STATUS-REV NOT = "00"
008960         DISPLAY "*** ARQUIVO DE ESTORNO (REVFILE) NAO PODE SER "
008970                 "ABERTO [" WS-STATUS-REV "] ***"
008980         PERFORM 1900-RECUSAR-ESTORNO THRU 1900-EXIT
008990     END-IF.
009000     OPEN OUTPUT RELATORIO-FILE.
009010     INITIALIZE IFACE-RECORD.
009020     MOVE 'H' TO IFACE-HDR-TIPO.
009030     MOVE WS-DATA-EFETIVA TO IFACE-HDR-DATA-EXEC.
009040     MOVE WS-BATCH-ESTORNO TO IFACE-HDR-BATCH-ID.
009050     WRITE REV-RECORD FROM IFACE-RECORD.
009060     IF WS-FONTE-INTERFACE
009070         MOVE 'N' TO WS-FIM-IFACE-SW
009080         OPEN INPUT IFACE-FILE
009090         PERFORM 3100-ESTORNAR-INTERFACE THRU 3100-EXIT
009100             UNTIL WS-FIM-IFACE
009110         CLOSE IFACE-FILE
009120     ELSE
009130         MOVE 'N' TO WS-FIM-AUDIT-SW
009140         OPEN INPUT AUDIT-FILE
009150         PERFORM 3200-ESTORNAR-JORNAL THRU 3200-EXIT
009160             UNTIL WS-FIM-AUDIT
009170         CLOSE AUDIT-FILE
009180     END-IF.
009190     INITIALIZE IFACE-RECORD.
009200     MOVE 'T' TO IFACE-TRL-TIPO.
009210     MOVE WS-QTDE-ESTORNADOS TO IFACE-TRL-QTDE-REG.
009220     MOVE WS-TOTAL-ESTORNO TO IFACE-TRL-TOTAL-CTRL.
009230     WRITE REV-RECORD FROM IFACE-RECORD.
009240     CLOSE REV-FILE.
009250 3000-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 3100-ESTORNAR-INTERFACE - RELE A INTERFACE DO GL E ESTORNA
009300*                           CADA DETALHE DO LOTE ORIGINAL,
009310*                           MANTENDO CONTA E DEPARTAMENTO
009320*----------------------------------------------------------------
009330 3100-ESTORNAR-INTERFACE.
009340     READ IFACE-FILE
009350         AT END
009360             SET WS-FIM-IFACE TO TRUE
009370             GO TO 3100-EXIT
009380     END-READ.
009390     IF IFACE-TIPO-REG NOT = 'D'
009400         OR IFACE-DET-BATCH-ID NOT = WS-BATCH-ORIGINAL
009410         GO TO 3100-EXIT
009420     END-IF.
009430     MOVE IFACE-DET-CONTA TO WS-DET-CONTA.
009440     MOVE IFACE-DET-DEPTO TO WS-DET-DEPTO.
009450     MOVE IFACE-DET-SOMA TO WS-DET-SOMA.
009460     MOVE "INTERFACE" TO WS-DET-RPT-ORIGEM.
009470     PERFORM 3300-GRAVAR-DETALHE THRU 3300-EXIT.
009480 3100-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------
009520* 3200-ESTORNAR-JORNAL - RELE O JORNAL DE AUDITORIA E ESTORNA
009530*                        CADA PAR DO LOTE ORIGINAL, COM O
009540*                        DEPARTAMENTO GRAVADO NO JORNAL
009550*----------------------------------------------------------------
009560 3200-ESTORNAR-JORNAL.
009570     READ AUDIT-FILE
009580         AT END
009590             SET WS-FIM-AUDIT TO TRUE
009600             GO TO 3200-EXIT
009610     END-READ.
009620     IF AUDIT-DATA-EXECUCAO NOT = WS-DATA-ORIGINAL
009630         OR AUDIT-CONTA = SPACES
009640         GO TO 3200-EXIT
009650     END-IF.
009660     MOVE AUDIT-CONTA TO WS-DET-CONTA.
009670     MOVE AUDIT-DEPTO TO WS-DET-DEPTO.
009680     MOVE AUDIT-SOMA TO WS-DET-SOMA.
009690     MOVE "JORNAL" TO WS-DET-RPT-ORIGEM.
009700     PERFORM 3300-GRAVAR-DETALHE THRU 3300-EXIT.
009710 3200-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 3300-GRAVAR-DETALHE - GRAVA NO FEED DE ESTORNO O DETALHE
009760*                       CORRENTE COM O SINAL INVERTIDO E O
009770*                       BATCH-ID DO ESTORNO, E O IMPRIME NO
009780*                       RELATORIO
009790*----------------------------------------------------------------
009800 3300-GRAVAR-DETALHE.
009810     INITIALIZE IFACE-RECORD.
009820     MOVE 'D' TO IFACE-DET-TIPO.
009830     COMPUTE IFACE-DET-SOMA = WS-DET-SOMA * -1.
009840     MOVE WS-DET-CONTA TO IFACE-DET-CONTA.
009850     MOVE WS-BATCH-ESTORNO TO IFACE-DET-BATCH-ID.
009860     MOVE WS-DET-DEPTO TO IFACE-DET-DEPTO.
009870     WRITE REV-RECORD FROM IFACE-RECORD.
009880     ADD 1 TO WS-QTDE-ESTORNADOS.
009890     ADD WS-DET-SOMA TO WS-TOTAL-ESTORNADO.
009900     ADD IFACE-DET-SOMA TO WS-TOTAL-ESTORNO.
009910     MOVE WS-DET-CONTA TO WS-DET-RPT-CONTA.
009920     MOVE WS-DET-DEPTO TO WS-DET-RPT-DEPTO.
009930     MOVE WS-DET-SOMA TO WS-DET-RPT-ORIGINAL.
009940     MOVE IFACE-DET-SOMA TO WS-DET-RPT-ESTORNO.
009950     MOVE WS-LINHA-DETALHE TO WS-LINHA-IMPRESSAO.
009960     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009970 3300-EXIT.
009980     EXIT.
009990
010000*----------------------------------------------------------------
010010* 4000-REGISTRAR-CONTROLE - ACRESCENTA AO CONTROLE DE EXECUCAO O
010020*                           EVENTO (E) DE ESTORNADO DO LOTE
010030*                           ORIGINAL (COM O BATCH-ID DO ESTORNO
010040*                           NO LUGAR DO ARQUIVO DE ORIGEM) E O
010050*                           EVENTO (C) DO LOTE DE ESTORNO, PARA
010060*                           O SOMAGLAK E O SOMASALD O TRATAREM
010070*                           COMO QUALQUER LOTE; REGISTRA A ACAO
010080*                           NO JORNAL DE SEGURANCA
010090*----------------------------------------------------------------
010100 4000-REGISTRAR-CONTROLE.
010110     OPEN EXTEND RUNC-FILE.
010120     IF WS-STATUS-RUNC NOT = "00"
010130         DISPLAY "*** CONTROLE DE EXECUCAO INDISPONIVEL ["
010140                 WS-STATUS-RUNC "] - FEED DE ESTORNO GRAVADO "
010150                 "SEM REGISTRO ***"
010160         MOVE 12 TO RETURN-CODE
010170         GO TO 4000-EXIT
010180     END-IF.
010190     INITIALIZE RUNC-RECORD.
010200     MOVE WS-BATCH-ORIGINAL TO RUNC-BATCH-ID.
010210     MOVE WS-BATCH-ESTORNO TO RUNC-ID-ARQ-TRAN.
010220     SET RUNC-ESTORNADO TO TRUE.
010230     MOVE WS-QTDE-ESTORNADOS TO RUNC-QTDE-PARES.
010240     MOVE ZEROS TO RUNC-QTDE-REJEITADOS.
010250     MOVE WS-TOTAL-ESTORNADO TO RUNC-TOTAL.
010260     MOVE WS-DATA-EFETIVA TO RUNC-DATA.
010270     ACCEPT RUNC-HORA FROM TIME.
010280     WRITE RUNC-RECORD.
010290     INITIALIZE RUNC-RECORD.
010300     MOVE WS-BATCH-ESTORNO TO RUNC-BATCH-ID.
010310     MOVE "REVFILE" TO RUNC-ID-ARQ-TRAN.
010320     SET RUNC-COMPLETADO TO TRUE.
010330     MOVE WS-QTDE-ESTORNADOS TO RUNC-QTDE-PARES.
010340     MOVE ZEROS TO RUNC-QTDE-REJEITADOS.
010350     MOVE WS-TOTAL-ESTORNO TO RUNC-TOTAL.
010360     MOVE WS-DATA-EFETIVA TO RUNC-DATA.
010370     ACCEPT RUNC-HORA FROM TIME.
010380     WRITE RUNC-RECORD.
010390     CLOSE RUNC-FILE.
010400     MOVE WS-BATCH-ORIGINAL TO WS-SIE-BATCH.
010410     MOVE WS-STATUS-ORIGINAL TO WS-SIE-STATUS.
010420     MOVE WS-DATA-ORIGINAL TO WS-SIE-DATA.
010430     MOVE WS-PARES-ORIGINAL TO WS-SIE-QTDE.
010440     MOVE WS-SEG-IMAGEM-ESTORNO TO WS-SEG-ANTES.
010450     MOVE WS-BATCH-ESTORNO TO WS-SIE-BATCH.
010460     MOVE 'C' TO WS-SIE-STATUS.
010470     MOVE WS-DATA-EFETIVA TO WS-SIE-DATA.
010480     MOVE WS-QTDE-ESTORNADOS TO WS-SIE-QTDE.
010490     MOVE WS-SEG-IMAGEM-ESTORNO TO WS-SEG-DEPOIS.
010500     MOVE 'P' TO WS-SEG-RESULTADO.
010510     PERFORM 7500-REGISTRAR-SEGURANCA THRU 7500-EXIT.
010520 4000-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560* 7000-ACUMULAR-CONTA - ACUMULA WS-VALOR-ACUMULO NA CONTA
010570*                       PROCURADA, DO LADO DA INTERFACE (G) OU
010580*                       DO JORNAL (A), INCLUINDO A CONTA NA
010590*                       TABELA SE AINDA NAO CONSTAR; PARCELA DE
010600*                       RATEIO (P) SO SOMA O VALOR NA INTERFACE
010610*----------------------------------------------------------------
010620 7000-ACUMULAR-CONTA.
010630     MOVE 1 TO WS-IX-CNTA.
010640     MOVE 'N' TO WS-CONTA-ACHADA-SW.
010650     PERFORM 7050-PROCURAR-CONTA THRU 7050-EXIT
010660         UNTIL WS-CONTA-ACHADA OR WS-IX-CNTA > WS-QTDE-CONTAS.
010670     IF NOT WS-CONTA-ACHADA
010680         IF WS-QTDE-CONTAS < 500
010690             ADD 1 TO WS-QTDE-CONTAS
010700             MOVE WS-QTDE-CONTAS TO WS-IX-CNTA
010710             MOVE WS-CONTA-PROCURADA
010720                 TO WS-TAB-CNTA-CODIGO (WS-IX-CNTA)
010730             MOVE ZEROS TO WS-TAB-CNTA-QTDE-GL (WS-IX-CNTA)
010740             MOVE ZEROS TO WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA)
010750             MOVE ZEROS TO WS-TAB-CNTA-QTDE-AUD (WS-IX-CNTA)
010760             MOVE ZEROS TO WS-TAB-CNTA-TOTAL-AUD (WS-IX-CNTA)
010770         ELSE
010780             DISPLAY "*** TABELA DE CONFERENCIA POR CONTA "
010790                     "ESGOTADA ***"
010800             GO TO 7000-EXIT
010810         END-IF
010820     END-IF.
010830     EVALUATE WS-ORIGEM-ACUMULO
010840         WHEN 'G'
010850             ADD 1 TO WS-TAB-CNTA-QTDE-GL (WS-IX-CNTA)
010860             ADD WS-VALOR-ACUMULO
010870                 TO WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA)
010880         WHEN 'P'
010890             ADD WS-VALOR-ACUMULO
010900                 TO WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA)
010910         WHEN OTHER
010920             ADD 1 TO WS-TAB-CNTA-QTDE-AUD (WS-IX-CNTA)
010930             ADD WS-VALOR-ACUMULO
010940                 TO WS-TAB-CNTA-TOTAL-AUD (WS-IX-CNTA)
010950     END-EVALUATE.
010960 7000-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------------
011000* 7050-PROCURAR-CONTA - COMPARA A CONTA PROCURADA COM UMA
011010*                       ENTRADA DA TABELA DE CONFERENCIA
011020*----------------------------------------------------------------
011030 7050-PROCURAR-CONTA.
011040     IF WS-TAB-CNTA-CODIGO (WS-IX-CNTA) = WS-CONTA-PROCURADA
011050         SET WS-CONTA-ACHADA TO TRUE
011060     ELSE
011070         ADD 1 TO WS-IX-CNTA
011080     END-IF.
011090 7050-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------
011130* 7500-REGISTRAR-SEGURANCA - ACRESCENTA AO JORNAL PERMANENTE DE
011140*                            SEGURANCA O EVENTO DE ESTORNO,
011150*                            EFETUADO (P) OU RECUSADO POR FALTA
011160*                            DE AUTORIZACAO (N)
011170*----------------------------------------------------------------
011180 7500-REGISTRAR-SEGURANCA.
011190     OPEN EXTEND SEG-FILE.
011200     IF WS-STATUS-SEG NOT = "00"
011210         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
011220                 WS-STATUS-SEG "] ***"
011230         GO TO 7500-EXIT
011240     END-IF.
011250     INITIALIZE SEG-RECORD.
011260     MOVE WS-DATA-HOJE TO SEG-DATA.
011270     ACCEPT SEG-HORA FROM TIME.
011280     MOVE "SOMAREV" TO SEG-PROGRAMA.
011290     MOVE WS-OPERADOR-CARTAO TO SEG-OPERADOR-ID.
011300     MOVE "ESTORNO" TO SEG-EVENTO.
011310     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
011320     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
011330     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
011340     WRITE SEG-RECORD.
011350     CLOSE SEG-FILE.
011360 7500-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------
011400* 8000-IMPRIMIR-TOTAIS - IMPRIME OS TOTAIS DO ESTORNO E, QUANDO
011410*                        HA INTERFACE E JORNAL, A CONFERENCIA
011420*                        POR CONTA ENTRE OS DOIS
011430*----------------------------------------------------------------
011440 8000-IMPRIMIR-TOTAIS.
011450     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011460     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011470     MOVE "DETALHES ESTORNADOS ............" TO WS-TQT-LITERAL.
011480     MOVE WS-QTDE-ESTORNADOS TO WS-TQT-QTDE.
011490     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
011500     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011510     MOVE "TOTAL DO LOTE ORIGINAL ........." TO WS-TVL-LITERAL.
011520     MOVE WS-TOTAL-ESTORNADO TO WS-TVL-VALOR.
011530     MOVE WS-LABEL-UNIDADE TO WS-TVL-UNIDADE.
011540     MOVE WS-LINHA-TOT-VALOR TO WS-LINHA-IMPRESSAO.
011550     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011560     MOVE "TOTAL DO LOTE DE ESTORNO ......." TO WS-TVL-LITERAL.
011570     MOVE WS-TOTAL-ESTORNO TO WS-TVL-VALOR.
011580     MOVE WS-LINHA-TOT-VALOR TO WS-LINHA-IMPRESSAO.
011590     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011600     IF WS-QTDE-GL = ZEROS OR WS-QTDE-AUD = ZEROS
011610         GO TO 8000-EXIT
011620     END-IF.
011630     SET WS-PAG-CONFERENCIA TO TRUE.
011640     MOVE 99 TO WS-LINHA-CORRENTE.
011650     MOVE ZEROS TO WS-IX-CNTA.
011660     PERFORM 8100-IMPRIMIR-CONTA THRU 8100-EXIT
011670         WS-QTDE-CONTAS TIMES.
011680     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011690     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011700     MOVE "CONTAS DIVERGENTES ............." TO WS-TQT-LITERAL.
011710     MOVE WS-QTDE-CONTAS-DIVERG TO WS-TQT-QTDE.
011720     MOVE WS-LINHA-TOT-QTDE TO WS-LINHA-IMPRESSAO.
011730     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011740 8000-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------------
011780* 8100-IMPRIMIR-CONTA - IMPRIME A CONFERENCIA DE UMA CONTA ENTRE
011790*                       A INTERFACE DO GL E O JORNAL
011800*----------------------------------------------------------------
011810 8100-IMPRIMIR-CONTA.
011820     ADD 1 TO WS-IX-CNTA.
011830     MOVE WS-TAB-CNTA-CODIGO (WS-IX-CNTA) TO WS-CNF-CONTA.
011840     MOVE WS-TAB-CNTA-QTDE-GL (WS-IX-CNTA) TO WS-CNF-QTDE-GL.
011850     MOVE WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA) TO WS-CNF-TOTAL-GL.
011860     MOVE WS-TAB-CNTA-QTDE-AUD (WS-IX-CNTA) TO WS-CNF-QTDE-AUD.
011870     MOVE WS-TAB-CNTA-TOTAL-AUD (WS-IX-CNTA)
011880         TO WS-CNF-TOTAL-AUD.
011890     IF WS-TAB-CNTA-QTDE-GL (WS-IX-CNTA)
011900             = WS-TAB-CNTA-QTDE-AUD (WS-IX-CNTA)
011910         AND WS-TAB-CNTA-TOTAL-GL (WS-IX-CNTA)
011920             = WS-TAB-CNTA-TOTAL-AUD (WS-IX-CNTA)
011930         MOVE "CONFERE" TO WS-CNF-SITUACAO
011940     ELSE
011950         MOVE "DIVERGENTE" TO WS-CNF-SITUACAO
011960     END-IF.
011970     MOVE WS-LINHA-CONFERENCIA TO WS-LINHA-IMPRESSAO.
011980     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011990 8100-EXIT.
012000     EXIT.
012010
012020*----------------------------------------------------------------
012030* 8500-ESCREVER-LINHA - GRAVA A LINHA MONTADA, SALTANDO DE
012040*                       PAGINA E REPETINDO O CABECALHO QUANDO
012050*                       NECESSARIO
012060*----------------------------------------------------------------
012070 8500-ESCREVER-LINHA.
012080     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
012090         PERFORM 8600-ESCREVER-CABECALHO THRU 8600-EXIT
012100     END-IF.
012110     WRITE RELATORIO-RECORD FROM WS-LINHA-IMPRESSAO
012120         AFTER ADVANCING 1 LINE.
012130     ADD 1 TO WS-LINHA-CORRENTE.
012140 8500-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180* 8600-ESCREVER-CABECALHO - IMPRIME O CABECALHO DE PAGINA DO
012190*                           RELATORIO DE ESTORNO
012200*----------------------------------------------------------------
012210 8600-ESCREVER-CABECALHO.
012220     ADD 1 TO WS-PAGINA.
012230     MOVE WS-PAGINA TO WS-CAB-PAGINA.
012240     MOVE WS-BATCH-ORIGINAL TO WS-CAB-ORIGINAL.
012250     MOVE WS-BATCH-ESTORNO TO WS-CAB-ESTORNO.
012260     MOVE WS-DATA-EFETIVA TO WS-CAB-DATA.
012270     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-1
012280         AFTER ADVANCING PAGE.
012290     IF WS-PAG-CONFERENCIA
012300         MOVE "CONFERENCIA POR CONTA - INTERFACE X JORNAL"
012310             TO RELATORIO-RECORD
012320         WRITE RELATORIO-RECORD
012330             AFTER ADVANCING 1 LINE
012340     ELSE
012350         WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-2
012360             AFTER ADVANCING 1 LINE
012370     END-IF.
012380     MOVE SPACES TO RELATORIO-RECORD.
012390     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
012400     MOVE 4 TO WS-LINHA-CORRENTE.
012410 8600-EXIT.
012420     EXIT.
012430
012440*----------------------------------------------------------------
012450* 9000-ENCERRAR - FECHA O RELATORIO E EXIBE OS TOTAIS DO ESTORNO
012460*----------------------------------------------------------------
012470 9000-ENCERRAR.
012480     CLOSE RELATORIO-FILE.
012490     DISPLAY "------------------------------------------------".
012500     DISPLAY "LOTE ESTORNADO ................ "
012510             WS-BATCH-ORIGINAL.
012520     DISPLAY "LOTE DE ESTORNO ............... "
012530             WS-BATCH-ESTORNO.
012540     DISPLAY "DATA EFETIVA DO ESTORNO ....... "
012550             WS-DATA-EFETIVA.
012560     DISPLAY "DETALHES ESTORNADOS ........... "
012570             WS-QTDE-ESTORNADOS.
012580     DISPLAY "TOTAL DO LOTE DE ESTORNO ...... "
012590             WS-TOTAL-ESTORNO " " WS-LABEL-UNIDADE.
012600     DISPLAY "AUTORIZADO POR ................ "
012610             WS-OPERADOR-CARTAO.
012620     DISPLAY "------------------------------------------------".
012630 9000-EXIT.
012640     EXIT.
