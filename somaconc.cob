000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMACONC.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - CONCILIACAO TRIPLA
000130*                   NOTURNA ENTRE O JORNAL DE AUDITORIA
000140*                   (AUDTFILE), O FEED CONSOLIDADO ENVIADO AO GL
000150*                   (CONSFILE) E A CONFIRMACAO DEVOLVIDA PELO GL
000160*                   (GLAKFILE). O JORNAL E CONFRONTADO COM O
000170*                   FEED POR DATA, DEPARTAMENTO E CONTA (A
000180*                   PARCELA DE RATEIO CONTA NA CONTA POOL DE
000190*                   ORIGEM, COMO NO JORNAL); CADA DETALHE DO
000200*                   FEED E CASADO COM A SUA CONFIRMACAO PELO
000210*                   BATCH-ID E PELA CONTA. IMPRIME O RELATORIO
000220*                   DE QUEBRAS (CONCRPT): JORNALADO E NAO
000230*                   ENVIADO, ENVIADO E NAO CONFIRMADO,
000240*                   CONFIRMADO COM VALOR DIFERENTE OU SEM ENVIO,
000250*                   REJEITADO PELO GL E AS DIFERENCAS LIQUIDAS
000260*                   POR CONTA. GRAVA O RESULTADO NO CONCFILE
000270*                   PARA A CONFERENCIA MATINAL DO SOMARUNC E
000280*                   TERMINA COM RC 4 QUANDO HA QUALQUER QUEBRA
000290*                   NAO EXPLICADA, OU RC 12 QUANDO A
000300*                   CONCILIACAO NAO PODE SER COMPLETADA.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CONS-FILE ASSIGN TO "CONSFILE"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-STATUS-CONS.
000430     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-NOME-ARQ-AUDITORIA
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STATUS-AUDIT.
000460     SELECT GLAK-FILE ASSIGN TO "GLAKFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-STATUS-GLAK.
000490     SELECT CONC-FILE ASSIGN TO "CONCFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-CONC.
000520     SELECT RELATORIO-FILE ASSIGN TO "CONCRPT"
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-STATUS-PARM.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CONS-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 60 CHARACTERS.
000630 COPY IFACEREC.
000640
000650 FD  AUDIT-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 70 CHARACTERS.
000680 COPY AUDITREC.
000690
000700 FD  GLAK-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 60 CHARACTERS.
000730 COPY GLAKREC.
000740
000750 FD  CONC-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780 COPY CONCREC.
000790
000800 FD  RELATORIO-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 132 CHARACTERS.
000830 COPY SOMRPT.
000840
000850 FD  PARM-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 50 CHARACTERS.
000880 COPY PARMREC.
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* CONTROLE DE LEITURA E CONTADORES DA CONCILIACAO
000930*----------------------------------------------------------------
000940 77  WS-STATUS-CONS             PIC X(02) VALUE "00".
000950 77  WS-STATUS-AUDIT            PIC X(02) VALUE "00".
000960 77  WS-STATUS-GLAK             PIC X(02) VALUE "00".
000970 77  WS-STATUS-CONC             PIC X(02) VALUE "00".
000980 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
000990 77  WS-NOME-ARQ-AUDITORIA      PIC X(08) VALUE "AUDTFILE".
001000 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001010 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001020 77  WS-DATA-CONS               PIC 9(08) VALUE ZEROS.
001030 77  WS-QTDE-DET-CONS           PIC 9(07) VALUE ZEROS.
001040 77  WS-TOTAL-DET-CONS          PIC S9(11)V99
001050     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001060 77  WS-TRL-QTDE-CONS           PIC 9(07) VALUE ZEROS.
001070 77  WS-TRL-TOTAL-CONS          PIC S9(11)V99
001080     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001090 77  WS-QTDE-OUTRAS-ORIGENS     PIC 9(07) VALUE ZEROS.
001100 77  WS-QTDE-JORNAL-LIDOS       PIC 9(07) VALUE ZEROS.
001110 77  WS-QTDE-GLAK-LIDOS         PIC 9(07) VALUE ZEROS.
001120 77  WS-QTDE-NAO-ENVIADOS       PIC 9(05) VALUE ZEROS.
001130 77  WS-QTDE-NAO-CONFIRM        PIC 9(05) VALUE ZEROS.
001140 77  WS-QTDE-VALOR-DIVERG       PIC 9(05) VALUE ZEROS.
001150 77  WS-QTDE-SEM-ENVIO          PIC 9(05) VALUE ZEROS.
001160 77  WS-QTDE-REJEIT-GL          PIC 9(05) VALUE ZEROS.
001170 77  WS-QTDE-QUEBRAS            PIC 9(05) VALUE ZEROS.
001180 77  WS-QTDE-CONTAS-QUEBRA      PIC 9(05) VALUE ZEROS.
001190 77  WS-DIFERENCA-JORNAL        PIC S9(11)V99
001200     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001210 77  WS-DIFERENCA-GL            PIC S9(11)V99
001220     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001230 77  WS-DIF-JORNAL-CONTA        PIC S9(11)V99
001240     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001250 77  WS-DIF-GL-CONTA            PIC S9(11)V99
001260     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001270 77  WS-QTDE-SECAO              PIC 9(05) VALUE ZEROS.
001280
001290 01  WS-SWITCHES.
001300     05  WS-FIM-CONS-SW         PIC X(01) VALUE 'N'.
001310         88  WS-FIM-CONS        VALUE 'S'.
001320     05  WS-FIM-AUDIT-SW        PIC X(01) VALUE 'N'.
001330         88  WS-FIM-AUDIT       VALUE 'S'.
001340     05  WS-FIM-GLAK-SW         PIC X(01) VALUE 'N'.
001350         88  WS-FIM-GLAK        VALUE 'S'.
001360     05  WS-TRAILER-LIDO-SW     PIC X(01) VALUE 'N'.
001370         88  WS-TRAILER-LIDO    VALUE 'S'.
001380     05  WS-CONS-INCONSIST-SW   PIC X(01) VALUE 'N'.
001390         88  WS-CONS-INCONSISTENTE
001400                                VALUE 'S'.
001410     05  WS-INCOMPLETA-SW       PIC X(01) VALUE 'N'.
001420         88  WS-INCOMPLETA      VALUE 'S'.
001430     05  WS-ACHADO-SW           PIC X(01) VALUE 'N'.
001440         88  WS-ACHADO          VALUE 'S'.
001450     05  WS-PASSO-SW            PIC X(01) VALUE 'V'.
001460         88  WS-PASSO-VALOR     VALUE 'V'.
001470         88  WS-PASSO-QUALQUER  VALUE 'Q'.
001480
001490*----------------------------------------------------------------
001500* DATAS DE MOVIMENTO CONCILIADAS: A DATA DE EXECUCAO E AS DATAS
001510* DOS LOTES DO SOMABAT PRESENTES NO FEED CONSOLIDADO (O BATCH-ID
001520* DO SOMABAT E A PROPRIA DATA DO LOTE). SO ENTRAM NA
001530* CONCILIACAO OS REGISTROS DO JORNAL DESSAS DATAS.
001540*----------------------------------------------------------------
001550 77  WS-IX-DATA                 PIC 9(02) VALUE ZEROS.
001560 77  WS-QTDE-DATAS              PIC 9(02) VALUE ZEROS.
001570 77  WS-DATA-PROCURADA          PIC 9(08) VALUE ZEROS.
001580 01  WS-TAB-DATAS.
001590     05  WS-TAB-DATA            PIC 9(08) OCCURS 20 TIMES.
001600
001610*----------------------------------------------------------------
001620* TABELA DOS DETALHES DO FEED CONSOLIDADO, UM POR DETALHE ENVIADO,
001630* COM A CONFIRMACAO DO GL CASADA A ELE (N = SEM CONFIRMACAO,
001640* A = ACEITO, R = REJEITADO). DETALHE DE BATCH-ID NAO NUMERICO
001650* (ESTORNO DO SOMAREV, RECLASSIFICACAO DO SOMASUSP) NAO VEM DO
001660* SOMABAT E NAO TEM JORNAL - ENTRA SO NA CONCILIACAO COM O GL
001670*----------------------------------------------------------------
001680 77  WS-IX-ENV                  PIC 9(04) VALUE ZEROS.
001690 77  WS-QTDE-ENV                PIC 9(04) VALUE ZEROS.
001700 01  WS-TAB-ENVIO.
001710     05  WS-TAB-ENV-ENT OCCURS 5000 TIMES.
001720         10  WS-ENV-BATCH-ID    PIC X(08).
001730         10  WS-ENV-DATA        PIC 9(08).
001740         10  WS-ENV-DEPTO       PIC X(04).
001750         10  WS-ENV-CONTA       PIC X(08).
001760         10  WS-ENV-CONTA-POOL  PIC X(08).
001770         10  WS-ENV-CONTA-CHAVE PIC X(08).
001780         10  WS-ENV-VALOR       PIC S9(09)V99
001790             SIGN IS TRAILING SEPARATE CHARACTER.
001800         10  WS-ENV-VALOR-GL    PIC S9(09)V99
001810             SIGN IS TRAILING SEPARATE CHARACTER.
001820         10  WS-ENV-MOTIVO      PIC X(10).
001830         10  WS-ENV-ORIGEM-SW   PIC X(01).
001840             88  WS-ENV-ORIGEM-LOTE
001850                                VALUE 'L'.
001860         10  WS-ENV-CONF-SW     PIC X(01).
001870             88  WS-ENV-PENDENTE
001880                                VALUE 'N'.
001890             88  WS-ENV-ACEITO  VALUE 'A'.
001900             88  WS-ENV-REJEITADO
001910                                VALUE 'R'.
001920
001930*----------------------------------------------------------------
001940* TABELA DE CONCILIACAO JORNAL X FEED POR DATA, DEPARTAMENTO E
001950* CONTA (A CONTA POOL DE ORIGEM NO CASO DE PARCELA DE RATEIO)
001960*----------------------------------------------------------------
001970 77  WS-IX-CHV                  PIC 9(04) VALUE ZEROS.
001980 77  WS-QTDE-CHV                PIC 9(04) VALUE ZEROS.
001990 77  WS-CHV-DATA-PROC           PIC 9(08) VALUE ZEROS.
002000 77  WS-CHV-DEPTO-PROC          PIC X(04) VALUE SPACES.
002010 77  WS-CHV-CONTA-PROC          PIC X(08) VALUE SPACES.
002020 01  WS-TAB-CHAVE.
002030     05  WS-TAB-CHV-ENT OCCURS 3000 TIMES.
002040         10  WS-CHV-DATA        PIC 9(08).
002050         10  WS-CHV-DEPTO       PIC X(04).
002060         10  WS-CHV-CONTA       PIC X(08).
002070         10  WS-CHV-QTDE-JORNAL PIC 9(07).
002080         10  WS-CHV-TOTAL-JORNAL
002090                                PIC S9(11)V99
002100             SIGN IS TRAILING SEPARATE CHARACTER.
002110         10  WS-CHV-QTDE-ENVIO  PIC 9(07).
002120         10  WS-CHV-TOTAL-ENVIO PIC S9(11)V99
002130             SIGN IS TRAILING SEPARATE CHARACTER.
002140
002150*----------------------------------------------------------------
002160* TOTAIS LIQUIDOS POR CONTA (CONTA POOL DE ORIGEM NO CASO DE
002170* PARCELA DE RATEIO): JORNAL, ENVIADO PELO SOMABAT, ENVIADO NO
002180* TOTAL, CONFIRMADO E REJEITADO PELO GL
002190*----------------------------------------------------------------
002200 77  WS-IX-CTA                  PIC 9(04) VALUE ZEROS.
002210 77  WS-QTDE-CTA                PIC 9(04) VALUE ZEROS.
002220 77  WS-CTA-PROCURADA           PIC X(08) VALUE SPACES.
002230 01  WS-TAB-CONTA.
002240     05  WS-TAB-CTA-ENT OCCURS 1000 TIMES.
002250         10  WS-CTA-CONTA       PIC X(08).
002260         10  WS-CTA-JORNAL      PIC S9(11)V99
002270             SIGN IS TRAILING SEPARATE CHARACTER.
002280         10  WS-CTA-ENVIO-LOTE  PIC S9(11)V99
002290             SIGN IS TRAILING SEPARATE CHARACTER.
002300         10  WS-CTA-ENVIO       PIC S9(11)V99
002310             SIGN IS TRAILING SEPARATE CHARACTER.
002320         10  WS-CTA-CONFIRMADO  PIC S9(11)V99
002330             SIGN IS TRAILING SEPARATE CHARACTER.
002340         10  WS-CTA-REJEITADO   PIC S9(11)V99
002350             SIGN IS TRAILING SEPARATE CHARACTER.
002360
002370*----------------------------------------------------------------
002380* CONFIRMACOES DO GL SEM DETALHE ENVIADO CORRESPONDENTE
002390*----------------------------------------------------------------
002400 77  WS-IX-SOB                  PIC 9(03) VALUE ZEROS.
002410 77  WS-QTDE-SOB                PIC 9(03) VALUE ZEROS.
002420 01  WS-TAB-SOBRA.
002430     05  WS-TAB-SOB-ENT OCCURS 500 TIMES.
002440         10  WS-SOB-TIPO        PIC X(01).
002450         10  WS-SOB-BATCH-ID    PIC X(08).
002460         10  WS-SOB-CONTA       PIC X(08).
002470         10  WS-SOB-VALOR       PIC S9(09)V99
002480             SIGN IS TRAILING SEPARATE CHARACTER.
002490         10  WS-SOB-MOTIVO      PIC X(10).
002500
002510*----------------------------------------------------------------
002520* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO RELATORIO. O
002530* CABECALHO DE COLUNAS E O DA SECAO CORRENTE, REPETIDO A CADA
002540* QUEBRA DE PAGINA
002550*----------------------------------------------------------------
002560 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
002570 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
002580 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
002590 01  WS-LINHA-IMPRESSAO         PIC X(132).
002600 01  WS-CAB-COLUNAS             PIC X(132) VALUE SPACES.
002610
002620 01  WS-LINHA-CAB-1.
002630     05  FILLER                 PIC X(10) VALUE "SOMACONC".
002640     05  FILLER                 PIC X(53) VALUE
002650         "CONCILIACAO TRIPLA - JORNAL X FEED GL X CONFIRMACAO".
002660     05  FILLER                 PIC X(07) VALUE "  DATA ".
002670     05  WS-CAB-DATA            PIC 9(08).
002680     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
002690     05  WS-CAB-PAGINA          PIC ZZZZ9.
002700     05  FILLER                 PIC X(40) VALUE SPACES.
002710
002720 01  WS-LINHA-SECAO.
002730     05  WS-SEC-TITULO          PIC X(80).
002740     05  FILLER                 PIC X(52) VALUE SPACES.
002750
002760 01  WS-LINHA-NENHUMA.
002770     05  FILLER                 PIC X(30) VALUE
002780         "   NENHUMA QUEBRA".
002790     05  FILLER                 PIC X(102) VALUE SPACES.
002800
002810 01  WS-CAB-CHAVE.
002820     05  FILLER                 PIC X(10) VALUE "DATA".
002830     05  FILLER                 PIC X(06) VALUE "DEPTO".
002840     05  FILLER                 PIC X(10) VALUE "CONTA".
002850     05  FILLER                 PIC X(09) VALUE " QTDE JOR".
002860     05  FILLER                 PIC X(17) VALUE
002870         "         JORNAL  ".
002880     05  FILLER                 PIC X(09) VALUE " QTDE ENV".
002890     05  FILLER                 PIC X(17) VALUE
002900         "        ENVIADO  ".
002910     05  FILLER                 PIC X(17) VALUE
002920         "      DIFERENCA  ".
002930     05  FILLER                 PIC X(20) VALUE "SITUACAO".
002940     05  FILLER                 PIC X(17) VALUE SPACES.
002950
002960 01  WS-LINHA-CHAVE.
002970     05  WS-LCH-DATA            PIC 9(08).
002980     05  FILLER                 PIC X(02) VALUE SPACES.
002990     05  WS-LCH-DEPTO           PIC X(04).
003000     05  FILLER                 PIC X(02) VALUE SPACES.
003010     05  WS-LCH-CONTA           PIC X(08).
003020     05  FILLER                 PIC X(02) VALUE SPACES.
003030     05  WS-LCH-QTDE-JORNAL     PIC ZZZZZZ9.
003040     05  FILLER                 PIC X(02) VALUE SPACES.
003050     05  WS-LCH-JORNAL          PIC -ZZZZZZZZZZ9,99.
003060     05  FILLER                 PIC X(02) VALUE SPACES.
003070     05  WS-LCH-QTDE-ENVIO      PIC ZZZZZZ9.
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  WS-LCH-ENVIO           PIC -ZZZZZZZZZZ9,99.
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003110     05  WS-LCH-DIFERENCA       PIC -ZZZZZZZZZZ9,99.
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  WS-LCH-SITUACAO        PIC X(20).
003140     05  FILLER                 PIC X(17) VALUE SPACES.
003150
003160 01  WS-CAB-ITEM.
003170     05  FILLER                 PIC X(10) VALUE "BATCH-ID".
003180     05  FILLER                 PIC X(10) VALUE "DATA".
003190     05  FILLER                 PIC X(06) VALUE "DEPTO".
003200     05  FILLER                 PIC X(10) VALUE "CONTA".
003210     05  FILLER                 PIC X(10) VALUE "POOL".
003220     05  FILLER                 PIC X(17) VALUE
003230         "        ENVIADO  ".
003240     05  FILLER                 PIC X(17) VALUE
003250         "    VALOR NO GL  ".
003260     05  FILLER                 PIC X(17) VALUE
003270         "      DIFERENCA  ".
003280     05  FILLER                 PIC X(24) VALUE
003290         "SITUACAO / MOTIVO GL".
003300     05  FILLER                 PIC X(11) VALUE SPACES.
003310
003320 01  WS-LINHA-ITEM.
003330     05  WS-LIT-BATCH-ID        PIC X(08).
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  WS-LIT-DATA            PIC X(08).
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  WS-LIT-DEPTO           PIC X(04).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  WS-LIT-CONTA           PIC X(08).
003400     05  FILLER                 PIC X(02) VALUE SPACES.
003410     05  WS-LIT-CONTA-POOL      PIC X(08).
003420     05  FILLER                 PIC X(02) VALUE SPACES.
003430     05  WS-LIT-ENVIO           PIC -ZZZZZZZZZZ9,99.
003440     05  FILLER                 PIC X(02) VALUE SPACES.
003450     05  WS-LIT-GL              PIC -ZZZZZZZZZZ9,99.
003460     05  FILLER                 PIC X(02) VALUE SPACES.
003470     05  WS-LIT-DIFERENCA       PIC -ZZZZZZZZZZ9,99.
003480     05  FILLER                 PIC X(02) VALUE SPACES.
003490     05  WS-LIT-SITUACAO        PIC X(24).
003500     05  FILLER                 PIC X(11) VALUE SPACES.
003510
003520 01  WS-CAB-CONTA.
003530     05  FILLER                 PIC X(10) VALUE "CONTA".
003540     05  FILLER                 PIC X(17) VALUE
003550         "         JORNAL  ".
003560     05  FILLER                 PIC X(17) VALUE
003570         "  ENVIADO LOTES  ".
003580     05  FILLER                 PIC X(17) VALUE
003590         "  ENVIADO TOTAL  ".
003600     05  FILLER                 PIC X(17) VALUE
003610         "     CONFIRMADO  ".
003620     05  FILLER                 PIC X(17) VALUE
003630         "      REJEITADO  ".
003640     05  FILLER                 PIC X(17) VALUE
003650         "  DIF JOR X ENV  ".
003660     05  FILLER                 PIC X(17) VALUE
003670         "   DIF ENV X GL  ".
003680     05  FILLER                 PIC X(03) VALUE SPACES.
003690
003700 01  WS-LINHA-CONTA.
003710     05  WS-LCT-CONTA           PIC X(08).
003720     05  FILLER                 PIC X(02) VALUE SPACES.
003730     05  WS-LCT-JORNAL          PIC -ZZZZZZZZZZ9,99.
003740     05  FILLER                 PIC X(02) VALUE SPACES.
003750     05  WS-LCT-ENVIO-LOTE      PIC -ZZZZZZZZZZ9,99.
003760     05  FILLER                 PIC X(02) VALUE SPACES.
003770     05  WS-LCT-ENVIO           PIC -ZZZZZZZZZZ9,99.
003780     05  FILLER                 PIC X(02) VALUE SPACES.
003790     05  WS-LCT-CONFIRMADO      PIC -ZZZZZZZZZZ9,99.
003800     05  FILLER                 PIC X(02) VALUE SPACES.
003810     05  WS-LCT-REJEITADO       PIC -ZZZZZZZZZZ9,99.
003820     05  FILLER                 PIC X(02) VALUE SPACES.
003830     05  WS-LCT-DIF-JORNAL      PIC -ZZZZZZZZZZ9,99.
003840     05  FILLER                 PIC X(02) VALUE SPACES.
003850     05  WS-LCT-DIF-GL          PIC -ZZZZZZZZZZ9,99.
003860     05  FILLER                 PIC X(01) VALUE SPACES.
003870     05  WS-LCT-MARCA           PIC X(01).
003880     05  FILLER                 PIC X(01) VALUE SPACES.
003890
003900 01  WS-LINHA-TOTAL.
003910     05  WS-TOT-LITERAL         PIC X(50).
003920     05  WS-TOT-QTDE            PIC ZZZZZZ9.
003930     05  FILLER                 PIC X(75) VALUE SPACES.
003940
003950 01  WS-LINHA-TOTAL-VALOR.
003960     05  WS-TVL-LITERAL         PIC X(50).
003970     05  WS-TVL-VALOR           PIC +9(11),99.
003980     05  FILLER                 PIC X(67) VALUE SPACES.
003990
004000 01  WS-LINHA-AVISO.
004010     05  WS-AVI-TEXTO           PIC X(100).
004020     05  FILLER                 PIC X(32) VALUE SPACES.
004030
004040 PROCEDURE DIVISION.
004050*----------------------------------------------------------------
004060 0000-MAINLINE.
004070*----------------------------------------------------------------
004080     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004090     PERFORM 2000-CARREGAR-ENVIO THRU 2000-EXIT.
004100     PERFORM 3000-CARREGAR-JORNAL THRU 3000-EXIT.
004110     PERFORM 4000-CARREGAR-CONFIRMACAO THRU 4000-EXIT.
004120     PERFORM 5000-EMITIR-QUEBRAS THRU 5000-EXIT.
004130     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
004140     STOP RUN.
004150
004160*----------------------------------------------------------------
004170* 1000-INICIALIZAR - LE OS PARAMETROS, REGISTRA A DATA DE
004180*                    EXECUCAO COMO DATA CONCILIADA E ABRE O
004190*                    RELATORIO
004200*----------------------------------------------------------------
004210 1000-INICIALIZAR.
004220     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
004230     IF WS-DATA-EXECUCAO = ZEROS
004240         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
004250     ELSE
004260         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
004270     END-IF.
004280     MOVE WS-DATA-HOJE TO WS-DATA-CONS.
004290     MOVE WS-DATA-HOJE TO WS-DATA-PROCURADA.
004300     PERFORM 2400-REGISTRAR-DATA THRU 2400-EXIT.
004310     DISPLAY "SOMACONC - CONCILIACAO TRIPLA DE " WS-DATA-HOJE.
004320     OPEN OUTPUT RELATORIO-FILE.
004330 1000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO E O NOME DO JORNAL
004380*                       DE AUDITORIA DO ARQUIVO DE PARAMETROS
004390*                       MANTIDO PELO SOMAPARM; SEM ARQUIVO, USA A
004400*                       DATA DO DIA E O AUDTFILE
004410*----------------------------------------------------------------
004420 1050-LER-PARAMETROS.
004430     OPEN INPUT PARM-FILE.
004440     IF WS-STATUS-PARM NOT = "00"
004450         GO TO 1050-EXIT
004460     END-IF.
004470     READ PARM-FILE
004480         AT END
004490             CLOSE PARM-FILE
004500             GO TO 1050-EXIT
004510     END-READ.
004520     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
004530     MOVE PARM-NOME-ARQ-AUDITORIA TO WS-NOME-ARQ-AUDITORIA.
004540     CLOSE PARM-FILE.
004550 1050-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 2000-CARREGAR-ENVIO - CARREGA OS DETALHES DO FEED CONSOLIDADO
004600*                       E CONFERE A CONTAGEM E O TOTAL CONTRA O
004610*                       TRAILER. SEM O FEED A CONCILIACAO NAO
004620*                       PODE SER FEITA.
004630*----------------------------------------------------------------
004640 2000-CARREGAR-ENVIO.
004650     OPEN INPUT CONS-FILE.
004660     IF WS-STATUS-CONS NOT = "00"
004670         DISPLAY "*** FEED CONSOLIDADO (CONSFILE) VAZIO OU "
004680                 "AUSENTE [" WS-STATUS-CONS "] ***"
004690         SET WS-INCOMPLETA TO TRUE
004700         GO TO 2000-EXIT
004710     END-IF.
004720     PERFORM 2100-LER-ENVIO THRU 2100-EXIT
004730         UNTIL WS-FIM-CONS.
004740     CLOSE CONS-FILE.
004750     IF NOT WS-TRAILER-LIDO
004760         DISPLAY "*** FEED CONSOLIDADO SEM TRAILER ***"
004770         SET WS-CONS-INCONSISTENTE TO TRUE
004780         GO TO 2000-EXIT
004790     END-IF.
004800     IF WS-TRL-QTDE-CONS NOT = WS-QTDE-DET-CONS
004810        OR WS-TRL-TOTAL-CONS NOT = WS-TOTAL-DET-CONS
004820         DISPLAY "*** FEED CONSOLIDADO NAO CONFERE COM O "
004830                 "PROPRIO TRAILER ***"
004840         SET WS-CONS-INCONSISTENTE TO TRUE
004850     END-IF.
004860 2000-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 2100-LER-ENVIO - LE UM REGISTRO DO FEED CONSOLIDADO E O TRATA
004910*                  CONFORME O TIPO
004920*----------------------------------------------------------------
004930 2100-LER-ENVIO.
004940     READ CONS-FILE
004950         AT END
004960             SET WS-FIM-CONS TO TRUE
004970             GO TO 2100-EXIT
004980     END-READ.
004990     EVALUATE IFACE-TIPO-REG
005000         WHEN 'H'
005010             IF IFACE-HDR-DATA-EXEC IS NUMERIC
005020                 MOVE IFACE-HDR-DATA-EXEC TO WS-DATA-CONS
005030             END-IF
005040         WHEN 'D'
005050             PERFORM 2200-GUARDAR-ENVIO THRU 2200-EXIT
005060         WHEN 'T'
005070             SET WS-TRAILER-LIDO TO TRUE
005080             MOVE IFACE-TRL-QTDE-REG TO WS-TRL-QTDE-CONS
005090             MOVE IFACE-TRL-TOTAL-CTRL TO WS-TRL-TOTAL-CONS
005100         WHEN OTHER
005110             DISPLAY "*** TIPO DE REGISTRO INVALIDO ["
005120                     IFACE-TIPO-REG "] NO FEED CONSOLIDADO ***"
005130             SET WS-CONS-INCONSISTENTE TO TRUE
005140     END-EVALUATE.
005150 2100-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* 2200-GUARDAR-ENVIO - GUARDA O DETALHE ENVIADO NA TABELA E O
005200*                      ACUMULA NA CONCILIACAO COM O JORNAL (SO O
005210*                      QUE VEM DO SOMABAT) E NOS TOTAIS DA CONTA
005220*----------------------------------------------------------------
005230 2200-GUARDAR-ENVIO.
005240     ADD 1 TO WS-QTDE-DET-CONS.
005250     ADD IFACE-DET-SOMA TO WS-TOTAL-DET-CONS.
005260     IF WS-QTDE-ENV NOT < 5000
005270         DISPLAY "*** TABELA DE DETALHES ENVIADOS ESGOTADA ***"
005280         SET WS-INCOMPLETA TO TRUE
005290         GO TO 2200-EXIT
005300     END-IF.
005310     ADD 1 TO WS-QTDE-ENV.
005320     MOVE WS-QTDE-ENV TO WS-IX-ENV.
005330     MOVE IFACE-DET-BATCH-ID TO WS-ENV-BATCH-ID (WS-IX-ENV).
005340     MOVE IFACE-DET-DEPTO TO WS-ENV-DEPTO (WS-IX-ENV).
005350     MOVE IFACE-DET-CONTA TO WS-ENV-CONTA (WS-IX-ENV).
005360     MOVE IFACE-DET-CONTA-POOL TO WS-ENV-CONTA-POOL (WS-IX-ENV).
005370     IF IFACE-DET-CONTA-POOL = SPACES
005380         MOVE IFACE-DET-CONTA TO WS-ENV-CONTA-CHAVE (WS-IX-ENV)
005390     ELSE
005400         MOVE IFACE-DET-CONTA-POOL
005410             TO WS-ENV-CONTA-CHAVE (WS-IX-ENV)
005420     END-IF.
005430     MOVE IFACE-DET-SOMA TO WS-ENV-VALOR (WS-IX-ENV).
005440     MOVE ZEROS TO WS-ENV-VALOR-GL (WS-IX-ENV).
005450     MOVE SPACES TO WS-ENV-MOTIVO (WS-IX-ENV).
005460     MOVE 'N' TO WS-ENV-CONF-SW (WS-IX-ENV).
005470     MOVE WS-ENV-CONTA-CHAVE (WS-IX-ENV) TO WS-CTA-PROCURADA.
005480     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
005490     IF WS-ACHADO
005500         ADD IFACE-DET-SOMA TO WS-CTA-ENVIO (WS-IX-CTA)
005510     END-IF.
005520     IF IFACE-DET-BATCH-ID IS NOT NUMERIC
005530         MOVE 'O' TO WS-ENV-ORIGEM-SW (WS-IX-ENV)
005540         MOVE WS-DATA-CONS TO WS-ENV-DATA (WS-IX-ENV)
005550         ADD 1 TO WS-QTDE-OUTRAS-ORIGENS
005560         GO TO 2200-EXIT
005570     END-IF.
005580     MOVE 'L' TO WS-ENV-ORIGEM-SW (WS-IX-ENV).
005590     MOVE IFACE-DET-BATCH-ID TO WS-ENV-DATA (WS-IX-ENV).
005600     IF WS-ACHADO
005610         ADD IFACE-DET-SOMA TO WS-CTA-ENVIO-LOTE (WS-IX-CTA)
005620     END-IF.
005630     MOVE WS-ENV-DATA (WS-IX-ENV) TO WS-DATA-PROCURADA.
005640     PERFORM 2400-REGISTRAR-DATA THRU 2400-EXIT.
005650     MOVE WS-ENV-DATA (WS-IX-ENV) TO WS-CHV-DATA-PROC.
005660     MOVE IFACE-DET-DEPTO TO WS-CHV-DEPTO-PROC.
005670     MOVE WS-ENV-CONTA-CHAVE (WS-IX-ENV) TO WS-CHV-CONTA-PROC.
005680     PERFORM 2300-LOCALIZAR-CHAVE THRU 2300-EXIT.
005690     IF WS-ACHADO
005700         ADD 1 TO WS-CHV-QTDE-ENVIO (WS-IX-CHV)
005710         ADD IFACE-DET-SOMA TO WS-CHV-TOTAL-ENVIO (WS-IX-CHV)
005720     END-IF.
005730 2200-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* 2300-LOCALIZAR-CHAVE - PROCURA A CHAVE DATA/DEPARTAMENTO/CONTA
005780*                        NA TABELA DE CONCILIACAO, INCLUINDO-A
005790*                        ZERADA SE AINDA NAO EXISTIR
005800*----------------------------------------------------------------
005810 2300-LOCALIZAR-CHAVE.
005820     MOVE 1 TO WS-IX-CHV.
005830     MOVE 'N' TO WS-ACHADO-SW.
005840     PERFORM 2350-COMPARAR-CHAVE THRU 2350-EXIT
005850         UNTIL WS-ACHADO OR WS-IX-CHV > WS-QTDE-CHV.
005860     IF WS-ACHADO
005870         GO TO 2300-EXIT
005880     END-IF.
005890     IF WS-QTDE-CHV NOT < 3000
005900         DISPLAY "*** TABELA DE CONCILIACAO POR CONTA "
005910                 "ESGOTADA ***"
005920         SET WS-INCOMPLETA TO TRUE
005930         GO TO 2300-EXIT
005940     END-IF.
005950     ADD 1 TO WS-QTDE-CHV.
005960     MOVE WS-QTDE-CHV TO WS-IX-CHV.
005970     MOVE WS-CHV-DATA-PROC TO WS-CHV-DATA (WS-IX-CHV).
005980     MOVE WS-CHV-DEPTO-PROC TO WS-CHV-DEPTO (WS-IX-CHV).
005990     MOVE WS-CHV-CONTA-PROC TO WS-CHV-CONTA (WS-IX-CHV).
006000     MOVE ZEROS TO WS-CHV-QTDE-JORNAL (WS-IX-CHV).
006010     MOVE ZEROS TO WS-CHV-TOTAL-JORNAL (WS-IX-CHV).
006020     MOVE ZEROS TO WS-CHV-QTDE-ENVIO (WS-IX-CHV).
006030     MOVE ZEROS TO WS-CHV-TOTAL-ENVIO (WS-IX-CHV).
006040     SET WS-ACHADO TO TRUE.
006050 2300-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090* 2350-COMPARAR-CHAVE - COMPARA A CHAVE PROCURADA COM UMA
006100*                       ENTRADA DA TABELA DE CONCILIACAO
006110*----------------------------------------------------------------
006120 2350-COMPARAR-CHAVE.
006130     IF WS-CHV-DATA (WS-IX-CHV) = WS-CHV-DATA-PROC
006140        AND WS-CHV-DEPTO (WS-IX-CHV) = WS-CHV-DEPTO-PROC
006150        AND WS-CHV-CONTA (WS-IX-CHV) = WS-CHV-CONTA-PROC
006160         SET WS-ACHADO TO TRUE
006170     ELSE
006180         ADD 1 TO WS-IX-CHV
006190     END-IF.
006200 2350-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 2400-REGISTRAR-DATA - INCLUI WS-DATA-PROCURADA NAS DATAS DE
006250*                       MOVIMENTO CONCILIADAS, SE AINDA NAO
006260*                       ESTIVER LA
006270*----------------------------------------------------------------
006280 2400-REGISTRAR-DATA.
006290     PERFORM 2450-PROCURAR-DATA THRU 2450-EXIT.
006300     IF WS-ACHADO
006310         GO TO 2400-EXIT
006320     END-IF.
006330     IF WS-QTDE-DATAS NOT < 20
006340         DISPLAY "*** DATAS DE MOVIMENTO DEMAIS NO FEED - "
006350                 "JORNAL DE " WS-DATA-PROCURADA
006360                 " NAO CONCILIADO ***"
006370         SET WS-INCOMPLETA TO TRUE
006380         GO TO 2400-EXIT
006390     END-IF.
006400     ADD 1 TO WS-QTDE-DATAS.
006410     MOVE WS-DATA-PROCURADA TO WS-TAB-DATA (WS-QTDE-DATAS).
006420 2400-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 2450-PROCURAR-DATA - ACUSA SE WS-DATA-PROCURADA ESTA ENTRE AS
006470*                      DATAS DE MOVIMENTO CONCILIADAS
006480*----------------------------------------------------------------
006490 2450-PROCURAR-DATA.
006500     MOVE 'N' TO WS-ACHADO-SW.
006510     MOVE 1 TO WS-IX-DATA.
006520     PERFORM 2460-COMPARAR-DATA THRU 2460-EXIT
006530         UNTIL WS-ACHADO OR WS-IX-DATA > WS-QTDE-DATAS.
006540 2450-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 2460-COMPARAR-DATA - COMPARA A DATA PROCURADA COM UMA ENTRADA
006590*                      DA TABELA DE DATAS
006600*----------------------------------------------------------------
006610 2460-COMPARAR-DATA.
006620     IF WS-TAB-DATA (WS-IX-DATA) = WS-DATA-PROCURADA
006630         SET WS-ACHADO TO TRUE
006640     ELSE
006650         ADD 1 TO WS-IX-DATA
006660     END-IF.
006670 2460-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------
006710* 2500-LOCALIZAR-CONTA - PROCURA WS-CTA-PROCURADA NA TABELA DE
006720*                        TOTAIS POR CONTA, INCLUINDO-A ZERADA SE
006730*                        AINDA NAO EXISTIR
006740*----------------------------------------------------------------
006750 2500-LOCALIZAR-CONTA.
006760     MOVE 1 TO WS-IX-CTA.
006770     MOVE 'N' TO WS-ACHADO-SW.
006780     PERFORM 2550-COMPARAR-CONTA THRU 2550-EXIT
006790         UNTIL WS-ACHADO OR WS-IX-CTA > WS-QTDE-CTA.
006800     IF WS-ACHADO
006810         GO TO 2500-EXIT
006820     END-IF.
006830     IF WS-QTDE-CTA NOT < 1000
006840         DISPLAY "*** TABELA DE TOTAIS POR CONTA ESGOTADA ***"
006850         SET WS-INCOMPLETA TO TRUE
006860         GO TO 2500-EXIT
006870     END-IF.
006880     ADD 1 TO WS-QTDE-CTA.
006890     MOVE WS-QTDE-CTA TO WS-IX-CTA.
006900     MOVE WS-CTA-PROCURADA TO WS-CTA-CONTA (WS-IX-CTA).
006910     MOVE ZEROS TO WS-CTA-JORNAL (WS-IX-CTA).
006920     MOVE ZEROS TO WS-CTA-ENVIO-LOTE (WS-IX-CTA).
006930     MOVE ZEROS TO WS-CTA-ENVIO (WS-IX-CTA).
006940     MOVE ZEROS TO WS-CTA-CONFIRMADO (WS-IX-CTA).
006950     MOVE ZEROS TO WS-CTA-REJEITADO (WS-IX-CTA).
006960     SET WS-ACHADO TO TRUE.
006970 2500-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* 2550-COMPARAR-CONTA - COMPARA A CONTA PROCURADA COM UMA
007020*                       ENTRADA DA TABELA DE TOTAIS POR CONTA
007030*----------------------------------------------------------------
007040 2550-COMPARAR-CONTA.
007050     IF WS-CTA-CONTA (WS-IX-CTA) = WS-CTA-PROCURADA
007060         SET WS-ACHADO TO TRUE
007070     ELSE
007080         ADD 1 TO WS-IX-CTA
007090     END-IF.
007100 2550-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 3000-CARREGAR-JORNAL - ACUMULA NA CONCILIACAO OS PARES
007150*                        POSTADOS DO JORNAL DE AUDITORIA NAS
007160*                        DATAS DE MOVIMENTO CONCILIADAS
007170*----------------------------------------------------------------
007180 3000-CARREGAR-JORNAL.
007190     OPEN INPUT AUDIT-FILE.
007200     IF WS-STATUS-AUDIT NOT = "00"
007210         DISPLAY "*** JORNAL DE AUDITORIA INDISPONIVEL ["
007220                 WS-STATUS-AUDIT "] ***"
007230         SET WS-INCOMPLETA TO TRUE
007240         GO TO 3000-EXIT
007250     END-IF.
007260     PERFORM 3100-LER-JORNAL THRU 3100-EXIT
007270         UNTIL WS-FIM-AUDIT.
007280     CLOSE AUDIT-FILE.
007290 3000-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------
007330* 3100-LER-JORNAL - LE UM REGISTRO DO JORNAL. O CALCULO AVULSO
007340*                   DO SOMASMPL (SEM CONTA) NAO E POSTAGEM E NAO
007350*                   ENTRA NA CONCILIACAO.
007360*----------------------------------------------------------------
007370 3100-LER-JORNAL.
007380     READ AUDIT-FILE
007390         AT END
007400             SET WS-FIM-AUDIT TO TRUE
007410             GO TO 3100-EXIT
007420     END-READ.
007430     IF AUDIT-CONTA = SPACES
007440         GO TO 3100-EXIT
007450     END-IF.
007460     MOVE AUDIT-DATA-EXECUCAO TO WS-DATA-PROCURADA.
007470     PERFORM 2450-PROCURAR-DATA THRU 2450-EXIT.
007480     IF NOT WS-ACHADO
007490         GO TO 3100-EXIT
007500     END-IF.
007510     ADD 1 TO WS-QTDE-JORNAL-LIDOS.
007520     MOVE AUDIT-DATA-EXECUCAO TO WS-CHV-DATA-PROC.
007530     MOVE AUDIT-DEPTO TO WS-CHV-DEPTO-PROC.
007540     MOVE AUDIT-CONTA TO WS-CHV-CONTA-PROC.
007550     PERFORM 2300-LOCALIZAR-CHAVE THRU 2300-EXIT.
007560     IF WS-ACHADO
007570         ADD 1 TO WS-CHV-QTDE-JORNAL (WS-IX-CHV)
007580         ADD AUDIT-SOMA TO WS-CHV-TOTAL-JORNAL (WS-IX-CHV)
007590     END-IF.
007600     MOVE AUDIT-CONTA TO WS-CTA-PROCURADA.
007610     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
007620     IF WS-ACHADO
007630         ADD AUDIT-SOMA TO WS-CTA-JORNAL (WS-IX-CTA)
007640     END-IF.
007650 3100-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 4000-CARREGAR-CONFIRMACAO - CASA CADA CONFIRMACAO DO GL COM UM
007700*                             DETALHE ENVIADO. SEM O ARQUIVO DE
007710*                             CONFIRMACAO, TODO O FEED FICA SEM
007720*                             CONFIRMACAO NO RELATORIO.
007730*----------------------------------------------------------------
007740 4000-CARREGAR-CONFIRMACAO.
007750     OPEN INPUT GLAK-FILE.
007760     IF WS-STATUS-GLAK NOT = "00"
007770         DISPLAY "*** ARQUIVO DE CONFIRMACAO DO GL VAZIO OU "
007780                 "AUSENTE [" WS-STATUS-GLAK "] ***"
007790         GO TO 4000-EXIT
007800     END-IF.
007810     PERFORM 4100-LER-CONFIRMACAO THRU 4100-EXIT
007820         UNTIL WS-FIM-GLAK.
007830     CLOSE GLAK-FILE.
007840 4000-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------
007880* 4100-LER-CONFIRMACAO - LE UMA CONFIRMACAO E PROCURA O DETALHE
007890*                        ENVIADO AINDA NAO CONFIRMADO DO MESMO
007900*                        BATCH-ID E CONTA - PRIMEIRO COM O MESMO
007910*                        VALOR, DEPOIS COM QUALQUER VALOR
007920*----------------------------------------------------------------
007930 4100-LER-CONFIRMACAO.
007940     READ GLAK-FILE
007950         AT END
007960             SET WS-FIM-GLAK TO TRUE
007970             GO TO 4100-EXIT
007980     END-READ.
007990     ADD 1 TO WS-QTDE-GLAK-LIDOS.
008000     IF NOT GLAK-ACEITO AND NOT GLAK-REJEITADO
008010         PERFORM 4300-GUARDAR-SOBRA THRU 4300-EXIT
008020         GO TO 4100-EXIT
008030     END-IF.
008040     SET WS-PASSO-VALOR TO TRUE.
008050     PERFORM 4200-PROCURAR-ENVIO THRU 4200-EXIT.
008060     IF NOT WS-ACHADO
008070         SET WS-PASSO-QUALQUER TO TRUE
008080         PERFORM 4200-PROCURAR-ENVIO THRU 4200-EXIT
008090     END-IF.
008100     IF NOT WS-ACHADO
008110         PERFORM 4300-GUARDAR-SOBRA THRU 4300-EXIT
008120         GO TO 4100-EXIT
008130     END-IF.
008140     MOVE GLAK-SOMA TO WS-ENV-VALOR-GL (WS-IX-ENV).
008150     MOVE GLAK-MOTIVO TO WS-ENV-MOTIVO (WS-IX-ENV).
008160     MOVE GLAK-TIPO-REG TO WS-ENV-CONF-SW (WS-IX-ENV).
008170     MOVE WS-ENV-CONTA-CHAVE (WS-IX-ENV) TO WS-CTA-PROCURADA.
008180     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
008190     IF NOT WS-ACHADO
008200         GO TO 4100-EXIT
008210     END-IF.
008220     IF GLAK-ACEITO
008230         ADD GLAK-SOMA TO WS-CTA-CONFIRMADO (WS-IX-CTA)
008240     ELSE
008250         ADD WS-ENV-VALOR (WS-IX-ENV)
008260             TO WS-CTA-REJEITADO (WS-IX-CTA)
008270     END-IF.
008280 4100-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320* 4200-PROCURAR-ENVIO - PERCORRE A TABELA DE DETALHES ENVIADOS A
008330*                       PROCURA DO DETALHE DA CONFIRMACAO
008340*----------------------------------------------------------------
008350 4200-PROCURAR-ENVIO.
008360     MOVE 1 TO WS-IX-ENV.
008370     MOVE 'N' TO WS-ACHADO-SW.
008380     PERFORM 4250-COMPARAR-ENVIO THRU 4250-EXIT
008390         UNTIL WS-ACHADO OR WS-IX-ENV > WS-QTDE-ENV.
008400 4200-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------
008440* 4250-COMPARAR-ENVIO - COMPARA A CONFIRMACAO COM UMA ENTRADA DA
008450*                       TABELA DE DETALHES ENVIADOS
008460*----------------------------------------------------------------
008470 4250-COMPARAR-ENVIO.
008480     IF WS-ENV-PENDENTE (WS-IX-ENV)
008490        AND WS-ENV-BATCH-ID (WS-IX-ENV) = GLAK-BATCH-ID
008500        AND WS-ENV-CONTA (WS-IX-ENV) = GLAK-CONTA
008510        AND (WS-PASSO-QUALQUER
008520             OR WS-ENV-VALOR (WS-IX-ENV) = GLAK-SOMA)
008530         SET WS-ACHADO TO TRUE
008540     ELSE
008550         ADD 1 TO WS-IX-ENV
008560     END-IF.
008570 4250-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------
008610* 4300-GUARDAR-SOBRA - GUARDA A CONFIRMACAO SEM DETALHE ENVIADO
008620*                      CORRESPONDENTE (OU DE TIPO INVALIDO) E A
008630*                      LANCA NOS TOTAIS DA CONTA CONFIRMADA
008640*----------------------------------------------------------------
008650 4300-GUARDAR-SOBRA.
008660     IF WS-QTDE-SOB NOT < 500
008670         DISPLAY "*** TABELA DE CONFIRMACOES SEM ENVIO "
008680                 "ESGOTADA ***"
008690         SET WS-INCOMPLETA TO TRUE
008700         GO TO 4300-EXIT
008710     END-IF.
008720     ADD 1 TO WS-QTDE-SOB.
008730     MOVE GLAK-TIPO-REG TO WS-SOB-TIPO (WS-QTDE-SOB).
008740     MOVE GLAK-BATCH-ID TO WS-SOB-BATCH-ID (WS-QTDE-SOB).
008750     MOVE GLAK-CONTA TO WS-SOB-CONTA (WS-QTDE-SOB).
008760     MOVE GLAK-SOMA TO WS-SOB-VALOR (WS-QTDE-SOB).
008770     MOVE GLAK-MOTIVO TO WS-SOB-MOTIVO (WS-QTDE-SOB).
008780     IF NOT GLAK-ACEITO
008790         GO TO 4300-EXIT
008800     END-IF.
008810     MOVE GLAK-CONTA TO WS-CTA-PROCURADA.
008820     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
008830     IF WS-ACHADO
008840         ADD GLAK-SOMA TO WS-CTA-CONFIRMADO (WS-IX-CTA)
008850     END-IF.
008860 4300-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 5000-EMITIR-QUEBRAS - IMPRIME AS CINCO SECOES DO RELATORIO DE
008910*                       QUEBRAS
008920*----------------------------------------------------------------
008930 5000-EMITIR-QUEBRAS.
008940     PERFORM 5100-SECAO-NAO-ENVIADOS THRU 5100-EXIT.
008950     PERFORM 5200-SECAO-NAO-CONFIRMADOS THRU 5200-EXIT.
008960     PERFORM 5300-SECAO-VALOR-DIVERGENTE THRU 5300-EXIT.
008970     PERFORM 5400-SECAO-REJEITADOS THRU 5400-EXIT.
008980     PERFORM 5500-SECAO-CONTAS THRU 5500-EXIT.
008990 5000-EXIT.
009000     EXIT.
009010
009020*----------------------------------------------------------------
009030* 5050-ABRIR-SECAO - COMECA UMA SECAO EM PAGINA NOVA, COM O
009040*                    TITULO EM WS-SEC-TITULO E O CABECALHO DE
009050*                    COLUNAS EM WS-CAB-COLUNAS
009060*----------------------------------------------------------------
009070 5050-ABRIR-SECAO.
009080     MOVE 99 TO WS-LINHA-CORRENTE.
009090     MOVE ZEROS TO WS-QTDE-SECAO.
009100     MOVE WS-LINHA-SECAO TO WS-LINHA-IMPRESSAO.
009110     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009120     MOVE SPACES TO WS-LINHA-IMPRESSAO.
009130     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009140 5050-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180* 5060-FECHAR-SECAO - IMPRIME O AVISO DE SECAO SEM QUEBRAS
009190*----------------------------------------------------------------
009200 5060-FECHAR-SECAO.
009210     IF WS-QTDE-SECAO = ZEROS
009220         MOVE WS-LINHA-NENHUMA TO WS-LINHA-IMPRESSAO
009230         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
009240     END-IF.
009250 5060-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------
009290* 5100-SECAO-NAO-ENVIADOS - SECAO 1: JORNAL X FEED POR DATA,
009300*                           DEPARTAMENTO E CONTA
009310*----------------------------------------------------------------
009320 5100-SECAO-NAO-ENVIADOS.
009330     MOVE "1. JORNALADO E NAO ENVIADO - JORNAL X FEED CONSOLIDADO"
009340         TO WS-SEC-TITULO.
009350     MOVE WS-CAB-CHAVE TO WS-CAB-COLUNAS.
009360     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
009370     MOVE ZEROS TO WS-IX-CHV.
009380     PERFORM 5150-IMPRIMIR-CHAVE THRU 5150-EXIT
009390         WS-QTDE-CHV TIMES.
009400     PERFORM 5060-FECHAR-SECAO THRU 5060-EXIT.
009410 5100-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------------
009450* 5150-IMPRIMIR-CHAVE - IMPRIME A CHAVE CUJO TOTAL JORNALADO NAO
009460*                       BATE COM O TOTAL ENVIADO
009470*----------------------------------------------------------------
009480 5150-IMPRIMIR-CHAVE.
009490     ADD 1 TO WS-IX-CHV.
009500     IF WS-CHV-TOTAL-JORNAL (WS-IX-CHV)
009510            = WS-CHV-TOTAL-ENVIO (WS-IX-CHV)
009520        AND WS-CHV-QTDE-JORNAL (WS-IX-CHV) > ZEROS
009530        AND WS-CHV-QTDE-ENVIO (WS-IX-CHV) > ZEROS
009540         GO TO 5150-EXIT
009550     END-IF.
009560     ADD 1 TO WS-QTDE-SECAO.
009570     ADD 1 TO WS-QTDE-NAO-ENVIADOS.
009580     MOVE WS-CHV-DATA (WS-IX-CHV) TO WS-LCH-DATA.
009590     MOVE WS-CHV-DEPTO (WS-IX-CHV) TO WS-LCH-DEPTO.
009600     MOVE WS-CHV-CONTA (WS-IX-CHV) TO WS-LCH-CONTA.
009610     MOVE WS-CHV-QTDE-JORNAL (WS-IX-CHV) TO WS-LCH-QTDE-JORNAL.
009620     MOVE WS-CHV-TOTAL-JORNAL (WS-IX-CHV) TO WS-LCH-JORNAL.
009630     MOVE WS-CHV-QTDE-ENVIO (WS-IX-CHV) TO WS-LCH-QTDE-ENVIO.
009640     MOVE WS-CHV-TOTAL-ENVIO (WS-IX-CHV) TO WS-LCH-ENVIO.
009650     COMPUTE WS-LCH-DIFERENCA = WS-CHV-TOTAL-JORNAL (WS-IX-CHV)
009660                              - WS-CHV-TOTAL-ENVIO (WS-IX-CHV).
009670     EVALUATE TRUE
009680         WHEN WS-CHV-QTDE-ENVIO (WS-IX-CHV) = ZEROS
009690             MOVE "NAO ENVIADO" TO WS-LCH-SITUACAO
009700         WHEN WS-CHV-QTDE-JORNAL (WS-IX-CHV) = ZEROS
009710             MOVE "ENVIADO SEM JORNAL" TO WS-LCH-SITUACAO
009720         WHEN OTHER
009730             MOVE "VALOR DIVERGENTE" TO WS-LCH-SITUACAO
009740     END-EVALUATE.
009750     MOVE WS-LINHA-CHAVE TO WS-LINHA-IMPRESSAO.
009760     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
009770 5150-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------
009810* 5200-SECAO-NAO-CONFIRMADOS - SECAO 2: DETALHES ENVIADOS SEM
009820*                              CONFIRMACAO DO GL
009830*----------------------------------------------------------------
009840 5200-SECAO-NAO-CONFIRMADOS.
009850     MOVE "2. ENVIADO E NAO CONFIRMADO - FEED X CONFIRMACAO DO GL"
009860         TO WS-SEC-TITULO.
009870     MOVE WS-CAB-ITEM TO WS-CAB-COLUNAS.
009880     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
009890     MOVE ZEROS TO WS-IX-ENV.
009900     PERFORM 5250-IMPRIMIR-PENDENTE THRU 5250-EXIT
009910         WS-QTDE-ENV TIMES.
009920     PERFORM 5060-FECHAR-SECAO THRU 5060-EXIT.
009930 5200-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------------
009970* 5250-IMPRIMIR-PENDENTE - IMPRIME O DETALHE ENVIADO QUE NAO
009980*                          RECEBEU CONFIRMACAO
009990*----------------------------------------------------------------
010000 5250-IMPRIMIR-PENDENTE.
010010     ADD 1 TO WS-IX-ENV.
010020     IF NOT WS-ENV-PENDENTE (WS-IX-ENV)
010030         GO TO 5250-EXIT
010040     END-IF.
010050     ADD 1 TO WS-QTDE-SECAO.
010060     ADD 1 TO WS-QTDE-NAO-CONFIRM.
010070     PERFORM 5700-MONTAR-ITEM THRU 5700-EXIT.
010080     MOVE ZEROS TO WS-LIT-GL.
010090     MOVE WS-ENV-VALOR (WS-IX-ENV) TO WS-LIT-DIFERENCA.
010100     MOVE "SEM CONFIRMACAO" TO WS-LIT-SITUACAO.
010110     MOVE WS-LINHA-ITEM TO WS-LINHA-IMPRESSAO.
010120     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010130 5250-EXIT.
010140     EXIT.
010150
010160*----------------------------------------------------------------
010170* 5300-SECAO-VALOR-DIVERGENTE - SECAO 3: CONFIRMADOS COM VALOR
010180*                               DIFERENTE DO ENVIADO E
010190*                               CONFIRMACOES SEM ENVIO
010200*----------------------------------------------------------------
010210 5300-SECAO-VALOR-DIVERGENTE.
010220     MOVE "3. CONFIRMADO PELO GL COM VALOR DIFERENTE OU SEM ENVIO"
010230         TO WS-SEC-TITULO.
010240     MOVE WS-CAB-ITEM TO WS-CAB-COLUNAS.
010250     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
010260     MOVE ZEROS TO WS-IX-ENV.
010270     PERFORM 5350-IMPRIMIR-DIVERGENTE THRU 5350-EXIT
010280         WS-QTDE-ENV TIMES.
010290     MOVE ZEROS TO WS-IX-SOB.
010300     PERFORM 5380-IMPRIMIR-SOBRA THRU 5380-EXIT
010310         WS-QTDE-SOB TIMES.
010320     PERFORM 5060-FECHAR-SECAO THRU 5060-EXIT.
010330 5300-EXIT.
010340     EXIT.
010350
010360*----------------------------------------------------------------
010370* 5350-IMPRIMIR-DIVERGENTE - IMPRIME O DETALHE ACEITO PELO GL COM
010380*                            VALOR DIFERENTE DO ENVIADO
010390*----------------------------------------------------------------
010400 5350-IMPRIMIR-DIVERGENTE.
010410     ADD 1 TO WS-IX-ENV.
010420     IF NOT WS-ENV-ACEITO (WS-IX-ENV)
010430        OR WS-ENV-VALOR-GL (WS-IX-ENV) = WS-ENV-VALOR (WS-IX-ENV)
010440         GO TO 5350-EXIT
010450     END-IF.
010460     ADD 1 TO WS-QTDE-SECAO.
010470     ADD 1 TO WS-QTDE-VALOR-DIVERG.
010480     PERFORM 5700-MONTAR-ITEM THRU 5700-EXIT.
010490     MOVE WS-ENV-VALOR-GL (WS-IX-ENV) TO WS-LIT-GL.
010500     COMPUTE WS-LIT-DIFERENCA = WS-ENV-VALOR (WS-IX-ENV)
010510                              - WS-ENV-VALOR-GL (WS-IX-ENV).
010520     MOVE "VALOR DIFERENTE" TO WS-LIT-SITUACAO.
010530     MOVE WS-LINHA-ITEM TO WS-LINHA-IMPRESSAO.
010540     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010550 5350-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------------
010590* 5380-IMPRIMIR-SOBRA - IMPRIME A CONFIRMACAO DO GL SEM DETALHE
010600*                       ENVIADO CORRESPONDENTE
010610*----------------------------------------------------------------
010620 5380-IMPRIMIR-SOBRA.
010630     ADD 1 TO WS-IX-SOB.
010640     ADD 1 TO WS-QTDE-SECAO.
010650     ADD 1 TO WS-QTDE-SEM-ENVIO.
010660     MOVE WS-SOB-BATCH-ID (WS-IX-SOB) TO WS-LIT-BATCH-ID.
010670     MOVE SPACES TO WS-LIT-DATA.
010680     MOVE SPACES TO WS-LIT-DEPTO.
010690     MOVE WS-SOB-CONTA (WS-IX-SOB) TO WS-LIT-CONTA.
010700     MOVE SPACES TO WS-LIT-CONTA-POOL.
010710     MOVE ZEROS TO WS-LIT-ENVIO.
010720     MOVE WS-SOB-VALOR (WS-IX-SOB) TO WS-LIT-GL.
010730     COMPUTE WS-LIT-DIFERENCA = WS-SOB-VALOR (WS-IX-SOB) * -1.
010740     EVALUATE WS-SOB-TIPO (WS-IX-SOB)
010750         WHEN 'A'
010760             MOVE "ACEITO SEM ENVIO" TO WS-LIT-SITUACAO
010770         WHEN 'R'
010780             MOVE "REJEITADO SEM ENVIO" TO WS-LIT-SITUACAO
010790         WHEN OTHER
010800             MOVE "TIPO DE CONFIRMACAO INV"
010810                 TO WS-LIT-SITUACAO
010820     END-EVALUATE.
010830     MOVE WS-LINHA-ITEM TO WS-LINHA-IMPRESSAO.
010840     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
010850 5380-EXIT.
010860     EXIT.
010870
010880*----------------------------------------------------------------
010890* 5400-SECAO-REJEITADOS - SECAO 4: DETALHES REJEITADOS PELO GL.
010900*                         A REJEICAO E EXPLICADA - O SOMAGLAK JA
010910*                         ABRIU A EXCECAO PARA O SOMAEXCP - E NAO
010920*                         CONTA COMO QUEBRA.
010930*----------------------------------------------------------------
010940 5400-SECAO-REJEITADOS.
010950     MOVE "4. REJEITADO PELO GL - EXCECAO ABERTA PELO SOMAGLAK"
010960         TO WS-SEC-TITULO.
010970     MOVE WS-CAB-ITEM TO WS-CAB-COLUNAS.
010980     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
010990     MOVE ZEROS TO WS-IX-ENV.
011000     PERFORM 5450-IMPRIMIR-REJEITADO THRU 5450-EXIT
011010         WS-QTDE-ENV TIMES.
011020     IF WS-QTDE-SECAO = ZEROS
011030         MOVE "   NENHUMA REJEICAO" TO WS-LINHA-IMPRESSAO
011040         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
011050     END-IF.
011060 5400-EXIT.
011070     EXIT.
011080
011090*----------------------------------------------------------------
011100* 5450-IMPRIMIR-REJEITADO - IMPRIME O DETALHE REJEITADO PELO GL
011110*                           COM O MOTIVO DEVOLVIDO
011120*----------------------------------------------------------------
011130 5450-IMPRIMIR-REJEITADO.
011140     ADD 1 TO WS-IX-ENV.
011150     IF NOT WS-ENV-REJEITADO (WS-IX-ENV)
011160         GO TO 5450-EXIT
011170     END-IF.
011180     ADD 1 TO WS-QTDE-SECAO.
011190     ADD 1 TO WS-QTDE-REJEIT-GL.
011200     PERFORM 5700-MONTAR-ITEM THRU 5700-EXIT.
011210     MOVE WS-ENV-VALOR-GL (WS-IX-ENV) TO WS-LIT-GL.
011220     MOVE ZEROS TO WS-LIT-DIFERENCA.
011230     MOVE WS-ENV-MOTIVO (WS-IX-ENV) TO WS-LIT-SITUACAO.
011240     MOVE WS-LINHA-ITEM TO WS-LINHA-IMPRESSAO.
011250     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011260 5450-EXIT.
011270     EXIT.
011280
011290*----------------------------------------------------------------
011300* 5500-SECAO-CONTAS - SECAO 5: DIFERENCAS LIQUIDAS POR CONTA. A
011310*                     DIFERENCA JORNAL X ENVIO SO CONSIDERA O
011320*                     QUE VEM DO SOMABAT; A DIFERENCA ENVIO X GL
011330*                     DESCONTA O CONFIRMADO E O REJEITADO. A
011340*                     CONTA COM DIFERENCA E MARCADA COM '*'.
011350*----------------------------------------------------------------
011360 5500-SECAO-CONTAS.
011370     MOVE "5. DIFERENCAS LIQUIDAS POR CONTA" TO WS-SEC-TITULO.
011380     MOVE WS-CAB-CONTA TO WS-CAB-COLUNAS.
011390     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
011400     MOVE ZEROS TO WS-IX-CTA.
011410     PERFORM 5550-IMPRIMIR-CONTA THRU 5550-EXIT
011420         WS-QTDE-CTA TIMES.
011430 5500-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------------
011470* 5550-IMPRIMIR-CONTA - IMPRIME OS TOTAIS E AS DIFERENCAS
011480*                       LIQUIDAS DE UMA CONTA E AS ACUMULA NO
011490*                       TOTAL GERAL
011500*----------------------------------------------------------------
011510 5550-IMPRIMIR-CONTA.
011520     ADD 1 TO WS-IX-CTA.
011530     COMPUTE WS-DIF-JORNAL-CONTA = WS-CTA-JORNAL (WS-IX-CTA)
011540                                 - WS-CTA-ENVIO-LOTE (WS-IX-CTA).
011550     COMPUTE WS-DIF-GL-CONTA = WS-CTA-ENVIO (WS-IX-CTA)
011560                             - WS-CTA-CONFIRMADO (WS-IX-CTA)
011570                             - WS-CTA-REJEITADO (WS-IX-CTA).
011580     ADD WS-DIF-JORNAL-CONTA TO WS-DIFERENCA-JORNAL.
011590     ADD WS-DIF-GL-CONTA TO WS-DIFERENCA-GL.
011600     MOVE WS-CTA-CONTA (WS-IX-CTA) TO WS-LCT-CONTA.
011610     MOVE WS-CTA-JORNAL (WS-IX-CTA) TO WS-LCT-JORNAL.
011620     MOVE WS-CTA-ENVIO-LOTE (WS-IX-CTA) TO WS-LCT-ENVIO-LOTE.
011630     MOVE WS-CTA-ENVIO (WS-IX-CTA) TO WS-LCT-ENVIO.
011640     MOVE WS-CTA-CONFIRMADO (WS-IX-CTA) TO WS-LCT-CONFIRMADO.
011650     MOVE WS-CTA-REJEITADO (WS-IX-CTA) TO WS-LCT-REJEITADO.
011660     MOVE WS-DIF-JORNAL-CONTA TO WS-LCT-DIF-JORNAL.
011670     MOVE WS-DIF-GL-CONTA TO WS-LCT-DIF-GL.
011680     IF WS-DIF-JORNAL-CONTA NOT = ZEROS
011690        OR WS-DIF-GL-CONTA NOT = ZEROS
011700         MOVE '*' TO WS-LCT-MARCA
011710         ADD 1 TO WS-QTDE-CONTAS-QUEBRA
011720     ELSE
011730         MOVE SPACE TO WS-LCT-MARCA
011740     END-IF.
011750     MOVE WS-LINHA-CONTA TO WS-LINHA-IMPRESSAO.
011760     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011770 5550-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------------
011810* 5700-MONTAR-ITEM - MOVE PARA A LINHA DE ITEM OS CAMPOS DO
011820*                    DETALHE ENVIADO CORRENTE
011830*----------------------------------------------------------------
011840 5700-MONTAR-ITEM.
011850     MOVE WS-ENV-BATCH-ID (WS-IX-ENV) TO WS-LIT-BATCH-ID.
011860     MOVE WS-ENV-DATA (WS-IX-ENV) TO WS-LIT-DATA.
011870     MOVE WS-ENV-DEPTO (WS-IX-ENV) TO WS-LIT-DEPTO.
011880     MOVE WS-ENV-CONTA (WS-IX-ENV) TO WS-LIT-CONTA.
011890     MOVE WS-ENV-CONTA-POOL (WS-IX-ENV) TO WS-LIT-CONTA-POOL.
011900     MOVE WS-ENV-VALOR (WS-IX-ENV) TO WS-LIT-ENVIO.
011910 5700-EXIT.
011920     EXIT.
011930
011940*----------------------------------------------------------------
011950* 8500-ESCREVER-LINHA - GRAVA A LINHA MONTADA, SALTANDO DE
011960*                       PAGINA E REPETINDO O CABECALHO QUANDO
011970*                       NECESSARIO
011980*----------------------------------------------------------------
011990 8500-ESCREVER-LINHA.
012000     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
012010         PERFORM 8600-ESCREVER-CABECALHO THRU 8600-EXIT
012020     END-IF.
012030     WRITE RELATORIO-RECORD FROM WS-LINHA-IMPRESSAO
012040         AFTER ADVANCING 1 LINE.
012050     ADD 1 TO WS-LINHA-CORRENTE.
012060 8500-EXIT.
012070     EXIT.
012080
012090*----------------------------------------------------------------
012100* 8600-ESCREVER-CABECALHO - IMPRIME O CABECALHO DE PAGINA E O
012110*                           CABECALHO DE COLUNAS DA SECAO
012120*----------------------------------------------------------------
012130 8600-ESCREVER-CABECALHO.
012140     ADD 1 TO WS-PAGINA.
012150     MOVE WS-PAGINA TO WS-CAB-PAGINA.
012160     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
012170     WRITE RELATORIO-RECORD FROM WS-LINHA-CAB-1
012180         AFTER ADVANCING PAGE.
012190     WRITE RELATORIO-RECORD FROM WS-CAB-COLUNAS
012200         AFTER ADVANCING 2 LINES.
012210     MOVE SPACES TO RELATORIO-RECORD.
012220     WRITE RELATORIO-RECORD AFTER ADVANCING 1 LINE.
012230     MOVE 4 TO WS-LINHA-CORRENTE.
012240 8600-EXIT.
012250     EXIT.
012260
012270*----------------------------------------------------------------
012280* 9000-ENCERRAR - TOTALIZA AS QUEBRAS, IMPRIME OS TOTAIS, GRAVA
012290*                 O RESULTADO PARA O SOMARUNC E DEFINE O CODIGO
012300*                 DE RETORNO
012310*----------------------------------------------------------------
012320 9000-ENCERRAR.
012330     COMPUTE WS-QTDE-QUEBRAS = WS-QTDE-NAO-ENVIADOS
012340                             + WS-QTDE-NAO-CONFIRM
012350                             + WS-QTDE-VALOR-DIVERG
012360                             + WS-QTDE-SEM-ENVIO.
012370     IF WS-CONS-INCONSISTENTE
012380         ADD 1 TO WS-QTDE-QUEBRAS
012390     END-IF.
012400     PERFORM 9200-IMPRIMIR-TOTAIS THRU 9200-EXIT.
012410     CLOSE RELATORIO-FILE.
012420     PERFORM 9100-GRAVAR-RESULTADO THRU 9100-EXIT.
012430     DISPLAY "------------------------------------------------".
012440     DISPLAY "DETALHES NO FEED CONSOLIDADO ... " WS-QTDE-DET-CONS.
012450     DISPLAY "PARES DO JORNAL CONCILIADOS .... "
012460             WS-QTDE-JORNAL-LIDOS.
012470     DISPLAY "CONFIRMACOES DO GL LIDAS ....... "
012480             WS-QTDE-GLAK-LIDOS.
012490     DISPLAY "QUEBRAS NAO EXPLICADAS ......... " WS-QTDE-QUEBRAS.
012500     DISPLAY "REJEICOES DO GL (EXPLICADAS) ... "
012510             WS-QTDE-REJEIT-GL.
012520     DISPLAY "------------------------------------------------".
012530     IF WS-INCOMPLETA
012540         DISPLAY "*** CONCILIACAO INCOMPLETA - VER AVISOS "
012550                 "ACIMA ***"
012560         MOVE 12 TO RETURN-CODE
012570         GO TO 9000-EXIT
012580     END-IF.
012590     IF WS-QTDE-QUEBRAS > ZEROS
012600         DISPLAY "*** CONCILIACAO COM QUEBRAS NAO EXPLICADAS - "
012610                 "NAO LIBERAR O GL ***"
012620         MOVE 4 TO RETURN-CODE
012630     END-IF.
012640 9000-EXIT.
012650     EXIT.
012660
012670*----------------------------------------------------------------
012680* 9100-GRAVAR-RESULTADO - ACRESCENTA O RESULTADO DA EXECUCAO AO
012690*                         ARQUIVO DE RESULTADOS DA CONCILIACAO
012700*                         LIDO PELO SOMARUNC
012710*----------------------------------------------------------------
012720 9100-GRAVAR-RESULTADO.
012730     OPEN EXTEND CONC-FILE.
012740     IF WS-STATUS-CONC = "35"
012750         OPEN OUTPUT CONC-FILE
012760     END-IF.
012770     IF WS-STATUS-CONC NOT = "00"
012780         DISPLAY "*** ARQUIVO DE RESULTADOS DA CONCILIACAO "
012790                 "INDISPONIVEL [" WS-STATUS-CONC "] ***"
012800         GO TO 9100-EXIT
012810     END-IF.
012820     INITIALIZE CONC-RECORD.
012830     MOVE WS-DATA-HOJE TO CONC-DATA-EXECUCAO.
012840     ACCEPT CONC-HORA-EXECUCAO FROM TIME.
012850     MOVE WS-QTDE-NAO-ENVIADOS TO CONC-QTDE-NAO-ENVIADOS.
012860     MOVE WS-QTDE-NAO-CONFIRM TO CONC-QTDE-NAO-CONFIRM.
012870     MOVE WS-QTDE-VALOR-DIVERG TO CONC-QTDE-VALOR-DIVERG.
012880     MOVE WS-QTDE-SEM-ENVIO TO CONC-QTDE-SEM-ENVIO.
012890     MOVE WS-QTDE-REJEIT-GL TO CONC-QTDE-REJEIT-GL.
012900     MOVE WS-QTDE-QUEBRAS TO CONC-QTDE-QUEBRAS.
012910     MOVE WS-DIFERENCA-JORNAL TO CONC-DIFERENCA-JORNAL.
012920     MOVE WS-DIFERENCA-GL TO CONC-DIFERENCA-GL.
012930     EVALUATE TRUE
012940         WHEN WS-INCOMPLETA
012950             SET CONC-INCOMPLETA TO TRUE
012960         WHEN WS-QTDE-QUEBRAS > ZEROS
012970             SET CONC-COM-QUEBRA TO TRUE
012980         WHEN OTHER
012990             SET CONC-SEM-QUEBRA TO TRUE
013000     END-EVALUATE.
013010     WRITE CONC-RECORD.
013020     CLOSE CONC-FILE.
013030 9100-EXIT.
013040     EXIT.
013050
013060*----------------------------------------------------------------
013070* 9200-IMPRIMIR-TOTAIS - IMPRIME A PAGINA DE TOTAIS DA
013080*                        CONCILIACAO
013090*----------------------------------------------------------------
013100 9200-IMPRIMIR-TOTAIS.
013110     MOVE "TOTAIS DA CONCILIACAO" TO WS-SEC-TITULO.
013120     MOVE SPACES TO WS-CAB-COLUNAS.
013130     PERFORM 5050-ABRIR-SECAO THRU 5050-EXIT.
013140     MOVE "DETALHES NO FEED CONSOLIDADO ...................."
013150         TO WS-TOT-LITERAL.
013160     MOVE WS-QTDE-DET-CONS TO WS-TOT-QTDE.
013170     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013180     MOVE "  OUTRAS ORIGENS (ESTORNO/RECLASS.) - SEM JORNAL"
013190         TO WS-TOT-LITERAL.
013200     MOVE WS-QTDE-OUTRAS-ORIGENS TO WS-TOT-QTDE.
013210     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013220     MOVE "PARES DO JORNAL NAS DATAS CONCILIADAS ..........."
013230         TO WS-TOT-LITERAL.
013240     MOVE WS-QTDE-JORNAL-LIDOS TO WS-TOT-QTDE.
013250     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013260     MOVE "CONFIRMACOES DO GL LIDAS ........................"
013270         TO WS-TOT-LITERAL.
013280     MOVE WS-QTDE-GLAK-LIDOS TO WS-TOT-QTDE.
013290     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013300     MOVE "1. JORNALADO E NAO ENVIADO (DATA/DEPTO/CONTA) ..."
013310         TO WS-TOT-LITERAL.
013320     MOVE WS-QTDE-NAO-ENVIADOS TO WS-TOT-QTDE.
013330     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013340     MOVE "2. ENVIADO E NAO CONFIRMADO ....................."
013350         TO WS-TOT-LITERAL.
013360     MOVE WS-QTDE-NAO-CONFIRM TO WS-TOT-QTDE.
013370     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013380     MOVE "3. CONFIRMADO COM VALOR DIFERENTE ..............."
013390         TO WS-TOT-LITERAL.
013400     MOVE WS-QTDE-VALOR-DIVERG TO WS-TOT-QTDE.
013410     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013420     MOVE "3. CONFIRMADO SEM DETALHE ENVIADO ..............."
013430         TO WS-TOT-LITERAL.
013440     MOVE WS-QTDE-SEM-ENVIO TO WS-TOT-QTDE.
013450     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013460     MOVE "4. REJEITADO PELO GL (EXPLICADO) ................"
013470         TO WS-TOT-LITERAL.
013480     MOVE WS-QTDE-REJEIT-GL TO WS-TOT-QTDE.
013490     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013500     MOVE "5. CONTAS COM DIFERENCA LIQUIDA ................."
013510         TO WS-TOT-LITERAL.
013520     MOVE WS-QTDE-CONTAS-QUEBRA TO WS-TOT-QTDE.
013530     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013540     MOVE "DIFERENCA LIQUIDA JORNAL X ENVIO ................"
013550         TO WS-TVL-LITERAL.
013560     MOVE WS-DIFERENCA-JORNAL TO WS-TVL-VALOR.
013570     MOVE WS-LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSAO.
013580     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013590     MOVE "DIFERENCA LIQUIDA ENVIO X GL ...................."
013600         TO WS-TVL-LITERAL.
013610     MOVE WS-DIFERENCA-GL TO WS-TVL-VALOR.
013620     MOVE WS-LINHA-TOTAL-VALOR TO WS-LINHA-IMPRESSAO.
013630     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013640     MOVE "QUEBRAS NAO EXPLICADAS .........................."
013650         TO WS-TOT-LITERAL.
013660     MOVE WS-QTDE-QUEBRAS TO WS-TOT-QTDE.
013670     PERFORM 9250-IMPRIMIR-TOTAL THRU 9250-EXIT.
013680     IF WS-CONS-INCONSISTENTE
013690         MOVE "*** FEED CONSOLIDADO NAO CONFERE COM O TRAILER ***"
013700             TO WS-AVI-TEXTO
013710         MOVE WS-LINHA-AVISO TO WS-LINHA-IMPRESSAO
013720         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
013730     END-IF.
013740     IF WS-INCOMPLETA
013750         MOVE "*** CONCILIACAO INCOMPLETA - VER AVISOS NO CONSOLE"
013760             TO WS-AVI-TEXTO
013770         MOVE WS-LINHA-AVISO TO WS-LINHA-IMPRESSAO
013780         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
013790     END-IF.
013800 9200-EXIT.
013810     EXIT.
013820
013830*----------------------------------------------------------------
013840* 9250-IMPRIMIR-TOTAL - IMPRIME UMA LINHA DE TOTAL COM
013850*                       QUANTIDADE
013860*----------------------------------------------------------------
013870 9250-IMPRIMIR-TOTAL.
013880     MOVE WS-LINHA-TOTAL TO WS-LINHA-IMPRESSAO.
013890     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013900 9250-EXIT.
013910     EXIT.
