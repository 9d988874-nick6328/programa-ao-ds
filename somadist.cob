000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMADIST.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - EXTRATO DE MOVIMENTO POR
000130*                   DEPARTAMENTO, EMITIDO APOS A CONFIRMACAO DO
000140*                   GL (SOMAGLAK). PARA CADA DEPARTAMENTO ATIVO
000150*                   DO CADASTRO (DEPTFILE) IMPRIME, COM O NOME DO
000160*                   RESPONSAVEL: OS LOTES DO CICLO COM O STATUS
000170*                   DO CONTROLE DE EXECUCAO (RUNCFILE), OS
000180*                   TOTAIS POSTADOS POR CONTA (FEED CONSOLIDADO
000190*                   CONSFILE), OS ITENS REJEITADOS NO CICLO PELO
000200*                   SOMABAT OU PELO GL COM O MOTIVO E AS EXCECOES
000210*                   DE CICLOS ANTERIORES AINDA EM ABERTO, COM A
000220*                   IDADE EM DIAS (EXCPFILE). CADA EXTRATO SAI
000230*                   NA DD PROPRIA DO DEPARTAMENTO (EXT +
000240*                   CODIGO), PARA SER ROTEADO A ELE;
000250*                   DEPARTAMENTO SEM DD PROPRIA
000260*                   SAI NA DD GERAL (EXTGERAL), EM PAGINA
000270*                   PROPRIA. DEPARTAMENTO SEM NENHUM LOTE
000280*                   POSTADO OU REJEITADO RECEBE O EXTRATO DE
000290*                   SEM MOVIMENTO, PARA O LOTE QUE NAO CHEGOU
000300*                   SER PERCEBIDO NA MANHA SEGUINTE.
000310* 2026-10-15 EPD    SO ENTRA NOS TOTAIS POSTADOS O DETALHE DO FEED
000320*                   QUE O GL ACEITOU: DETALHE REJEITADO NO ARQUIVO
000330*                   DE CONFIRMACAO (GLAKFILE) SAI SO NOS ITENS
000340*                   REJEITADOS E DETALHE DE LOTE SEM O EVENTO (P)
000350*                   DE POSTADO NO CONTROLE DE EXECUCAO SAI NA NOVA
000360*                   SECAO DE DETALHES NAO POSTADOS (RC 4).
000370* 2026-10-15 EPD    DEPARTAMENTO SEM DD PROPRIA COM A EXTGERAL
000380*                   INDISPONIVEL NAO TEM O EXTRATO EMITIDO E A
000390*                   EXECUCAO TERMINA COM RC 12.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-DEPT.
000520     SELECT RUNC-FILE ASSIGN TO "RUNCFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-RUNC.
000550     SELECT CONS-FILE ASSIGN TO "CONSFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STATUS-CONS.
000580     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STATUS-EXCP.
000610     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-STATUS-PARM.
000640     SELECT EXTRATO-FILE ASSIGN TO DYNAMIC WS-NOME-ARQ-EXTRATO
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-STATUS-EXTR.
000670     SELECT GERAL-FILE ASSIGN TO "EXTGERAL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-STATUS-GERAL.
000700     SELECT GLAK-FILE ASSIGN TO "GLAKFILE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-STATUS-GLAK.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  DEPT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY DEPTREC.
000800
000810 FD  RUNC-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 COPY RUNCREC.
000850
000860 FD  CONS-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 60 CHARACTERS.
000890 COPY IFACEREC.
000900
000910 FD  EXCEPTION-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 120 CHARACTERS.
000940 COPY EXCPREC.
000950
000960 FD  PARM-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 50 CHARACTERS.
000990 COPY PARMREC.
001000
001010 FD  EXTRATO-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  EXTRATO-RECORD             PIC X(132).
001050
001060 FD  GERAL-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 132 CHARACTERS.
001090 01  GERAL-RECORD               PIC X(132).
001100
001110 FD  GLAK-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 60 CHARACTERS.
001140 COPY GLAKREC.
001150
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------
001180* CONTROLE DE LEITURA E CONTADORES DA EMISSAO
001190*----------------------------------------------------------------
001200 77  WS-STATUS-DEPT             PIC X(02) VALUE "00".
001210 77  WS-STATUS-RUNC             PIC X(02) VALUE "00".
001220 77  WS-STATUS-CONS             PIC X(02) VALUE "00".
001230 77  WS-STATUS-EXCP             PIC X(02) VALUE "00".
001240 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001250 77  WS-STATUS-EXTR             PIC X(02) VALUE "00".
001260 77  WS-STATUS-GERAL            PIC X(02) VALUE "00".
001270 77  WS-STATUS-GLAK             PIC X(02) VALUE "00".
001280 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001290 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001300 77  WS-QTDE-DET-FEED           PIC 9(07) VALUE ZEROS.
001310 77  WS-QTDE-DET-SEM-DEPTO      PIC 9(07) VALUE ZEROS.
001320 77  WS-QTDE-EXCP-SEM-DEPTO     PIC 9(07) VALUE ZEROS.
001330 77  WS-QTDE-DET-REJ-GL         PIC 9(07) VALUE ZEROS.
001340 77  WS-QTDE-DET-NAO-POSTADO    PIC 9(07) VALUE ZEROS.
001350 77  WS-QTDE-EXTRATOS           PIC 9(05) VALUE ZEROS.
001360 77  WS-QTDE-SEM-MOVIMENTO      PIC 9(05) VALUE ZEROS.
001370 77  WS-QTDE-NA-GERAL           PIC 9(05) VALUE ZEROS.
001380
001390 01  WS-SWITCHES.
001400     05  WS-FIM-DEPT-SW         PIC X(01) VALUE 'N'.
001410         88  WS-FIM-DEPT        VALUE 'S'.
001420     05  WS-FIM-RUNC-SW         PIC X(01) VALUE 'N'.
001430         88  WS-FIM-RUNC        VALUE 'S'.
001440     05  WS-FIM-CONS-SW         PIC X(01) VALUE 'N'.
001450         88  WS-FIM-CONS        VALUE 'S'.
001460     05  WS-FIM-EXCP-SW         PIC X(01) VALUE 'N'.
001470         88  WS-FIM-EXCP        VALUE 'S'.
001480     05  WS-ACHADO-SW           PIC X(01) VALUE 'N'.
001490         88  WS-ACHADO          VALUE 'S'.
001500     05  WS-RUNC-DISPONIVEL-SW  PIC X(01) VALUE 'N'.
001510         88  WS-RUNC-DISPONIVEL VALUE 'S'.
001520     05  WS-CONS-DISPONIVEL-SW  PIC X(01) VALUE 'N'.
001530         88  WS-CONS-DISPONIVEL VALUE 'S'.
001540     05  WS-EXCP-DISPONIVEL-SW  PIC X(01) VALUE 'N'.
001550         88  WS-EXCP-DISPONIVEL VALUE 'S'.
001560     05  WS-GERAL-ABERTO-SW     PIC X(01) VALUE 'N'.
001570         88  WS-GERAL-ABERTO    VALUE 'S'.
001580     05  WS-SAIDA-GERAL-SW      PIC X(01) VALUE 'N'.
001590         88  WS-SAIDA-GERAL     VALUE 'S'.
001600     05  WS-SEM-SAIDA-SW        PIC X(01) VALUE 'N'.
001610         88  WS-SEM-SAIDA       VALUE 'S'.
001620     05  WS-TAB-ESTOURADA-SW    PIC X(01) VALUE 'N'.
001630         88  WS-TAB-ESTOURADA   VALUE 'S'.
001640     05  WS-EXCP-DO-CICLO-SW    PIC X(01) VALUE 'N'.
001650         88  WS-EXCP-DO-CICLO   VALUE 'S'.
001660     05  WS-FIM-GLAK-SW         PIC X(01) VALUE 'N'.
001670         88  WS-FIM-GLAK        VALUE 'S'.
001680     05  WS-GLAK-DISPONIVEL-SW  PIC X(01) VALUE 'N'.
001690         88  WS-GLAK-DISPONIVEL VALUE 'S'.
001700     05  WS-SITUACAO-DET-SW     PIC X(01) VALUE 'P'.
001710         88  WS-DET-POSTADO     VALUE 'P'.
001720         88  WS-DET-REJEITADO-GL
001730                                VALUE 'G'.
001740         88  WS-DET-NAO-POSTADO VALUE 'N'.
001750
001760*----------------------------------------------------------------
001770* NOME DA DD DE SAIDA DO EXTRATO - EXT + CODIGO DO DEPARTAMENTO
001780*----------------------------------------------------------------
001790 77  WS-NOME-ARQ-EXTRATO        PIC X(08) VALUE SPACES.
001800 01  WS-NOME-EXTRATO.
001810     05  FILLER                 PIC X(03) VALUE "EXT".
001820     05  WS-NOME-EXT-DEPTO      PIC X(04) VALUE SPACES.
001830     05  FILLER                 PIC X(01) VALUE SPACE.
001840
001850*----------------------------------------------------------------
001860* TABELA DOS DEPARTAMENTOS ATIVOS, COM AS CONTAGENS DO CICLO QUE
001870* DECIDEM O EXTRATO DE SEM MOVIMENTO E AS RELEITURAS DO EXCPFILE
001880*----------------------------------------------------------------
001890 77  WS-IX-DEPT                 PIC 9(03) VALUE ZEROS.
001900 77  WS-QTDE-DEPTOS             PIC 9(03) VALUE ZEROS.
001910 77  WS-DEPTO-PROCURADO         PIC X(04) VALUE SPACES.
001920 77  WS-IX-DEPT-ACHADO          PIC 9(03) VALUE ZEROS.
001930 01  WS-TAB-DEPT.
001940     05  WS-TAB-DEPT-ENT OCCURS 100 TIMES.
001950         10  WS-TAB-DEPT-CODIGO PIC X(04).
001960         10  WS-TAB-DEPT-NOME   PIC X(30).
001970         10  WS-TAB-DEPT-RESP   PIC X(30).
001980         10  WS-TAB-DEPT-QTDE-DET
001990                                PIC 9(07).
002000         10  WS-TAB-DEPT-QTDE-REJ
002010                                PIC 9(07).
002020         10  WS-TAB-DEPT-QTDE-ABERTA
002030                                PIC 9(07).
002040         10  WS-TAB-DEPT-QTDE-NPOST
002050                                PIC 9(07).
002060         10  WS-TAB-DEPT-TOTAL  PIC S9(11)V99
002070             SIGN IS TRAILING SEPARATE CHARACTER.
002080
002090*----------------------------------------------------------------
002100* TABELA DO ESTADO CORRENTE DE CADA BATCH-ID (ULTIMO EVENTO
002110* GRAVADO NO CONTROLE DE EXECUCAO)
002120*----------------------------------------------------------------
002130 77  WS-IX-RUNC                 PIC 9(04) VALUE ZEROS.
002140 77  WS-QTDE-RUNC               PIC 9(04) VALUE ZEROS.
002150 01  WS-TAB-RUNC.
002160     05  WS-TAB-RUNC-ENT OCCURS 2000 TIMES.
002170         10  WS-TAB-RUNC-BATCH  PIC X(08).
002180         10  WS-TAB-RUNC-STATUS PIC X(01).
002190         10  WS-TAB-RUNC-DATA   PIC 9(08).
002200
002210*----------------------------------------------------------------
002220* TABELA DOS DETALHES REJEITADOS PELO GL NO ARQUIVO DE
002230* CONFIRMACAO DO CICLO; CADA REJEICAO DESCONTA UM SO DETALHE DO
002240* FEED (MESMO BATCH-ID, CONTA E VALOR)
002250*----------------------------------------------------------------
002260 77  WS-IX-GLREJ                PIC 9(04) VALUE ZEROS.
002270 77  WS-QTDE-GLREJ              PIC 9(04) VALUE ZEROS.
002280 01  WS-TAB-GLREJ.
002290     05  WS-TAB-GLREJ-ENT OCCURS 2000 TIMES.
002300         10  WS-TAB-GLREJ-BATCH PIC X(08).
002310         10  WS-TAB-GLREJ-CONTA PIC X(08).
002320         10  WS-TAB-GLREJ-SOMA  PIC S9(09)V99
002330             SIGN IS TRAILING SEPARATE CHARACTER.
002340         10  WS-TAB-GLREJ-USADO PIC X(01).
002350
002360*----------------------------------------------------------------
002370* TABELAS DO FEED CONSOLIDADO DO CICLO: DETALHES POSTADOS,
002380* ACUMULADOS POR DEPARTAMENTO E BATCH-ID E POR DEPARTAMENTO E
002390* CONTA, E DETALHES DE LOTE NAO POSTADO NO GL
002400*----------------------------------------------------------------
002410 77  WS-IX-LOTE                 PIC 9(04) VALUE ZEROS.
002420 77  WS-QTDE-LOTES              PIC 9(04) VALUE ZEROS.
002430 01  WS-TAB-LOTE.
002440     05  WS-TAB-LOTE-ENT OCCURS 500 TIMES.
002450         10  WS-TAB-LOTE-DEPTO  PIC X(04).
002460         10  WS-TAB-LOTE-BATCH  PIC X(08).
002470         10  WS-TAB-LOTE-QTDE   PIC 9(07).
002480         10  WS-TAB-LOTE-TOTAL  PIC S9(11)V99
002490             SIGN IS TRAILING SEPARATE CHARACTER.
002500
002510 77  WS-IX-CONTA                PIC 9(04) VALUE ZEROS.
002520 77  WS-QTDE-CONTAS             PIC 9(04) VALUE ZEROS.
002530 01  WS-TAB-CONTA.
002540     05  WS-TAB-CONTA-ENT OCCURS 2000 TIMES.
002550         10  WS-TAB-CONTA-DEPTO PIC X(04).
002560         10  WS-TAB-CONTA-CODIGO
002570                                PIC X(08).
002580         10  WS-TAB-CONTA-QTDE  PIC 9(07).
002590         10  WS-TAB-CONTA-TOTAL PIC S9(11)V99
002600             SIGN IS TRAILING SEPARATE CHARACTER.
002610
002620 77  WS-IX-NPOST                PIC 9(04) VALUE ZEROS.
002630 77  WS-QTDE-NPOST              PIC 9(04) VALUE ZEROS.
002640 01  WS-TAB-NPOST.
002650     05  WS-TAB-NPOST-ENT OCCURS 1000 TIMES.
002660         10  WS-TAB-NPOST-DEPTO PIC X(04).
002670         10  WS-TAB-NPOST-BATCH PIC X(08).
002680         10  WS-TAB-NPOST-CONTA PIC X(08).
002690         10  WS-TAB-NPOST-SOMA  PIC S9(09)V99
002700             SIGN IS TRAILING SEPARATE CHARACTER.
002710         10  WS-TAB-NPOST-STATUS
002720                                PIC X(01).
002730
002740*----------------------------------------------------------------
002750* CONTADORES DO EXTRATO CORRENTE
002760*----------------------------------------------------------------
002770 77  WS-EXT-QTDE-LOTES          PIC 9(05) VALUE ZEROS.
002780 77  WS-EXT-QTDE-REJ            PIC 9(07) VALUE ZEROS.
002790 77  WS-EXT-QTDE-ABERTAS        PIC 9(07) VALUE ZEROS.
002800 77  WS-EXT-QTDE-NPOST          PIC 9(07) VALUE ZEROS.
002810 77  WS-STATUS-DESCRITO         PIC X(01) VALUE SPACE.
002820 77  WS-DESCRICAO-STATUS        PIC X(22) VALUE SPACES.
002830
002840*----------------------------------------------------------------
002850* IMAGEM DA TRANSACAO GUARDADA NA EXCECAO (LAYOUT DO DETALHE DO
002860* TRANREC), PARA MOSTRAR A CONTA DO ITEM
002870*----------------------------------------------------------------
002880 01  WS-IMAGEM-EXCP.
002890     05  FILLER                 PIC X(21).
002900     05  WS-IMG-CONTA           PIC X(08).
002910     05  FILLER                 PIC X(11).
002920
002930*----------------------------------------------------------------
002940* CALCULO DE DIAS CORRIDOS - CONVERTE UMA DATA AAAAMMDD EM UM
002950* NUMERO SERIAL DE DIAS PARA MEDIR A IDADE DA EXCECAO
002960*----------------------------------------------------------------
002970 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
002980 01  FILLER REDEFINES WS-DATA-CALC.
002990     05  WS-CALC-ANO            PIC 9(04).
003000     05  WS-CALC-MES            PIC 9(02).
003010     05  WS-CALC-DIA            PIC 9(02).
003020 77  WS-DIAS-CALC               PIC 9(08) VALUE ZEROS.
003030 77  WS-DIAS-HOJE               PIC 9(08) VALUE ZEROS.
003040 77  WS-DIAS-ABERTA             PIC S9(04) VALUE ZEROS.
003050 77  WS-RESTO-CALC              PIC 9(04) VALUE ZEROS.
003060 77  WS-QUOCIENTE-CALC          PIC 9(04) VALUE ZEROS.
003070 01  WS-DIAS-ACUMULADOS-VAL     PIC X(36) VALUE
003080     "000031059090120151181212243273304334".
003090 01  FILLER REDEFINES WS-DIAS-ACUMULADOS-VAL.
003100     05  WS-DIAS-ACUM-MES       PIC 9(03) OCCURS 12 TIMES.
003110
003120*----------------------------------------------------------------
003130* CONTROLE DE PAGINACAO E LINHAS DE IMPRESSAO DO EXTRATO
003140*----------------------------------------------------------------
003150 77  WS-LINHA-CORRENTE          PIC 9(03) VALUE 99.
003160 77  WS-LINHAS-POR-PAGINA       PIC 9(03) VALUE 55.
003170 77  WS-PAGINA                  PIC 9(05) VALUE ZEROS.
003180 01  WS-LINHA-IMPRESSAO         PIC X(132).
003190 01  WS-LINHA-GRAVACAO          PIC X(132).
003200
003210 01  WS-LINHA-CAB-1.
003220     05  FILLER                 PIC X(10) VALUE "SOMADIST".
003230     05  FILLER                 PIC X(40) VALUE
003240         "EXTRATO DE MOVIMENTO DO DEPARTAMENTO".
003250     05  FILLER                 PIC X(06) VALUE "DATA ".
003260     05  WS-CAB-DATA            PIC 9(08).
003270     05  FILLER                 PIC X(09) VALUE "  PAGINA ".
003280     05  WS-CAB-PAGINA          PIC ZZZZ9.
003290     05  FILLER                 PIC X(54) VALUE SPACES.
003300
003310 01  WS-LINHA-CAB-2.
003320     05  FILLER                 PIC X(13) VALUE "DEPARTAMENTO ".
003330     05  WS-CAB-DEPTO           PIC X(04).
003340     05  FILLER                 PIC X(03) VALUE " - ".
003350     05  WS-CAB-NOME            PIC X(30).
003360     05  FILLER                 PIC X(14) VALUE
003370         "  RESPONSAVEL ".
003380     05  WS-CAB-RESP            PIC X(30).
003390     05  FILLER                 PIC X(38) VALUE SPACES.
003400
003410 01  WS-LINHA-CAB-LOTE.
003420     05  FILLER                 PIC X(12) VALUE "  BATCH-ID".
003430     05  FILLER                 PIC X(10) VALUE "DETALHES".
003440     05  FILLER                 PIC X(18) VALUE "TOTAL POSTADO".
003450     05  FILLER                 PIC X(04) VALUE "ST".
003460     05  FILLER                 PIC X(24) VALUE "SITUACAO".
003470     05  FILLER                 PIC X(08) VALUE "EVENTO".
003480     05  FILLER                 PIC X(56) VALUE SPACES.
003490
003500 01  WS-LINHA-LOTE.
003510     05  FILLER                 PIC X(02) VALUE SPACES.
003520     05  WS-LLT-BATCH-ID        PIC X(08).
003530     05  FILLER                 PIC X(02) VALUE SPACES.
003540     05  WS-LLT-QTDE            PIC ZZZZZZ9.
003550     05  FILLER                 PIC X(03) VALUE SPACES.
003560     05  WS-LLT-TOTAL           PIC +9(11),99.
003570     05  FILLER                 PIC X(03) VALUE SPACES.
003580     05  WS-LLT-STATUS          PIC X(01).
003590     05  FILLER                 PIC X(03) VALUE SPACES.
003600     05  WS-LLT-SITUACAO        PIC X(22).
003610     05  FILLER                 PIC X(02) VALUE SPACES.
003620     05  WS-LLT-DATA            PIC 9(08).
003630     05  FILLER                 PIC X(56) VALUE SPACES.
003640
003650 01  WS-LINHA-CAB-CONTA.
003660     05  FILLER                 PIC X(12) VALUE "  CONTA".
003670     05  FILLER                 PIC X(10) VALUE "DETALHES".
003680     05  FILLER                 PIC X(18) VALUE "TOTAL POSTADO".
003690     05  FILLER                 PIC X(92) VALUE SPACES.
003700
003710 01  WS-LINHA-CONTA.
003720     05  FILLER                 PIC X(02) VALUE SPACES.
003730     05  WS-LCT-CONTA           PIC X(08).
003740     05  FILLER                 PIC X(02) VALUE SPACES.
003750     05  WS-LCT-QTDE            PIC ZZZZZZ9.
003760     05  FILLER                 PIC X(03) VALUE SPACES.
003770     05  WS-LCT-TOTAL           PIC +9(11),99.
003780     05  FILLER                 PIC X(95) VALUE SPACES.
003790
003800 01  WS-LINHA-CAB-EXCP.
003810     05  FILLER                 PIC X(12) VALUE "  ORIGEM".
003820     05  FILLER                 PIC X(10) VALUE "DATA".
003830     05  FILLER                 PIC X(06) VALUE "DIAS".
003840     05  FILLER                 PIC X(10) VALUE "REGISTRO".
003850     05  FILLER                 PIC X(12) VALUE "MOTIVO".
003860     05  FILLER                 PIC X(12) VALUE "VALOR DIG.".
003870     05  FILLER                 PIC X(10) VALUE "CONTA".
003880     05  FILLER                 PIC X(10) VALUE "SITUACAO".
003890     05  FILLER                 PIC X(50) VALUE SPACES.
003900
003910 01  WS-LINHA-EXCP.
003920     05  FILLER                 PIC X(02) VALUE SPACES.
003930     05  WS-LEX-PROGRAMA        PIC X(08).
003940     05  FILLER                 PIC X(02) VALUE SPACES.
003950     05  WS-LEX-DATA            PIC 9(08).
003960     05  FILLER                 PIC X(02) VALUE SPACES.
003970     05  WS-LEX-DIAS            PIC ZZZ9.
003980     05  FILLER                 PIC X(02) VALUE SPACES.
003990     05  WS-LEX-REGISTRO        PIC ZZZZZZZ9.
004000     05  FILLER                 PIC X(02) VALUE SPACES.
004010     05  WS-LEX-MOTIVO          PIC X(10).
004020     05  FILLER                 PIC X(02) VALUE SPACES.
004030     05  WS-LEX-VALOR           PIC X(10).
004040     05  FILLER                 PIC X(02) VALUE SPACES.
004050     05  WS-LEX-CONTA           PIC X(08).
004060     05  FILLER                 PIC X(02) VALUE SPACES.
004070     05  WS-LEX-SITUACAO        PIC X(10).
004080     05  FILLER                 PIC X(50) VALUE SPACES.
004090
004100 01  WS-LINHA-CAB-NPOST.
004110     05  FILLER                 PIC X(12) VALUE "  BATCH-ID".
004120     05  FILLER                 PIC X(10) VALUE "CONTA".
004130     05  FILLER                 PIC X(18) VALUE "VALOR".
004140     05  FILLER                 PIC X(04) VALUE "ST".
004150     05  FILLER                 PIC X(24) VALUE "SITUACAO".
004160     05  FILLER                 PIC X(64) VALUE SPACES.
004170
004180 01  WS-LINHA-NPOST.
004190     05  FILLER                 PIC X(02) VALUE SPACES.
004200     05  WS-LNP-BATCH-ID        PIC X(08).
004210     05  FILLER                 PIC X(02) VALUE SPACES.
004220     05  WS-LNP-CONTA           PIC X(08).
004230     05  FILLER                 PIC X(02) VALUE SPACES.
004240     05  WS-LNP-SOMA            PIC +9(09),99.
004250     05  FILLER                 PIC X(05) VALUE SPACES.
004260     05  WS-LNP-STATUS          PIC X(01).
004270     05  FILLER                 PIC X(03) VALUE SPACES.
004280     05  WS-LNP-SITUACAO        PIC X(22).
004290     05  FILLER                 PIC X(66) VALUE SPACES.
004300
004310 01  WS-LINHA-TOT.
004320     05  WS-TOT-LITERAL         PIC X(34).
004330     05  WS-TOT-QTDE            PIC ZZZZZZ9.
004340     05  FILLER                 PIC X(91) VALUE SPACES.
004350
004360 01  WS-LINHA-SEM-MOV.
004370     05  FILLER                 PIC X(38) VALUE
004380         "*** SEM MOVIMENTO NO PROCESSAMENTO DE ".
004390     05  WS-LSM-DATA            PIC 9(08).
004400     05  FILLER                 PIC X(39) VALUE
004410         " - NENHUM LOTE POSTADO OU REJEITADO ***".
004420     05  FILLER                 PIC X(47) VALUE SPACES.
004430
004440 01  WS-LINHA-SEM-FEED.
004450     05  FILLER                 PIC X(36) VALUE
004460         "*** FEED CONSOLIDADO AUSENTE - LOTES".
004470     05  FILLER                 PIC X(38) VALUE
004480         " E TOTAIS POSTADOS NAO DISPONIVEIS ***".
004490     05  FILLER                 PIC X(58) VALUE SPACES.
004500
004510 01  WS-LINHA-AVISO.
004520     05  FILLER                 PIC X(36) VALUE
004530         "*** TABELA DO FEED ESGOTADA - LOTES ".
004540     05  FILLER                 PIC X(36) VALUE
004550         "E CONTAS PODEM ESTAR INCOMPLETOS ***".
004560     05  FILLER                 PIC X(60) VALUE SPACES.
004570
004580 PROCEDURE DIVISION.
004590*----------------------------------------------------------------
004600 0000-MAINLINE.
004610*----------------------------------------------------------------
004620     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004630     MOVE ZEROS TO WS-IX-DEPT.
004640     PERFORM 2000-EMITIR-EXTRATO THRU 2000-EXIT
004650         WS-QTDE-DEPTOS TIMES.
004660     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
004670     STOP RUN.
004680
004690*----------------------------------------------------------------
004700* 1000-INICIALIZAR - LE OS PARAMETROS, PREPARA A DATA-BASE DA
004710*                    IDADE DAS EXCECOES E CARREGA AS TABELAS DO
004720*                    CICLO; SEM DEPARTAMENTO ATIVO NAO HA
004730*                    EXTRATO A EMITIR
004740*----------------------------------------------------------------
004750 1000-INICIALIZAR.
004760     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
004770     IF WS-DATA-EXECUCAO = ZEROS
004780         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
004790     ELSE
004800         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
004810     END-IF.
004820     MOVE WS-DATA-HOJE TO WS-DATA-CALC.
004830     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
004840     MOVE WS-DIAS-CALC TO WS-DIAS-HOJE.
004850     PERFORM 1100-CARREGAR-DEPTOS THRU 1100-EXIT.
004860     IF WS-QTDE-DEPTOS = ZEROS
004870         DISPLAY "*** NENHUM DEPARTAMENTO ATIVO NO CADASTRO - "
004880                 "NENHUM EXTRATO EMITIDO ***"
004890         MOVE 12 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920     PERFORM 1200-CARREGAR-RUN-CONTROL THRU 1200-EXIT.
004930     PERFORM 1280-CARREGAR-REJEICOES-GL THRU 1280-EXIT.
004940     PERFORM 1300-CARREGAR-FEED THRU 1300-EXIT.
004950     PERFORM 1400-CONTAR-EXCECOES THRU 1400-EXIT.
004960 1000-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------
005000* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
005010*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
005020*                       ARQUIVO, USA A DATA DO DIA
005030*----------------------------------------------------------------
005040 1050-LER-PARAMETROS.
005050     OPEN INPUT PARM-FILE.
005060     IF WS-STATUS-PARM NOT = "00"
005070         GO TO 1050-EXIT
005080     END-IF.
005090     READ PARM-FILE
005100         AT END
005110             CLOSE PARM-FILE
005120             GO TO 1050-EXIT
005130     END-READ.
005140     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
005150     CLOSE PARM-FILE.
005160 1050-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 1100-CARREGAR-DEPTOS - CARREGA NA TABELA OS DEPARTAMENTOS
005210*                        ATIVOS DO CADASTRO, NA ORDEM DO ARQUIVO
005220*----------------------------------------------------------------
005230 1100-CARREGAR-DEPTOS.
005240     MOVE 'N' TO WS-FIM-DEPT-SW.
005250     OPEN INPUT DEPT-FILE.
005260     IF WS-STATUS-DEPT NOT = "00"
005270         DISPLAY "*** CADASTRO DE DEPARTAMENTOS VAZIO OU "
005280                 "AUSENTE ***"
005290         GO TO 1100-EXIT
005300     END-IF.
005310     PERFORM 1150-LER-DEPTO THRU 1150-EXIT
005320         UNTIL WS-FIM-DEPT.
005330     CLOSE DEPT-FILE.
005340     DISPLAY "DEPARTAMENTOS ATIVOS CARREGADOS  " WS-QTDE-DEPTOS.
005350 1100-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* 1150-LER-DEPTO - LE UM REGISTRO DO CADASTRO DE DEPARTAMENTOS
005400*                  E GUARDA NA TABELA OS DEPARTAMENTOS ATIVOS
005410*----------------------------------------------------------------
005420 1150-LER-DEPTO.
005430     READ DEPT-FILE
005440         AT END
005450             SET WS-FIM-DEPT TO TRUE
005460             GO TO 1150-EXIT
005470     END-READ.
005480     IF NOT DEPT-ATIVO
005490         GO TO 1150-EXIT
005500     END-IF.
005510     IF WS-QTDE-DEPTOS < 100
005520         ADD 1 TO WS-QTDE-DEPTOS
005530         MOVE DEPT-CODIGO TO WS-TAB-DEPT-CODIGO (WS-QTDE-DEPTOS)
005540         MOVE DEPT-NOME TO WS-TAB-DEPT-NOME (WS-QTDE-DEPTOS)
005550         MOVE DEPT-RESPONSAVEL
005560             TO WS-TAB-DEPT-RESP (WS-QTDE-DEPTOS)
005570         MOVE ZEROS TO WS-TAB-DEPT-QTDE-DET (WS-QTDE-DEPTOS)
005580         MOVE ZEROS TO WS-TAB-DEPT-QTDE-REJ (WS-QTDE-DEPTOS)
005590         MOVE ZEROS TO WS-TAB-DEPT-QTDE-ABERTA (WS-QTDE-DEPTOS)
005600         MOVE ZEROS TO WS-TAB-DEPT-TOTAL (WS-QTDE-DEPTOS)
005610         MOVE ZEROS TO WS-TAB-DEPT-QTDE-NPOST (WS-QTDE-DEPTOS)
005620     ELSE
005630         DISPLAY "*** TABELA DE DEPARTAMENTOS ESGOTADA - "
005640                 "CODIGO " DEPT-CODIGO " SEM EXTRATO ***"
005650         MOVE 4 TO RETURN-CODE
005660     END-IF.
005670 1150-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------
005710* 1200-CARREGAR-RUN-CONTROL - CARREGA NA TABELA O ULTIMO EVENTO
005720*                             DE CADA BATCH-ID DO CONTROLE DE
005730*                             EXECUCAO
005740*----------------------------------------------------------------
005750 1200-CARREGAR-RUN-CONTROL.
005760     MOVE 'N' TO WS-FIM-RUNC-SW.
005770     OPEN INPUT RUNC-FILE.
005780     IF WS-STATUS-RUNC NOT = "00"
005790         DISPLAY "*** CONTROLE DE EXECUCAO VAZIO OU AUSENTE - "
005800                 "LOTES SAEM SEM STATUS ***"
005810         GO TO 1200-EXIT
005820     END-IF.
005830     SET WS-RUNC-DISPONIVEL TO TRUE.
005840     PERFORM 1250-LER-EVENTO THRU 1250-EXIT
005850         UNTIL WS-FIM-RUNC.
005860     CLOSE RUNC-FILE.
005870 1200-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* 1250-LER-EVENTO - LE UM EVENTO DO CONTROLE DE EXECUCAO E
005920*                   GUARDA O STATUS E A DATA DO BATCH-ID
005930*----------------------------------------------------------------
005940 1250-LER-EVENTO.
005950     READ RUNC-FILE
005960         AT END
005970             SET WS-FIM-RUNC TO TRUE
005980             GO TO 1250-EXIT
005990     END-READ.
006000     MOVE 1 TO WS-IX-RUNC.
006010     MOVE 'N' TO WS-ACHADO-SW.
006020     PERFORM 1270-COMPARAR-EVENTO THRU 1270-EXIT
006030         UNTIL WS-ACHADO OR WS-IX-RUNC > WS-QTDE-RUNC.
006040     IF NOT WS-ACHADO
006050         IF WS-QTDE-RUNC < 2000
006060             ADD 1 TO WS-QTDE-RUNC
006070             MOVE WS-QTDE-RUNC TO WS-IX-RUNC
006080             MOVE RUNC-BATCH-ID TO WS-TAB-RUNC-BATCH (WS-IX-RUNC)
006090         ELSE
006100             DISPLAY "*** TABELA DO CONTROLE DE EXECUCAO "
006110                     "ESGOTADA - LOTE " RUNC-BATCH-ID
006120                     " SEM STATUS ***"
006130             GO TO 1250-EXIT
006140         END-IF
006150     END-IF.
006160     MOVE RUNC-STATUS TO WS-TAB-RUNC-STATUS (WS-IX-RUNC).
006170     MOVE RUNC-DATA TO WS-TAB-RUNC-DATA (WS-IX-RUNC).
006180 1250-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220* 1270-COMPARAR-EVENTO - COMPARA O BATCH-ID DO EVENTO COM UMA
006230*                        ENTRADA DA TABELA DO CONTROLE
006240*----------------------------------------------------------------
006250 1270-COMPARAR-EVENTO.
006260     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) = RUNC-BATCH-ID
006270         SET WS-ACHADO TO TRUE
006280     ELSE
006290         ADD 1 TO WS-IX-RUNC
006300     END-IF.
006310 1270-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 1280-CARREGAR-REJEICOES-GL - CARREGA NA TABELA OS DETALHES
006360*                              REJEITADOS PELO GL NO ARQUIVO DE
006370*                              CONFIRMACAO DO CICLO; SEM ELE, SO O
006380*                              CONTROLE DE EXECUCAO DIZ O QUE FOI
006390*                              POSTADO (RC 4)
006400*----------------------------------------------------------------
006410 1280-CARREGAR-REJEICOES-GL.
006420     MOVE 'N' TO WS-FIM-GLAK-SW.
006430     OPEN INPUT GLAK-FILE.
006440     IF WS-STATUS-GLAK NOT = "00"
006450         DISPLAY "*** ARQUIVO DE CONFIRMACAO DO GL VAZIO OU "
006460                 "AUSENTE - REJEITADOS DO GL NAO DESCONTADOS ***"
006470         MOVE 4 TO RETURN-CODE
006480         GO TO 1280-EXIT
006490     END-IF.
006500     SET WS-GLAK-DISPONIVEL TO TRUE.
006510     PERFORM 1290-LER-CONFIRMACAO THRU 1290-EXIT
006520         UNTIL WS-FIM-GLAK.
006530     CLOSE GLAK-FILE.
006540 1280-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 1290-LER-CONFIRMACAO - LE UM REGISTRO DA CONFIRMACAO DO GL E
006590*                        GUARDA NA TABELA OS REJEITADOS
006600*----------------------------------------------------------------
006610 1290-LER-CONFIRMACAO.
006620     READ GLAK-FILE
006630         AT END
006640             SET WS-FIM-GLAK TO TRUE
006650             GO TO 1290-EXIT
006660     END-READ.
006670     IF NOT GLAK-REJEITADO
006680         GO TO 1290-EXIT
006690     END-IF.
006700     IF WS-QTDE-GLREJ < 2000
006710         ADD 1 TO WS-QTDE-GLREJ
006720         MOVE GLAK-BATCH-ID TO WS-TAB-GLREJ-BATCH (WS-QTDE-GLREJ)
006730         MOVE GLAK-CONTA TO WS-TAB-GLREJ-CONTA (WS-QTDE-GLREJ)
006740         MOVE GLAK-SOMA TO WS-TAB-GLREJ-SOMA (WS-QTDE-GLREJ)
006750         MOVE 'N' TO WS-TAB-GLREJ-USADO (WS-QTDE-GLREJ)
006760     ELSE
006770         DISPLAY "*** TABELA DE REJEITADOS DO GL ESGOTADA - LOTE "
006780                 GLAK-BATCH-ID " CONTA " GLAK-CONTA
006790                 " NAO DESCONTADO ***"
006800         MOVE 4 TO RETURN-CODE
006810     END-IF.
006820 1290-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 1300-CARREGAR-FEED - LE O FEED CONSOLIDADO DO CICLO E ACUMULA
006870*                      OS DETALHES POSTADOS POR DEPARTAMENTO E
006880*                      BATCH-ID E POR DEPARTAMENTO E CONTA,
006890*                      SEPARANDO OS NAO POSTADOS NO GL; SEM O
006900*                      FEED NENHUM EXTRATO PODE DIZER QUE NAO
006910*                      HOUVE MOVIMENTO (RC 4)
006920*----------------------------------------------------------------
006930 1300-CARREGAR-FEED.
006940     MOVE 'N' TO WS-FIM-CONS-SW.
006950     OPEN INPUT CONS-FILE.
006960     IF WS-STATUS-CONS NOT = "00"
006970         DISPLAY "*** FEED CONSOLIDADO VAZIO OU AUSENTE - "
006980                 "EXTRATOS SEM LOTES E TOTAIS POSTADOS ***"
006990         MOVE 4 TO RETURN-CODE
007000         GO TO 1300-EXIT
007010     END-IF.
007020     SET WS-CONS-DISPONIVEL TO TRUE.
007030     PERFORM 1350-LER-FEED THRU 1350-EXIT
007040         UNTIL WS-FIM-CONS.
007050     CLOSE CONS-FILE.
007060 1300-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100* 1350-LER-FEED - LE UM REGISTRO DO FEED CONSOLIDADO E ACUMULA
007110*                 O DETALHE POSTADO NO DEPARTAMENTO; O REJEITADO
007120*                 PELO GL JA SAI NOS ITENS REJEITADOS (EXCECAO DO
007130*                 SOMAGLAK) E O DE LOTE NAO POSTADO VAI PARA A
007140*                 TABELA DOS NAO POSTADOS; DETALHE SEM
007150*                 DEPARTAMENTO ATIVO (ITEM AVULSO) SO E CONTADO
007160*----------------------------------------------------------------
007170 1350-LER-FEED.
007180     READ CONS-FILE
007190         AT END
007200             SET WS-FIM-CONS TO TRUE
007210             GO TO 1350-EXIT
007220     END-READ.
007230     IF IFACE-TIPO-REG NOT = 'D'
007240         GO TO 1350-EXIT
007250     END-IF.
007260     ADD 1 TO WS-QTDE-DET-FEED.
007270     PERFORM 1380-VERIFICAR-POSTAGEM THRU 1380-EXIT.
007280     MOVE IFACE-DET-DEPTO TO WS-DEPTO-PROCURADO.
007290     PERFORM 1900-PROCURAR-DEPTO THRU 1900-EXIT.
007300     IF NOT WS-ACHADO
007310         ADD 1 TO WS-QTDE-DET-SEM-DEPTO
007320         GO TO 1350-EXIT
007330     END-IF.
007340     IF WS-DET-REJEITADO-GL
007350         GO TO 1350-EXIT
007360     END-IF.
007370     IF WS-DET-NAO-POSTADO
007380         ADD 1 TO WS-TAB-DEPT-QTDE-NPOST (WS-IX-DEPT-ACHADO)
007390         PERFORM 1395-GUARDAR-NAO-POSTADO THRU 1395-EXIT
007400         GO TO 1350-EXIT
007410     END-IF.
007420     ADD 1 TO WS-TAB-DEPT-QTDE-DET (WS-IX-DEPT-ACHADO).
007430     ADD IFACE-DET-SOMA TO WS-TAB-DEPT-TOTAL (WS-IX-DEPT-ACHADO).
007440     PERFORM 1360-ACUMULAR-LOTE THRU 1360-EXIT.
007450     PERFORM 1370-ACUMULAR-CONTA THRU 1370-EXIT.
007460 1350-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 1360-ACUMULAR-LOTE - ACUMULA O DETALHE NA ENTRADA DO
007510*                      DEPARTAMENTO E BATCH-ID (INCLUINDO NA
007520*                      PRIMEIRA OCORRENCIA)
007530*----------------------------------------------------------------
007540 1360-ACUMULAR-LOTE.
007550     MOVE 1 TO WS-IX-LOTE.
007560     MOVE 'N' TO WS-ACHADO-SW.
007570     PERFORM 1365-COMPARAR-LOTE THRU 1365-EXIT
007580         UNTIL WS-ACHADO OR WS-IX-LOTE > WS-QTDE-LOTES.
007590     IF NOT WS-ACHADO
007600         IF WS-QTDE-LOTES < 500
007610             ADD 1 TO WS-QTDE-LOTES
007620             MOVE WS-QTDE-LOTES TO WS-IX-LOTE
007630             MOVE IFACE-DET-DEPTO
007640                 TO WS-TAB-LOTE-DEPTO (WS-IX-LOTE)
007650             MOVE IFACE-DET-BATCH-ID
007660                 TO WS-TAB-LOTE-BATCH (WS-IX-LOTE)
007670             MOVE ZEROS TO WS-TAB-LOTE-QTDE (WS-IX-LOTE)
007680             MOVE ZEROS TO WS-TAB-LOTE-TOTAL (WS-IX-LOTE)
007690         ELSE
007700             SET WS-TAB-ESTOURADA TO TRUE
007710             GO TO 1360-EXIT
007720         END-IF
007730     END-IF.
007740     ADD 1 TO WS-TAB-LOTE-QTDE (WS-IX-LOTE).
007750     ADD IFACE-DET-SOMA TO WS-TAB-LOTE-TOTAL (WS-IX-LOTE).
007760 1360-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------
007800* 1365-COMPARAR-LOTE - COMPARA O DEPARTAMENTO E O BATCH-ID DO
007810*                      DETALHE COM UMA ENTRADA DA TABELA
007820*----------------------------------------------------------------
007830 1365-COMPARAR-LOTE.
007840     IF WS-TAB-LOTE-DEPTO (WS-IX-LOTE) = IFACE-DET-DEPTO
007850         AND WS-TAB-LOTE-BATCH (WS-IX-LOTE) = IFACE-DET-BATCH-ID
007860         SET WS-ACHADO TO TRUE
007870     ELSE
007880         ADD 1 TO WS-IX-LOTE
007890     END-IF.
007900 1365-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------
007940* 1370-ACUMULAR-CONTA - ACUMULA O DETALHE NA ENTRADA DO
007950*                       DEPARTAMENTO E CONTA (INCLUINDO NA
007960*                       PRIMEIRA OCORRENCIA)
007970*----------------------------------------------------------------
007980 1370-ACUMULAR-CONTA.
007990     MOVE 1 TO WS-IX-CONTA.
008000     MOVE 'N' TO WS-ACHADO-SW.
008010     PERFORM 1375-COMPARAR-CONTA THRU 1375-EXIT
008020         UNTIL WS-ACHADO OR WS-IX-CONTA > WS-QTDE-CONTAS.
008030     IF NOT WS-ACHADO
008040         IF WS-QTDE-CONTAS < 2000
008050             ADD 1 TO WS-QTDE-CONTAS
008060             MOVE WS-QTDE-CONTAS TO WS-IX-CONTA
008070             MOVE IFACE-DET-DEPTO
008080                 TO WS-TAB-CONTA-DEPTO (WS-IX-CONTA)
008090             MOVE IFACE-DET-CONTA
008100                 TO WS-TAB-CONTA-CODIGO (WS-IX-CONTA)
008110             MOVE ZEROS TO WS-TAB-CONTA-QTDE (WS-IX-CONTA)
008120             MOVE ZEROS TO WS-TAB-CONTA-TOTAL (WS-IX-CONTA)
008130         ELSE
008140             SET WS-TAB-ESTOURADA TO TRUE
008150             GO TO 1370-EXIT
008160         END-IF
008170     END-IF.
008180     ADD 1 TO WS-TAB-CONTA-QTDE (WS-IX-CONTA).
008190     ADD IFACE-DET-SOMA TO WS-TAB-CONTA-TOTAL (WS-IX-CONTA).
008200 1370-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 1375-COMPARAR-CONTA - COMPARA O DEPARTAMENTO E A CONTA DO
008250*                       DETALHE COM UMA ENTRADA DA TABELA
008260*----------------------------------------------------------------
008270 1375-COMPARAR-CONTA.
008280     IF WS-TAB-CONTA-DEPTO (WS-IX-CONTA) = IFACE-DET-DEPTO
008290         AND WS-TAB-CONTA-CODIGO (WS-IX-CONTA) = IFACE-DET-CONTA
008300         SET WS-ACHADO TO TRUE
008310     ELSE
008320         ADD 1 TO WS-IX-CONTA
008330     END-IF.
008340 1375-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380* 1380-VERIFICAR-POSTAGEM - CLASSIFICA O DETALHE DO FEED:
008390*                           REJEITADO PELO GL QUANDO CASA COM UMA
008400*                           REJEICAO AINDA NAO USADA; POSTADO
008410*                           QUANDO O LOTE TEM O EVENTO (P) NO
008420*                           CONTROLE DE EXECUCAO OU TEVE REJEICAO
008430*                           DO GL NO CICLO (O SOMAGLAK SO GRAVA
008440*                           O (P) COM TODOS OS DETALHES ACEITOS;
008450*                           OS DEMAIS DETALHES O GL ACEITOU);
008460*                           NAO POSTADO NOS OUTROS CASOS
008470*----------------------------------------------------------------
008480 1380-VERIFICAR-POSTAGEM.
008490     SET WS-DET-POSTADO TO TRUE.
008500     MOVE 1 TO WS-IX-GLREJ.
008510     MOVE 'N' TO WS-ACHADO-SW.
008520     PERFORM 1385-COMPARAR-REJEICAO THRU 1385-EXIT
008530         UNTIL WS-ACHADO OR WS-IX-GLREJ > WS-QTDE-GLREJ.
008540     IF WS-ACHADO
008550         MOVE 'S' TO WS-TAB-GLREJ-USADO (WS-IX-GLREJ)
008560         SET WS-DET-REJEITADO-GL TO TRUE
008570         ADD 1 TO WS-QTDE-DET-REJ-GL
008580         GO TO 1380-EXIT
008590     END-IF.
008600     MOVE SPACE TO WS-STATUS-DESCRITO.
008610     MOVE 1 TO WS-IX-RUNC.
008620     MOVE 'N' TO WS-ACHADO-SW.
008630     PERFORM 1387-COMPARAR-LOTE-RUNC THRU 1387-EXIT
008640         UNTIL WS-ACHADO OR WS-IX-RUNC > WS-QTDE-RUNC.
008650     IF WS-ACHADO
008660         MOVE WS-TAB-RUNC-STATUS (WS-IX-RUNC)
008670             TO WS-STATUS-DESCRITO
008680     END-IF.
008690     IF WS-STATUS-DESCRITO = 'P'
008700         GO TO 1380-EXIT
008710     END-IF.
008720     MOVE 1 TO WS-IX-GLREJ.
008730     MOVE 'N' TO WS-ACHADO-SW.
008740     PERFORM 1389-COMPARAR-LOTE-REJ THRU 1389-EXIT
008750         UNTIL WS-ACHADO OR WS-IX-GLREJ > WS-QTDE-GLREJ.
008760     IF WS-ACHADO
008770         GO TO 1380-EXIT
008780     END-IF.
008790     SET WS-DET-NAO-POSTADO TO TRUE.
008800     ADD 1 TO WS-QTDE-DET-NAO-POSTADO.
008810 1380-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------
008850* 1385-COMPARAR-REJEICAO - COMPARA O DETALHE COM UMA REJEICAO DO
008860*                          GL AINDA NAO USADA (BATCH-ID, CONTA E
008870*                          VALOR)
008880*----------------------------------------------------------------
008890 1385-COMPARAR-REJEICAO.
008900     IF WS-TAB-GLREJ-BATCH (WS-IX-GLREJ) = IFACE-DET-BATCH-ID
008910         AND WS-TAB-GLREJ-CONTA (WS-IX-GLREJ) = IFACE-DET-CONTA
008920         AND WS-TAB-GLREJ-SOMA (WS-IX-GLREJ) = IFACE-DET-SOMA
008930         AND WS-TAB-GLREJ-USADO (WS-IX-GLREJ) = 'N'
008940         SET WS-ACHADO TO TRUE
008950     ELSE
008960         ADD 1 TO WS-IX-GLREJ
008970     END-IF.
008980 1385-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020* 1387-COMPARAR-LOTE-RUNC - COMPARA O BATCH-ID DO DETALHE COM UMA
009030*                           ENTRADA DA TABELA DO CONTROLE
009040*----------------------------------------------------------------
009050 1387-COMPARAR-LOTE-RUNC.
009060     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) = IFACE-DET-BATCH-ID
009070         SET WS-ACHADO TO TRUE
009080     ELSE
009090         ADD 1 TO WS-IX-RUNC
009100     END-IF.
009110 1387-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------
009150* 1389-COMPARAR-LOTE-REJ - VERIFICA SE UMA REJEICAO DO GL E DO
009160*                          BATCH-ID DO DETALHE
009170*----------------------------------------------------------------
009180 1389-COMPARAR-LOTE-REJ.
009190     IF WS-TAB-GLREJ-BATCH (WS-IX-GLREJ) = IFACE-DET-BATCH-ID
009200         SET WS-ACHADO TO TRUE
009210     ELSE
009220         ADD 1 TO WS-IX-GLREJ
009230     END-IF.
009240 1389-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------
009280* 1395-GUARDAR-NAO-POSTADO - GUARDA O DETALHE DE LOTE NAO POSTADO
009290*                            NA TABELA, COM O ULTIMO STATUS DO
009300*                            LOTE NO CONTROLE DE EXECUCAO
009310*----------------------------------------------------------------
009320 1395-GUARDAR-NAO-POSTADO.
009330     IF WS-QTDE-NPOST NOT < 1000
009340         SET WS-TAB-ESTOURADA TO TRUE
009350         GO TO 1395-EXIT
009360     END-IF.
009370     ADD 1 TO WS-QTDE-NPOST.
009380     MOVE IFACE-DET-DEPTO TO WS-TAB-NPOST-DEPTO (WS-QTDE-NPOST).
009390     MOVE IFACE-DET-BATCH-ID
009400         TO WS-TAB-NPOST-BATCH (WS-QTDE-NPOST).
009410     MOVE IFACE-DET-CONTA TO WS-TAB-NPOST-CONTA (WS-QTDE-NPOST).
009420     MOVE IFACE-DET-SOMA TO WS-TAB-NPOST-SOMA (WS-QTDE-NPOST).
009430     MOVE WS-STATUS-DESCRITO
009440         TO WS-TAB-NPOST-STATUS (WS-QTDE-NPOST).
009450 1395-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490* 1400-CONTAR-EXCECOES - LE O ARQUIVO DE EXCECOES E CONTA, POR
009500*                        DEPARTAMENTO, OS ITENS REJEITADOS NO
009510*                        CICLO E AS EXCECOES EM ABERTO DE
009520*                        CICLOS ANTERIORES, PARA SO RELER O
009530*                        ARQUIVO PARA QUEM TEM ITENS
009540*----------------------------------------------------------------
009550 1400-CONTAR-EXCECOES.
009560     MOVE 'N' TO WS-FIM-EXCP-SW.
009570     OPEN INPUT EXCEPTION-FILE.
009580     IF WS-STATUS-EXCP NOT = "00"
009590         DISPLAY "*** ARQUIVO DE EXCECOES VAZIO OU AUSENTE - "
009600                 "EXTRATOS SEM REJEITADOS E PENDENCIAS ***"
009610         GO TO 1400-EXIT
009620     END-IF.
009630     SET WS-EXCP-DISPONIVEL TO TRUE.
009640     PERFORM 1450-CONTAR-EXCECAO THRU 1450-EXIT
009650         UNTIL WS-FIM-EXCP.
009660     CLOSE EXCEPTION-FILE.
009670 1400-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------------
009710* 1450-CONTAR-EXCECAO - LE UMA EXCECAO E A CONTA NO
009720*                       DEPARTAMENTO DE ORIGEM; EXCECAO SEM
009730*                       DEPARTAMENTO ATIVO (ITEM AVULSO OU
009740*                       REGISTRO ANTIGO) SO E CONTADA
009750*----------------------------------------------------------------
009760 1450-CONTAR-EXCECAO.
009770     READ EXCEPTION-FILE
009780         AT END
009790             SET WS-FIM-EXCP TO TRUE
009800             GO TO 1450-EXIT
009810     END-READ.
009820     PERFORM 1480-VERIFICAR-CICLO THRU 1480-EXIT.
009830     IF NOT WS-EXCP-DO-CICLO AND NOT EXCP-ABERTA
009840         GO TO 1450-EXIT
009850     END-IF.
009860     MOVE EXCP-DEPTO TO WS-DEPTO-PROCURADO.
009870     PERFORM 1900-PROCURAR-DEPTO THRU 1900-EXIT.
009880     IF NOT WS-ACHADO
009890         ADD 1 TO WS-QTDE-EXCP-SEM-DEPTO
009900         GO TO 1450-EXIT
009910     END-IF.
009920     IF WS-EXCP-DO-CICLO
009930         ADD 1 TO WS-TAB-DEPT-QTDE-REJ (WS-IX-DEPT-ACHADO)
009940     END-IF.
009950     IF EXCP-ABERTA AND NOT WS-EXCP-DO-CICLO
009960         ADD 1 TO WS-TAB-DEPT-QTDE-ABERTA (WS-IX-DEPT-ACHADO)
009970     END-IF.
009980 1450-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------------
010020* 1480-VERIFICAR-CICLO - LIGA A CHAVE DE ITEM REJEITADO NO
010030*                        CICLO: EXCECAO DA DATA DE EXECUCAO
010040*                        GRAVADA PELO SOMABAT OU PELO SOMAGLAK
010050*----------------------------------------------------------------
010060 1480-VERIFICAR-CICLO.
010070     MOVE 'N' TO WS-EXCP-DO-CICLO-SW.
010080     IF EXCP-DATA NOT = WS-DATA-HOJE
010090         GO TO 1480-EXIT
010100     END-IF.
010110     IF EXCP-PROGRAMA = "SOMABAT" OR EXCP-PROGRAMA = "SOMAGLAK"
010120         SET WS-EXCP-DO-CICLO TO TRUE
010130     END-IF.
010140 1480-EXIT.
010150     EXIT.
010160
010170*----------------------------------------------------------------
010180* 1900-PROCURAR-DEPTO - PROCURA NA TABELA O DEPARTAMENTO
010190*                       INFORMADO EM WS-DEPTO-PROCURADO
010200*----------------------------------------------------------------
010210 1900-PROCURAR-DEPTO.
010220     MOVE 'N' TO WS-ACHADO-SW.
010230     MOVE 1 TO WS-IX-DEPT-ACHADO.
010240     IF WS-DEPTO-PROCURADO = SPACES
010250         GO TO 1900-EXIT
010260     END-IF.
010270     PERFORM 1950-COMPARAR-DEPTO THRU 1950-EXIT
010280         UNTIL WS-ACHADO OR WS-IX-DEPT-ACHADO > WS-QTDE-DEPTOS.
010290 1900-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------
010330* 1950-COMPARAR-DEPTO - COMPARA O DEPARTAMENTO PROCURADO COM UMA
010340*                       ENTRADA DA TABELA
010350*----------------------------------------------------------------
010360 1950-COMPARAR-DEPTO.
010370     IF WS-TAB-DEPT-CODIGO (WS-IX-DEPT-ACHADO)
010380             = WS-DEPTO-PROCURADO
010390         SET WS-ACHADO TO TRUE
010400     ELSE
010410         ADD 1 TO WS-IX-DEPT-ACHADO
010420     END-IF.
010430 1950-EXIT.
010440     EXIT.
010450
010460*----------------------------------------------------------------
010470* 2000-EMITIR-EXTRATO - EMITE O EXTRATO DE UM DEPARTAMENTO NA
010480*                       SUA SAIDA: LOTES, TOTAIS POR CONTA,
010490*                       REJEITADOS DO CICLO, DETALHES NAO
010500*                       POSTADOS E EXCECOES EM ABERTO, OU O AVISO
010510*                       DE SEM MOVIMENTO
010520*----------------------------------------------------------------
010530 2000-EMITIR-EXTRATO.
010540     ADD 1 TO WS-IX-DEPT.
010550     PERFORM 2100-ABRIR-SAIDA THRU 2100-EXIT.
010560     IF WS-SEM-SAIDA
010570         GO TO 2000-EXIT
010580     END-IF.
010590     MOVE ZEROS TO WS-PAGINA.
010600     MOVE 99 TO WS-LINHA-CORRENTE.
010610     MOVE ZEROS TO WS-EXT-QTDE-LOTES.
010620     MOVE ZEROS TO WS-EXT-QTDE-REJ.
010630     MOVE ZEROS TO WS-EXT-QTDE-ABERTAS.
010640     MOVE ZEROS TO WS-EXT-QTDE-NPOST.
010650     IF NOT WS-CONS-DISPONIVEL
010660         MOVE WS-LINHA-SEM-FEED TO WS-LINHA-IMPRESSAO
010670         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
010680     ELSE
010690         IF WS-TAB-DEPT-QTDE-DET (WS-IX-DEPT) = ZEROS
010700             AND WS-TAB-DEPT-QTDE-REJ (WS-IX-DEPT) = ZEROS
010710             AND WS-TAB-DEPT-QTDE-NPOST (WS-IX-DEPT) = ZEROS
010720             MOVE WS-DATA-HOJE TO WS-LSM-DATA
010730             MOVE WS-LINHA-SEM-MOV TO WS-LINHA-IMPRESSAO
010740             PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
010750             ADD 1 TO WS-QTDE-SEM-MOVIMENTO
010760             DISPLAY "*** DEPARTAMENTO "
010770                     WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
010780                     " SEM MOVIMENTO NO CICLO ***"
010790         END-IF
010800     END-IF.
010810     IF WS-TAB-ESTOURADA
010820         MOVE WS-LINHA-AVISO TO WS-LINHA-IMPRESSAO
010830         PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT
010840     END-IF.
010850     PERFORM 2200-IMPRIMIR-LOTES THRU 2200-EXIT.
010860     PERFORM 2300-IMPRIMIR-CONTAS THRU 2300-EXIT.
010870     PERFORM 2400-IMPRIMIR-REJEITADOS THRU 2400-EXIT.
010880     PERFORM 2470-IMPRIMIR-NAO-POSTADOS THRU 2470-EXIT.
010890     PERFORM 2500-IMPRIMIR-ABERTAS THRU 2500-EXIT.
010900     PERFORM 2600-FECHAR-SAIDA THRU 2600-EXIT.
010910     ADD 1 TO WS-QTDE-EXTRATOS.
010920 2000-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------------
010960* 2100-ABRIR-SAIDA - ABRE A DD PROPRIA DO DEPARTAMENTO (EXT +
010970*                    CODIGO); SEM ELA, O EXTRATO VAI PARA A DD
010980*                    GERAL, ABERTA UMA VEZ SO NA EXECUCAO. SEM
010990*                    NENHUMA DAS DUAS, DEVOLVE WS-SEM-SAIDA E O
011000*                    DEPARTAMENTO FICA SEM EXTRATO (RC 12)
011010*----------------------------------------------------------------
011020 2100-ABRIR-SAIDA.
011030     MOVE 'N' TO WS-SAIDA-GERAL-SW.
011040     MOVE 'N' TO WS-SEM-SAIDA-SW.
011050     MOVE WS-TAB-DEPT-CODIGO (WS-IX-DEPT) TO WS-NOME-EXT-DEPTO.
011060     MOVE WS-NOME-EXTRATO TO WS-NOME-ARQ-EXTRATO.
011070     OPEN OUTPUT EXTRATO-FILE.
011080     IF WS-STATUS-EXTR = "00"
011090         GO TO 2100-EXIT
011100     END-IF.
011110     SET WS-SAIDA-GERAL TO TRUE.
011120     IF NOT WS-GERAL-ABERTO
011130         OPEN OUTPUT GERAL-FILE
011140         IF WS-STATUS-GERAL NOT = "00"
011150             DISPLAY "*** SEM DD " WS-NOME-ARQ-EXTRATO
011160                     " E EXTGERAL INDISPONIVEL [" WS-STATUS-GERAL
011170                     "] - EXTRATO DO DEPARTAMENTO "
011180                     WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
011190                     " NAO EMITIDO ***"
011200             MOVE 12 TO RETURN-CODE
011210             SET WS-SEM-SAIDA TO TRUE
011220             GO TO 2100-EXIT
011230         END-IF
011240         SET WS-GERAL-ABERTO TO TRUE
011250     END-IF.
011260     ADD 1 TO WS-QTDE-NA-GERAL.
011270     DISPLAY "*** SEM DD " WS-NOME-ARQ-EXTRATO
011280             " - EXTRATO DO DEPARTAMENTO "
011290             WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
011300             " EMITIDO NA EXTGERAL ***".
011310 2100-EXIT.
011320     EXIT.
011330
011340*----------------------------------------------------------------
011350* 2200-IMPRIMIR-LOTES - IMPRIME OS LOTES DO CICLO EM QUE O
011360*                       DEPARTAMENTO TEVE DETALHES POSTADOS, COM
011370*                       O STATUS DO CONTROLE DE EXECUCAO
011380*----------------------------------------------------------------
011390 2200-IMPRIMIR-LOTES.
011400     IF NOT WS-CONS-DISPONIVEL
011410         GO TO 2200-EXIT
011420     END-IF.
011430     IF WS-TAB-DEPT-QTDE-DET (WS-IX-DEPT) = ZEROS
011440         GO TO 2200-EXIT
011450     END-IF.
011460     MOVE SPACES TO WS-LINHA-IMPRESSAO.
011470     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011480     MOVE "LOTES DO CICLO" TO WS-LINHA-IMPRESSAO.
011490     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011500     MOVE WS-LINHA-CAB-LOTE TO WS-LINHA-IMPRESSAO.
011510     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011520     MOVE ZEROS TO WS-IX-LOTE.
011530     PERFORM 2250-IMPRIMIR-LOTE THRU 2250-EXIT
011540         WS-QTDE-LOTES TIMES.
011550     MOVE "LOTES DO DEPARTAMENTO .........." TO WS-TOT-LITERAL.
011560     MOVE WS-EXT-QTDE-LOTES TO WS-TOT-QTDE.
011570     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
011580     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011590 2200-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------------
011630* 2250-IMPRIMIR-LOTE - IMPRIME UMA ENTRADA DA TABELA DE LOTES SE
011640*                      FOR DO DEPARTAMENTO DO EXTRATO
011650*----------------------------------------------------------------
011660 2250-IMPRIMIR-LOTE.
011670     ADD 1 TO WS-IX-LOTE.
011680     IF WS-TAB-LOTE-DEPTO (WS-IX-LOTE)
011690             NOT = WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
011700         GO TO 2250-EXIT
011710     END-IF.
011720     ADD 1 TO WS-EXT-QTDE-LOTES.
011730     MOVE WS-TAB-LOTE-BATCH (WS-IX-LOTE) TO WS-LLT-BATCH-ID.
011740     MOVE WS-TAB-LOTE-QTDE (WS-IX-LOTE) TO WS-LLT-QTDE.
011750     MOVE WS-TAB-LOTE-TOTAL (WS-IX-LOTE) TO WS-LLT-TOTAL.
011760     MOVE 1 TO WS-IX-RUNC.
011770     MOVE 'N' TO WS-ACHADO-SW.
011780     PERFORM 2270-PROCURAR-RUNC THRU 2270-EXIT
011790         UNTIL WS-ACHADO OR WS-IX-RUNC > WS-QTDE-RUNC.
011800     IF NOT WS-ACHADO
011810         MOVE SPACE TO WS-LLT-STATUS
011820         MOVE ZEROS TO WS-LLT-DATA
011830         MOVE "SEM CONTROLE EXECUCAO" TO WS-LLT-SITUACAO
011840     ELSE
011850         MOVE WS-TAB-RUNC-STATUS (WS-IX-RUNC) TO WS-LLT-STATUS
011860         MOVE WS-TAB-RUNC-DATA (WS-IX-RUNC) TO WS-LLT-DATA
011870         MOVE WS-TAB-RUNC-STATUS (WS-IX-RUNC)
011880             TO WS-STATUS-DESCRITO
011890         PERFORM 2280-DESCREVER-STATUS THRU 2280-EXIT
011900         MOVE WS-DESCRICAO-STATUS TO WS-LLT-SITUACAO
011910     END-IF.
011920     MOVE WS-LINHA-LOTE TO WS-LINHA-IMPRESSAO.
011930     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
011940 2250-EXIT.
011950     EXIT.
011960
011970*----------------------------------------------------------------
011980* 2270-PROCURAR-RUNC - COMPARA O BATCH-ID DO LOTE COM UMA
011990*                      ENTRADA DA TABELA DO CONTROLE
012000*----------------------------------------------------------------
012010 2270-PROCURAR-RUNC.
012020     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC)
012030             = WS-TAB-LOTE-BATCH (WS-IX-LOTE)
012040         SET WS-ACHADO TO TRUE
012050     ELSE
012060         ADD 1 TO WS-IX-RUNC
012070     END-IF.
012080 2270-EXIT.
012090     EXIT.
012100
012110*----------------------------------------------------------------
012120* 2280-DESCREVER-STATUS - DESCREVE O STATUS DO CONTROLE DE
012130*                         EXECUCAO INFORMADO EM WS-STATUS-DESCRITO
012140*----------------------------------------------------------------
012150 2280-DESCREVER-STATUS.
012160     EVALUATE WS-STATUS-DESCRITO
012170         WHEN SPACE
012180             MOVE "SEM CONTROLE EXECUCAO" TO WS-DESCRICAO-STATUS
012190         WHEN 'I'
012200             MOVE "INICIADO SEM CONCLUSAO" TO WS-DESCRICAO-STATUS
012210         WHEN 'C'
012220             MOVE "SEM RECONCILIACAO" TO WS-DESCRICAO-STATUS
012230         WHEN 'R'
012240             MOVE "RECONCILIADO" TO WS-DESCRICAO-STATUS
012250         WHEN 'P'
012260             MOVE "POSTADO NO GL" TO WS-DESCRICAO-STATUS
012270         WHEN 'E'
012280             MOVE "ESTORNADO" TO WS-DESCRICAO-STATUS
012290         WHEN OTHER
012300             MOVE "STATUS DESCONHECIDO" TO WS-DESCRICAO-STATUS
012310     END-EVALUATE.
012320 2280-EXIT.
012330     EXIT.
012340
012350*----------------------------------------------------------------
012360* 2300-IMPRIMIR-CONTAS - IMPRIME OS TOTAIS POSTADOS NO CICLO POR
012370*                        CONTA E O TOTAL DO DEPARTAMENTO
012380*----------------------------------------------------------------
012390 2300-IMPRIMIR-CONTAS.
012400     IF NOT WS-CONS-DISPONIVEL
012410         GO TO 2300-EXIT
012420     END-IF.
012430     IF WS-TAB-DEPT-QTDE-DET (WS-IX-DEPT) = ZEROS
012440         GO TO 2300-EXIT
012450     END-IF.
012460     MOVE SPACES TO WS-LINHA-IMPRESSAO.
012470     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012480     MOVE "TOTAIS POSTADOS POR CONTA" TO WS-LINHA-IMPRESSAO.
012490     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012500     MOVE WS-LINHA-CAB-CONTA TO WS-LINHA-IMPRESSAO.
012510     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012520     MOVE ZEROS TO WS-IX-CONTA.
012530     PERFORM 2350-IMPRIMIR-CONTA THRU 2350-EXIT
012540         WS-QTDE-CONTAS TIMES.
012550     MOVE "TOTAL" TO WS-LCT-CONTA.
012560     MOVE WS-TAB-DEPT-QTDE-DET (WS-IX-DEPT) TO WS-LCT-QTDE.
012570     MOVE WS-TAB-DEPT-TOTAL (WS-IX-DEPT) TO WS-LCT-TOTAL.
012580     MOVE WS-LINHA-CONTA TO WS-LINHA-IMPRESSAO.
012590     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012600 2300-EXIT.
012610     EXIT.
012620
012630*----------------------------------------------------------------
012640* 2350-IMPRIMIR-CONTA - IMPRIME UMA ENTRADA DA TABELA DE CONTAS
012650*                       SE FOR DO DEPARTAMENTO DO EXTRATO
012660*----------------------------------------------------------------
012670 2350-IMPRIMIR-CONTA.
012680     ADD 1 TO WS-IX-CONTA.
012690     IF WS-TAB-CONTA-DEPTO (WS-IX-CONTA)
012700             NOT = WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
012710         GO TO 2350-EXIT
012720     END-IF.
012730     MOVE WS-TAB-CONTA-CODIGO (WS-IX-CONTA) TO WS-LCT-CONTA.
012740     MOVE WS-TAB-CONTA-QTDE (WS-IX-CONTA) TO WS-LCT-QTDE.
012750     MOVE WS-TAB-CONTA-TOTAL (WS-IX-CONTA) TO WS-LCT-TOTAL.
012760     MOVE WS-LINHA-CONTA TO WS-LINHA-IMPRESSAO.
012770     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012780 2350-EXIT.
012790     EXIT.
012800
012810*----------------------------------------------------------------
012820* 2400-IMPRIMIR-REJEITADOS - RELE O ARQUIVO DE EXCECOES E
012830*                            IMPRIME OS ITENS DO DEPARTAMENTO
012840*                            REJEITADOS NO CICLO PELO SOMABAT OU
012850*                            PELO GL, COM O MOTIVO
012860*----------------------------------------------------------------
012870 2400-IMPRIMIR-REJEITADOS.
012880     IF WS-TAB-DEPT-QTDE-REJ (WS-IX-DEPT) = ZEROS
012890         GO TO 2400-EXIT
012900     END-IF.
012910     MOVE SPACES TO WS-LINHA-IMPRESSAO.
012920     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012930     MOVE "ITENS REJEITADOS NO CICLO (SOMABAT / GL)"
012940         TO WS-LINHA-IMPRESSAO.
012950     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012960     MOVE WS-LINHA-CAB-EXCP TO WS-LINHA-IMPRESSAO.
012970     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
012980     MOVE 'N' TO WS-FIM-EXCP-SW.
012990     OPEN INPUT EXCEPTION-FILE.
013000     PERFORM 2450-LER-REJEITADO THRU 2450-EXIT
013010         UNTIL WS-FIM-EXCP.
013020     CLOSE EXCEPTION-FILE.
013030     MOVE "ITENS REJEITADOS NO CICLO ......" TO WS-TOT-LITERAL.
013040     MOVE WS-EXT-QTDE-REJ TO WS-TOT-QTDE.
013050     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
013060     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013070 2400-EXIT.
013080     EXIT.
013090
013100*----------------------------------------------------------------
013110* 2450-LER-REJEITADO - LE UMA EXCECAO E A IMPRIME SE FOR ITEM DO
013120*                      DEPARTAMENTO REJEITADO NO CICLO
013130*----------------------------------------------------------------
013140 2450-LER-REJEITADO.
013150     READ EXCEPTION-FILE
013160         AT END
013170             SET WS-FIM-EXCP TO TRUE
013180             GO TO 2450-EXIT
013190     END-READ.
013200     IF EXCP-DEPTO NOT = WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
013210         GO TO 2450-EXIT
013220     END-IF.
013230     PERFORM 1480-VERIFICAR-CICLO THRU 1480-EXIT.
013240     IF NOT WS-EXCP-DO-CICLO
013250         GO TO 2450-EXIT
013260     END-IF.
013270     ADD 1 TO WS-EXT-QTDE-REJ.
013280     PERFORM 2700-IMPRIMIR-EXCECAO THRU 2700-EXIT.
013290 2450-EXIT.
013300     EXIT.
013310
013320*----------------------------------------------------------------
013330* 2470-IMPRIMIR-NAO-POSTADOS - IMPRIME OS DETALHES DO FEED DO
013340*                              DEPARTAMENTO CUJO LOTE NAO TEM O
013350*                              EVENTO (P) DE POSTADO NO GL, COM O
013360*                              ULTIMO STATUS DO LOTE; FICARAM FORA
013370*                              DOS TOTAIS POSTADOS
013380*----------------------------------------------------------------
013390 2470-IMPRIMIR-NAO-POSTADOS.
013400     IF WS-TAB-DEPT-QTDE-NPOST (WS-IX-DEPT) = ZEROS
013410         GO TO 2470-EXIT
013420     END-IF.
013430     MOVE SPACES TO WS-LINHA-IMPRESSAO.
013440     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013450     MOVE "DETALHES DO FEED EM LOTE NAO POSTADO NO GL"
013460         TO WS-LINHA-IMPRESSAO.
013470     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013480     MOVE WS-LINHA-CAB-NPOST TO WS-LINHA-IMPRESSAO.
013490     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013500     MOVE ZEROS TO WS-IX-NPOST.
013510     PERFORM 2480-IMPRIMIR-NAO-POSTADO THRU 2480-EXIT
013520         WS-QTDE-NPOST TIMES.
013530     MOVE "DETALHES NAO POSTADOS .........." TO WS-TOT-LITERAL.
013540     MOVE WS-EXT-QTDE-NPOST TO WS-TOT-QTDE.
013550     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
013560     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013570 2470-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------------
013610* 2480-IMPRIMIR-NAO-POSTADO - IMPRIME UMA ENTRADA DA TABELA DOS
013620*                             NAO POSTADOS SE FOR DO DEPARTAMENTO
013630*                             DO EXTRATO
013640*----------------------------------------------------------------
013650 2480-IMPRIMIR-NAO-POSTADO.
013660     ADD 1 TO WS-IX-NPOST.
013670     IF WS-TAB-NPOST-DEPTO (WS-IX-NPOST)
013680             NOT = WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
013690         GO TO 2480-EXIT
013700     END-IF.
013710     ADD 1 TO WS-EXT-QTDE-NPOST.
013720     MOVE WS-TAB-NPOST-BATCH (WS-IX-NPOST) TO WS-LNP-BATCH-ID.
013730     MOVE WS-TAB-NPOST-CONTA (WS-IX-NPOST) TO WS-LNP-CONTA.
013740     MOVE WS-TAB-NPOST-SOMA (WS-IX-NPOST) TO WS-LNP-SOMA.
013750     MOVE WS-TAB-NPOST-STATUS (WS-IX-NPOST) TO WS-LNP-STATUS.
013760     MOVE WS-TAB-NPOST-STATUS (WS-IX-NPOST) TO WS-STATUS-DESCRITO.
013770     PERFORM 2280-DESCREVER-STATUS THRU 2280-EXIT.
013780     MOVE WS-DESCRICAO-STATUS TO WS-LNP-SITUACAO.
013790     MOVE WS-LINHA-NPOST TO WS-LINHA-IMPRESSAO.
013800     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013810 2480-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------
013850* 2500-IMPRIMIR-ABERTAS - RELE O ARQUIVO DE EXCECOES E IMPRIME
013860*                         AS EXCECOES DO DEPARTAMENTO AINDA EM
013870*                         ABERTO, COM A IDADE EM DIAS (AS DO
013880*                         CICLO JA SAIRAM NOS REJEITADOS)
013890*----------------------------------------------------------------
013900 2500-IMPRIMIR-ABERTAS.
013910     IF WS-TAB-DEPT-QTDE-ABERTA (WS-IX-DEPT) = ZEROS
013920         GO TO 2500-EXIT
013930     END-IF.
013940     MOVE SPACES TO WS-LINHA-IMPRESSAO.
013950     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013960     MOVE "EXCECOES EM ABERTO DE CICLOS ANTERIORES"
013970         TO WS-LINHA-IMPRESSAO.
013980     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
013990     MOVE WS-LINHA-CAB-EXCP TO WS-LINHA-IMPRESSAO.
014000     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
014010     MOVE 'N' TO WS-FIM-EXCP-SW.
014020     OPEN INPUT EXCEPTION-FILE.
014030     PERFORM 2550-LER-ABERTA THRU 2550-EXIT
014040         UNTIL WS-FIM-EXCP.
014050     CLOSE EXCEPTION-FILE.
014060     MOVE "EXCECOES EM ABERTO ............." TO WS-TOT-LITERAL.
014070     MOVE WS-EXT-QTDE-ABERTAS TO WS-TOT-QTDE.
014080     MOVE WS-LINHA-TOT TO WS-LINHA-IMPRESSAO.
014090     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
014100 2500-EXIT.
014110     EXIT.
014120
014130*----------------------------------------------------------------
014140* 2550-LER-ABERTA - LE UMA EXCECAO E A IMPRIME SE FOR DO
014150*                   DEPARTAMENTO, DE CICLO ANTERIOR, E AINDA
014160*                   ESTIVER EM ABERTO
014170*----------------------------------------------------------------
014180 2550-LER-ABERTA.
014190     READ EXCEPTION-FILE
014200         AT END
014210             SET WS-FIM-EXCP TO TRUE
014220             GO TO 2550-EXIT
014230     END-READ.
014240     IF EXCP-DEPTO NOT = WS-TAB-DEPT-CODIGO (WS-IX-DEPT)
014250         GO TO 2550-EXIT
014260     END-IF.
014270     IF NOT EXCP-ABERTA
014280         GO TO 2550-EXIT
014290     END-IF.
014300     PERFORM 1480-VERIFICAR-CICLO THRU 1480-EXIT.
014310     IF WS-EXCP-DO-CICLO
014320         GO TO 2550-EXIT
014330     END-IF.
014340     ADD 1 TO WS-EXT-QTDE-ABERTAS.
014350     PERFORM 2700-IMPRIMIR-EXCECAO THRU 2700-EXIT.
014360 2550-EXIT.
014370     EXIT.
014380
014390*----------------------------------------------------------------
014400* 2600-FECHAR-SAIDA - FECHA A DD PROPRIA DO DEPARTAMENTO (A DD
014410*                     GERAL SO E FECHADA NO ENCERRAMENTO)
014420*----------------------------------------------------------------
014430 2600-FECHAR-SAIDA.
014440     IF NOT WS-SAIDA-GERAL
014450         CLOSE EXTRATO-FILE
014460     END-IF.
014470 2600-EXIT.
014480     EXIT.
014490
014500*----------------------------------------------------------------
014510* 2700-IMPRIMIR-EXCECAO - MONTA E IMPRIME A LINHA DA EXCECAO
014520*                         CORRENTE, COM A IDADE EM DIAS CONTADA
014530*                         DA DATA DA EXCECAO ATE A DATA DE
014540*                         EXECUCAO
014550*----------------------------------------------------------------
014560 2700-IMPRIMIR-EXCECAO.
014570     MOVE EXCP-PROGRAMA TO WS-LEX-PROGRAMA.
014580     MOVE EXCP-DATA TO WS-LEX-DATA.
014590     MOVE ZEROS TO WS-DIAS-ABERTA.
014600     IF EXCP-DATA IS NUMERIC AND EXCP-DATA NOT = ZEROS
014610         MOVE EXCP-DATA TO WS-DATA-CALC
014620         PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
014630         COMPUTE WS-DIAS-ABERTA = WS-DIAS-HOJE - WS-DIAS-CALC
014640     END-IF.
014650     IF WS-DIAS-ABERTA < ZERO
014660         MOVE ZEROS TO WS-DIAS-ABERTA
014670     END-IF.
014680     MOVE WS-DIAS-ABERTA TO WS-LEX-DIAS.
014690     MOVE EXCP-NUMERO-REGISTRO TO WS-LEX-REGISTRO.
014700     MOVE EXCP-CAMPO TO WS-LEX-MOTIVO.
014710     MOVE EXCP-VALOR-DIGITADO TO WS-LEX-VALOR.
014720     MOVE EXCP-IMAGEM-TRAN TO WS-IMAGEM-EXCP.
014730     MOVE WS-IMG-CONTA TO WS-LEX-CONTA.
014740     EVALUATE TRUE
014750         WHEN EXCP-REENVIADA
014760             MOVE "REENVIADA" TO WS-LEX-SITUACAO
014770         WHEN EXCP-BAIXADA
014780             MOVE "BAIXADA" TO WS-LEX-SITUACAO
014790         WHEN OTHER
014800             MOVE "ABERTA" TO WS-LEX-SITUACAO
014810     END-EVALUATE.
014820     MOVE WS-LINHA-EXCP TO WS-LINHA-IMPRESSAO.
014830     PERFORM 8500-ESCREVER-LINHA THRU 8500-EXIT.
014840 2700-EXIT.
014850     EXIT.
014860
014870*----------------------------------------------------------------
014880* 7000-CALCULAR-DIAS - CONVERTE WS-DATA-CALC (AAAAMMDD) EM UM
014890*                      NUMERO SERIAL DE DIAS EM WS-DIAS-CALC,
014900*                      CONSIDERANDO OS ANOS BISSEXTOS
014910*----------------------------------------------------------------
014920 7000-CALCULAR-DIAS.
014930     COMPUTE WS-DIAS-CALC =
014940         WS-CALC-ANO * 365
014950         + WS-CALC-ANO / 4
014960         - WS-CALC-ANO / 100
014970         + WS-CALC-ANO / 400
014980         + WS-DIAS-ACUM-MES (WS-CALC-MES)
014990         + WS-CALC-DIA.
015000     IF WS-CALC-MES > 2
015010         GO TO 7000-EXIT
015020     END-IF.
015030     DIVIDE WS-CALC-ANO BY 4
015040         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
015050     IF WS-RESTO-CALC NOT = ZERO
015060         GO TO 7000-EXIT
015070     END-IF.
015080     DIVIDE WS-CALC-ANO BY 100
015090         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
015100     IF WS-RESTO-CALC NOT = ZERO
015110         SUBTRACT 1 FROM WS-DIAS-CALC
015120         GO TO 7000-EXIT
015130     END-IF.
015140     DIVIDE WS-CALC-ANO BY 400
015150         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
015160     IF WS-RESTO-CALC = ZERO
015170         SUBTRACT 1 FROM WS-DIAS-CALC
015180     END-IF.
015190 7000-EXIT.
015200     EXIT.
015210
015220*----------------------------------------------------------------
015230* 8500-ESCREVER-LINHA - GRAVA UMA LINHA DO EXTRATO, QUEBRANDO A
015240*                       PAGINA QUANDO NECESSARIO
015250*----------------------------------------------------------------
015260 8500-ESCREVER-LINHA.
015270     IF WS-LINHA-CORRENTE > WS-LINHAS-POR-PAGINA
015280         PERFORM 8600-ESCREVER-CABECALHO THRU 8600-EXIT
015290     END-IF.
015300     MOVE WS-LINHA-IMPRESSAO TO WS-LINHA-GRAVACAO.
015310     PERFORM 8650-GRAVAR-LINHA THRU 8650-EXIT.
015320     ADD 1 TO WS-LINHA-CORRENTE.
015330 8500-EXIT.
015340     EXIT.
015350
015360*----------------------------------------------------------------
015370* 8600-ESCREVER-CABECALHO - INICIA UMA NOVA PAGINA DO EXTRATO COM
015380*                          O DEPARTAMENTO E O RESPONSAVEL
015390*----------------------------------------------------------------
015400 8600-ESCREVER-CABECALHO.
015410     ADD 1 TO WS-PAGINA.
015420     MOVE WS-PAGINA TO WS-CAB-PAGINA.
015430     MOVE WS-DATA-HOJE TO WS-CAB-DATA.
015440     MOVE WS-TAB-DEPT-CODIGO (WS-IX-DEPT) TO WS-CAB-DEPTO.
015450     MOVE WS-TAB-DEPT-NOME (WS-IX-DEPT) TO WS-CAB-NOME.
015460     MOVE WS-TAB-DEPT-RESP (WS-IX-DEPT) TO WS-CAB-RESP.
015470     MOVE WS-LINHA-CAB-1 TO WS-LINHA-GRAVACAO.
015480     IF WS-SAIDA-GERAL
015490         WRITE GERAL-RECORD FROM WS-LINHA-GRAVACAO
015500             AFTER ADVANCING PAGE
015510     ELSE
015520         WRITE EXTRATO-RECORD FROM WS-LINHA-GRAVACAO
015530             AFTER ADVANCING PAGE
015540     END-IF.
015550     MOVE WS-LINHA-CAB-2 TO WS-LINHA-GRAVACAO.
015560     PERFORM 8650-GRAVAR-LINHA THRU 8650-EXIT.
015570     MOVE SPACES TO WS-LINHA-GRAVACAO.
015580     PERFORM 8650-GRAVAR-LINHA THRU 8650-EXIT.
015590     MOVE 4 TO WS-LINHA-CORRENTE.
015600 8600-EXIT.
015610     EXIT.
015620
015630*----------------------------------------------------------------
015640* 8650-GRAVAR-LINHA - GRAVA WS-LINHA-GRAVACAO NA SAIDA CORRENTE
015650*                     DO EXTRATO (DD PROPRIA OU GERAL)
015660*----------------------------------------------------------------
015670 8650-GRAVAR-LINHA.
015680     IF WS-SAIDA-GERAL
015690         WRITE GERAL-RECORD FROM WS-LINHA-GRAVACAO
015700             AFTER ADVANCING 1 LINE
015710     ELSE
015720         WRITE EXTRATO-RECORD FROM WS-LINHA-GRAVACAO
015730             AFTER ADVANCING 1 LINE
015740     END-IF.
015750 8650-EXIT.
015760     EXIT.
015770
015780*----------------------------------------------------------------
015790* 9000-ENCERRAR - FECHA A DD GERAL E EXIBE OS CONTADORES DA
015800*                 EMISSAO NO CONSOLE
015810*----------------------------------------------------------------
015820 9000-ENCERRAR.
015830     IF WS-GERAL-ABERTO
015840         CLOSE GERAL-FILE
015850     END-IF.
015860     IF WS-TAB-ESTOURADA
015870         DISPLAY "*** TABELA DO FEED ESGOTADA - EXTRATOS "
015880                 "INCOMPLETOS ***"
015890         IF RETURN-CODE < 4
015900             MOVE 4 TO RETURN-CODE
015910         END-IF
015920     END-IF.
015930     IF WS-QTDE-DET-NAO-POSTADO > ZEROS
015940         DISPLAY "*** " WS-QTDE-DET-NAO-POSTADO
015950                 " DETALHES DO FEED EM LOTE NAO POSTADO NO GL ***"
015960         IF RETURN-CODE < 4
015970             MOVE 4 TO RETURN-CODE
015980         END-IF
015990     END-IF.
016000     DISPLAY "------------------------------------------------".
016010     DISPLAY "EXTRATOS EMITIDOS .............. "
016020             WS-QTDE-EXTRATOS.
016030     DISPLAY "EXTRATOS SEM MOVIMENTO ......... "
016040             WS-QTDE-SEM-MOVIMENTO.
016050     DISPLAY "EXTRATOS NA SAIDA GERAL ........ "
016060             WS-QTDE-NA-GERAL.
016070     DISPLAY "DETALHES DO FEED LIDOS ......... "
016080             WS-QTDE-DET-FEED.
016090     DISPLAY "DETALHES SEM DEPARTAMENTO ATIVO  "
016100             WS-QTDE-DET-SEM-DEPTO.
016110     DISPLAY "DETALHES REJEITADOS PELO GL .... "
016120             WS-QTDE-DET-REJ-GL.
016130     DISPLAY "DETALHES EM LOTE NAO POSTADO ... "
016140             WS-QTDE-DET-NAO-POSTADO.
016150     DISPLAY "EXCECOES SEM DEPARTAMENTO ATIVO  "
016160             WS-QTDE-EXCP-SEM-DEPTO.
016170     DISPLAY "------------------------------------------------".
016180 9000-EXIT.
016190     EXIT.
