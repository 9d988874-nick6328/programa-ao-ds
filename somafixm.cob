000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMAFIXM.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - MANUTENCAO INTERATIVA DO
000130*                   CADASTRO DE LANCAMENTOS FIXOS (FIXOFILE), NO
000140*                   MOLDE DO SOMACNTA. INCLUI E ALTERA OS
000150*                   LANCAMENTOS DE CADA DEPARTAMENTO (CONTA,
000160*                   VALOR COM SINAL, FREQUENCIA, VIGENCIA, DIA
000170*                   DE POSTAGEM E INDICADOR DE ATIVO), GERADOS
000180*                   PELO SOMAFIXO. O DEPARTAMENTO TEM DE ESTAR
000190*                   ATIVO NO CADASTRO DE DEPARTAMENTOS E A CONTA
000200*                   ATIVA NO CADASTRO DE CONTAS. EXIGE SIGN-ON
000210*                   DE OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO);
000220*                   SEM CADASTRO DE OPERADORES, SEGUE SEM
000230*                   CONTROLE DE ACESSO PARA PERMITIR A
000240*                   IMPLANTACAO. GRAVA CADA SIGN-ON E CADA
000250*                   INCLUSAO/ALTERACAO (IMAGEM ANTES/DEPOIS) NO
000260*                   JORNAL PERMANENTE DE SEGURANCA (SEGFILE).
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FIXO-FILE ASSIGN TO "FIXOFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS FIXO-CHAVE
000400         FILE STATUS IS WS-STATUS-FIXO.
000410     SELECT CNTA-FILE ASSIGN TO "CNTAFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CNTA-CODIGO
000450         FILE STATUS IS WS-STATUS-CNTA.
000460     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-STATUS-DEPT.
000490     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OPER-ID
000530         FILE STATUS IS WS-STATUS-OPER.
000540     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-STATUS-PARM.
000570     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-STATUS-SEG.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  FIXO-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 100 CHARACTERS.
000660 COPY FIXOREC.
000670
000680 FD  CNTA-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 50 CHARACTERS.
000710 COPY CNTAREC.
000720
000730 FD  DEPT-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 COPY DEPTREC.
000770
000780 FD  OPER-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 60 CHARACTERS.
000810 COPY OPERREC.
000820
000830 FD  PARM-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 50 CHARACTERS.
000860 COPY PARMREC.
000870
000880 FD  SEG-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 170 CHARACTERS.
000910 COPY SEGREC.
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* CONTROLE DE ACESSO AOS CADASTROS E CONTADORES DA SESSAO
000960*----------------------------------------------------------------
000970 77  WS-STATUS-FIXO             PIC X(02) VALUE "00".
000980 77  WS-STATUS-CNTA             PIC X(02) VALUE "00".
000990 77  WS-STATUS-DEPT             PIC X(02) VALUE "00".
001000 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
001010 77  WS-QTDE-INCLUIDAS          PIC 9(05) VALUE ZEROS.
001020 77  WS-QTDE-ALTERADAS          PIC 9(05) VALUE ZEROS.
001030 77  WS-OPERADOR-SIGNON         PIC X(08) VALUE SPACES.
001040
001050*----------------------------------------------------------------
001060* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE),
001070* COM A IMAGEM RESUMIDA DO LANCAMENTO FIXO ANTES/DEPOIS
001080*----------------------------------------------------------------
001090 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
001100 01  WS-SEGURANCA.
001110     05  WS-SEG-EVENTO          PIC X(10).
001120     05  WS-SEG-RESULTADO       PIC X(01).
001130     05  WS-SEG-ANTES           PIC X(60).
001140     05  WS-SEG-DEPOIS          PIC X(60).
001150
001160 01  WS-SEG-IMAGEM-FIXO.
001170     05  WS-SIF-DEPTO           PIC X(04).
001180     05  WS-SIF-NUMERO          PIC 9(04).
001190     05  WS-SIF-CONTA           PIC X(08).
001200     05  WS-SIF-VALOR           PIC 9(07)V99.
001210     05  WS-SIF-SINAL           PIC X(01).
001220     05  WS-SIF-FREQUENCIA      PIC X(01).
001230     05  WS-SIF-DATA-INICIO     PIC 9(08).
001240     05  WS-SIF-DATA-FIM        PIC 9(08).
001250     05  WS-SIF-DIA-POSTAGEM    PIC 9(02).
001260     05  WS-SIF-ATIVO-SW        PIC X(01).
001270     05  FILLER                 PIC X(14).
001280
001290*----------------------------------------------------------------
001300* CONFIGURACOES LIDAS DO ARQUIVO DE PARAMETROS (SOMAPARM)
001310*----------------------------------------------------------------
001320 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001330 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001340 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001350
001360*----------------------------------------------------------------
001370* VALIDACAO DE DATAS (AAAAMMDD) E DO ULTIMO DIA DO MES
001380*----------------------------------------------------------------
001390 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
001400 01  FILLER REDEFINES WS-DATA-CALC.
001410     05  WS-DCALC-ANO           PIC 9(04).
001420     05  WS-DCALC-MES           PIC 9(02).
001430     05  WS-DCALC-DIA           PIC 9(02).
001440 01  WS-TAB-DIAS-MES-X          PIC X(24) VALUE
001450     "312831303130313130313031".
001460 01  FILLER REDEFINES WS-TAB-DIAS-MES-X.
001470     05  WS-TAB-DIAS-MES        PIC 9(02) OCCURS 12 TIMES.
001480 77  WS-DIAS-NO-MES             PIC 9(02) VALUE ZEROS.
001490 77  WS-QUOCIENTE               PIC 9(04) VALUE ZEROS.
001500 77  WS-RESTO-4                 PIC 9(04) VALUE ZEROS.
001510 77  WS-RESTO-100               PIC 9(04) VALUE ZEROS.
001520 77  WS-RESTO-400               PIC 9(04) VALUE ZEROS.
001530
001540*----------------------------------------------------------------
001550* CAMPOS DE DIGITACAO DA MANUTENCAO
001560*----------------------------------------------------------------
001570 77  WS-IX-AJUSTE               PIC 9(02) VALUE ZEROS.
001580 77  WS-CONTA-PROCURADA         PIC X(08) VALUE SPACES.
001590 77  WS-DEPTO-PROCURADO         PIC X(04) VALUE SPACES.
001600 01  WS-COMANDO                 PIC X(01).
001610     88  WS-CMD-INCLUIR         VALUE 'I'.
001620     88  WS-CMD-ALTERAR         VALUE 'A'.
001630     88  WS-CMD-ENCERRAR        VALUE 'E'.
001640 01  WS-ENTRADA-DEPTO           PIC X(04).
001650 01  WS-ENTRADA-NUMERO          PIC X(04).
001660 01  WS-ENTRADA-NUMERO-N REDEFINES WS-ENTRADA-NUMERO
001670                                PIC 9(04).
001680 01  WS-ENTRADA-CONTA           PIC X(08).
001690 01  WS-ENTRADA-DESCR           PIC X(30).
001700 01  WS-ENTRADA-VALOR           PIC X(09).
001710 01  WS-ENTRADA-VALOR-N REDEFINES WS-ENTRADA-VALOR
001720                                PIC 9(07)V99.
001730 01  WS-ENTRADA-DESLOC          PIC X(09).
001740 01  WS-ENTRADA-SINAL           PIC X(01).
001750 01  WS-ENTRADA-FREQUENCIA      PIC X(01).
001760 01  WS-ENTRADA-DATA            PIC X(08).
001770 01  WS-ENTRADA-DATA-N REDEFINES WS-ENTRADA-DATA
001780                                PIC 9(08).
001790 01  WS-ENTRADA-DIA             PIC X(02).
001800 01  WS-ENTRADA-DIA-N REDEFINES WS-ENTRADA-DIA
001810                                PIC 9(02).
001820 01  WS-ENTRADA-ATIVO           PIC X(01).
001830 01  WS-VALOR-EDIT              PIC Z.ZZZ.ZZ9,99.
001840
001850 01  WS-SWITCHES.
001860     05  WS-FIM-MANUTENCAO-SW   PIC X(01) VALUE 'N'.
001870         88  WS-FIM-MANUTENCAO  VALUE 'S'.
001880     05  WS-FIM-DEPT-SW         PIC X(01) VALUE 'N'.
001890         88  WS-FIM-DEPT        VALUE 'S'.
001900     05  WS-ACHADO-SW           PIC X(01) VALUE 'N'.
001910         88  WS-ACHADO          VALUE 'S'.
001920     05  WS-CNTA-ACHADA-SW      PIC X(01) VALUE 'N'.
001930         88  WS-CNTA-ACHADA     VALUE 'S'.
001940     05  WS-DEPT-ACHADO-SW      PIC X(01) VALUE 'N'.
001950         88  WS-DEPT-ACHADO     VALUE 'S'.
001960     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
001970         88  WS-OPER-ACHADO     VALUE 'S'.
001980     05  WS-SIGNON-VALIDO-SW    PIC X(01) VALUE 'N'.
001990         88  WS-SIGNON-VALIDO   VALUE 'S'.
002000     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
002010         88  WS-CAMPO-VALIDO    VALUE 'S'.
002020     05  WS-DATA-VALIDA-SW      PIC X(01) VALUE 'N'.
002030         88  WS-DATA-VALIDA     VALUE 'S'.
002040
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------------
002070 0000-MAINLINE.
002080*----------------------------------------------------------------
002090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002100     PERFORM 2000-PROCESSAR-COMANDO THRU 2000-EXIT
002110         UNTIL WS-FIM-MANUTENCAO.
002120     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
002130     STOP RUN.
002140
002150*----------------------------------------------------------------
002160* 1000-INICIALIZAR - LE OS PARAMETROS, EXIGE O SIGN-ON DE NIVEL
002170*                    2 (SUPERVISAO), ABRE O CADASTRO DE CONTAS E
002180*                    O CADASTRO DE LANCAMENTOS FIXOS INDEXADO
002190*                    (CRIANDO-O NA PRIMEIRA EXECUCAO)
002200*----------------------------------------------------------------
002210 1000-INICIALIZAR.
002220     DISPLAY "------------------------------------------------".
002230     DISPLAY "  SOMAFIXM - MANUTENCAO DOS LANCAMENTOS FIXOS".
002240     DISPLAY "------------------------------------------------".
002250     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
002260     IF WS-DATA-EXECUCAO = ZEROS
002270         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002280     ELSE
002290         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
002300     END-IF.
002310     OPEN INPUT OPER-FILE.
002320     IF WS-STATUS-OPER NOT = "00"
002330         DISPLAY "CADASTRO DE OPERADORES VAZIO OU AUSENTE - "
002340                 "MANUTENCAO LIBERADA SEM CONTROLE DE ACESSO."
002350     ELSE
002360         MOVE 'N' TO WS-SIGNON-VALIDO-SW
002370         PERFORM 1200-OBTER-SIGNON THRU 1200-EXIT
002380             UNTIL WS-SIGNON-VALIDO
002390         CLOSE OPER-FILE
002400     END-IF.
002410     OPEN INPUT CNTA-FILE.
002420     IF WS-STATUS-CNTA NOT = "00"
002430         DISPLAY "*** CADASTRO DE CONTAS INDISPONIVEL ["
002440                 WS-STATUS-CNTA "] ***"
002450         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002460     END-IF.
002470     OPEN I-O FIXO-FILE.
002480     IF WS-STATUS-FIXO = "35"
002490         DISPLAY "CADASTRO DE LANCAMENTOS FIXOS VAZIO - CARGA "
002500                 "INICIAL LIBERADA."
002510         OPEN OUTPUT FIXO-FILE
002520         CLOSE FIXO-FILE
002530         OPEN I-O FIXO-FILE
002540     END-IF.
002550     IF WS-STATUS-FIXO NOT = "00"
002560         DISPLAY "*** CADASTRO DE LANCAMENTOS FIXOS "
002570                 "INDISPONIVEL [" WS-STATUS-FIXO "] ***"
002580         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002590     END-IF.
002600 1000-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------
002640* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
002650*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
002660*                       ARQUIVO, USA A DATA DO DIA
002670*----------------------------------------------------------------
002680 1050-LER-PARAMETROS.
002690     OPEN INPUT PARM-FILE.
002700     IF WS-STATUS-PARM NOT = "00"
002710         GO TO 1050-EXIT
002720     END-IF.
002730     READ PARM-FILE
002740         AT END
002750             CLOSE PARM-FILE
002760             GO TO 1050-EXIT
002770     END-READ.
002780     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
002790     CLOSE PARM-FILE.
002800 1050-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------
002840* 1200-OBTER-SIGNON - LE O ID DO OPERADOR RESPONSAVEL DIRETO
002850*                     PELA CHAVE DO CADASTRO INDEXADO E EXIGE
002860*                     OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO)
002870*                     OU SUPERIOR
002880*----------------------------------------------------------------
002890 1200-OBTER-SIGNON.
002900     DISPLAY "ID DO OPERADOR RESPONSAVEL .. " WITH NO ADVANCING.
002910     ACCEPT WS-OPERADOR-SIGNON.
002920     MOVE 'N' TO WS-OPER-ACHADO-SW.
002930     MOVE WS-OPERADOR-SIGNON TO OPER-ID.
002940     READ OPER-FILE
002950         INVALID KEY
002960             CONTINUE
002970         NOT INVALID KEY
002980             SET WS-OPER-ACHADO TO TRUE
002990     END-READ.
003000     MOVE SPACES TO WS-SEG-ANTES.
003010     MOVE SPACES TO WS-SEG-DEPOIS.
003020     MOVE "SIGNON" TO WS-SEG-EVENTO.
003030     IF NOT WS-OPER-ACHADO
003040         DISPLAY "*** OPERADOR DESCONHECIDO ***"
003050         MOVE 'N' TO WS-SEG-RESULTADO
003060         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
003070         GO TO 1200-EXIT
003080     END-IF.
003090     IF NOT OPER-ATIVO
003100         DISPLAY "*** OPERADOR INATIVO ***"
003110         MOVE 'N' TO WS-SEG-RESULTADO
003120         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
003130         GO TO 1200-EXIT
003140     END-IF.
003150     IF OPER-NIVEL < 2
003160         DISPLAY "*** NIVEL DE AUTORIZACAO INSUFICIENTE - "
003170                 "EXIGE NIVEL 2 (SUPERVISAO) ***"
003180         MOVE 'N' TO WS-SEG-RESULTADO
003190         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
003200         GO TO 1200-EXIT
003210     END-IF.
003220     SET WS-SIGNON-VALIDO TO TRUE.
003230     MOVE 'P' TO WS-SEG-RESULTADO.
003240     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
003250 1200-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------
003290* 1300-PROCURAR-DEPTO - VARRE O CADASTRO DE DEPARTAMENTOS A
003300*                       PROCURA DO DEPARTAMENTO ATIVO
003310*                       WS-DEPTO-PROCURADO
003320*----------------------------------------------------------------
003330 1300-PROCURAR-DEPTO.
003340     MOVE 'N' TO WS-DEPT-ACHADO-SW.
003350     MOVE 'N' TO WS-FIM-DEPT-SW.
003360     OPEN INPUT DEPT-FILE.
003370     IF WS-STATUS-DEPT NOT = "00"
003380         DISPLAY "*** CADASTRO DE DEPARTAMENTOS VAZIO OU "
003390                 "AUSENTE ***"
003400         GO TO 1300-EXIT
003410     END-IF.
003420     PERFORM 1350-LER-DEPTO THRU 1350-EXIT
003430         UNTIL WS-FIM-DEPT OR WS-DEPT-ACHADO.
003440     CLOSE DEPT-FILE.
003450 1300-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------
003490* 1350-LER-DEPTO - LE UM REGISTRO DO CADASTRO DE DEPARTAMENTOS E
003500*                  ACUSA O DEPARTAMENTO PROCURADO, SE ATIVO
003510*----------------------------------------------------------------
003520 1350-LER-DEPTO.
003530     READ DEPT-FILE
003540         AT END
003550             SET WS-FIM-DEPT TO TRUE
003560             GO TO 1350-EXIT
003570     END-READ.
003580     IF DEPT-CODIGO = WS-DEPTO-PROCURADO AND DEPT-ATIVO
003590         SET WS-DEPT-ACHADO TO TRUE
003600     END-IF.
003610 1350-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------------
003650* 1400-LER-CONTA-CHAVE - LE A CONTA WS-CONTA-PROCURADA DIRETO
003660*                        PELA CHAVE DO CADASTRO DE CONTAS
003670*----------------------------------------------------------------
003680 1400-LER-CONTA-CHAVE.
003690     MOVE 'N' TO WS-CNTA-ACHADA-SW.
003700     MOVE WS-CONTA-PROCURADA TO CNTA-CODIGO.
003710     READ CNTA-FILE
003720         INVALID KEY
003730             CONTINUE
003740         NOT INVALID KEY
003750             SET WS-CNTA-ACHADA TO TRUE
003760     END-READ.
003770 1400-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 1450-LER-FIXO-CHAVE - LE O LANCAMENTO FIXO DO DEPARTAMENTO E
003820*                       NUMERO DIGITADOS DIRETO PELA CHAVE
003830*----------------------------------------------------------------
003840 1450-LER-FIXO-CHAVE.
003850     MOVE 'N' TO WS-ACHADO-SW.
003860     MOVE WS-ENTRADA-DEPTO TO FIXO-DEPTO.
003870     MOVE WS-ENTRADA-NUMERO-N TO FIXO-NUMERO.
003880     READ FIXO-FILE
003890         INVALID KEY
003900             CONTINUE
003910         NOT INVALID KEY
003920             SET WS-ACHADO TO TRUE
003930     END-READ.
003940 1450-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 1900-RECUSAR-SESSAO - ENCERRA A SESSAO SEM MANUTENCAO QUANDO UM
003990*                       CADASTRO OBRIGATORIO NAO ESTA DISPONIVEL
004000*----------------------------------------------------------------
004010 1900-RECUSAR-SESSAO.
004020     DISPLAY "*** SESSAO DE MANUTENCAO DOS LANCAMENTOS FIXOS "
004030             "RECUSADA ***".
004040     MOVE 12 TO RETURN-CODE.
004050     STOP RUN.
004060 1900-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 2000-PROCESSAR-COMANDO - LE E EXECUTA O PROXIMO COMANDO DA
004110*                          MANUTENCAO (I=INCLUIR, A=ALTERAR,
004120*                          E=ENCERRAR)
004130*----------------------------------------------------------------
004140 2000-PROCESSAR-COMANDO.
004150     DISPLAY "COMANDO (I=INCLUIR, A=ALTERAR, E=ENCERRAR) "
004160         WITH NO ADVANCING.
004170     ACCEPT WS-COMANDO.
004180     EVALUATE TRUE
004190         WHEN WS-CMD-INCLUIR
004200             PERFORM 2100-INCLUIR-FIXO THRU 2100-EXIT
004210         WHEN WS-CMD-ALTERAR
004220             PERFORM 2200-ALTERAR-FIXO THRU 2200-EXIT
004230         WHEN WS-CMD-ENCERRAR
004240             SET WS-FIM-MANUTENCAO TO TRUE
004250         WHEN OTHER
004260             DISPLAY "*** COMANDO INVALIDO [" WS-COMANDO "] ***"
004270     END-EVALUATE.
004280 2000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 2100-INCLUIR-FIXO - INCLUI UM LANCAMENTO FIXO NOVO PARA UM
004330*                     DEPARTAMENTO ATIVO
004340*----------------------------------------------------------------
004350 2100-INCLUIR-FIXO.
004360     PERFORM 2150-OBTER-CHAVE THRU 2150-EXIT.
004370     IF NOT WS-CAMPO-VALIDO
004380         GO TO 2100-EXIT
004390     END-IF.
004400     MOVE WS-ENTRADA-DEPTO TO WS-DEPTO-PROCURADO.
004410     PERFORM 1300-PROCURAR-DEPTO THRU 1300-EXIT.
004420     IF NOT WS-DEPT-ACHADO
004430         DISPLAY "*** DEPARTAMENTO DESCONHECIDO OU INATIVO ***"
004440         GO TO 2100-EXIT
004450     END-IF.
004460     PERFORM 1450-LER-FIXO-CHAVE THRU 1450-EXIT.
004470     IF WS-ACHADO
004480         DISPLAY "*** LANCAMENTO FIXO JA CADASTRADO - USE "
004490                 "ALTERAR ***"
004500         GO TO 2100-EXIT
004510     END-IF.
004520     INITIALIZE FIXO-RECORD.
004530     MOVE WS-ENTRADA-DEPTO TO FIXO-DEPTO.
004540     MOVE WS-ENTRADA-NUMERO-N TO FIXO-NUMERO.
004550     MOVE '+' TO FIXO-SINAL.
004560     MOVE 'M' TO FIXO-FREQUENCIA.
004570     MOVE 'S' TO FIXO-ATIVO-SW.
004580     PERFORM 2500-OBTER-DADOS-FIXO THRU 2500-EXIT.
004590     WRITE FIXO-RECORD
004600         INVALID KEY
004610             DISPLAY "*** INCLUSAO RECUSADA [" WS-STATUS-FIXO
004620                     "] ***"
004630             GO TO 2100-EXIT
004640     END-WRITE.
004650     ADD 1 TO WS-QTDE-INCLUIDAS.
004660     MOVE "FIXO-INCL" TO WS-SEG-EVENTO.
004670     MOVE 'P' TO WS-SEG-RESULTADO.
004680     MOVE SPACES TO WS-SEG-ANTES.
004690     PERFORM 2800-MONTAR-IMAGEM THRU 2800-EXIT.
004700     MOVE WS-SEG-IMAGEM-FIXO TO WS-SEG-DEPOIS.
004710     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
004720     DISPLAY "LANCAMENTO FIXO INCLUIDO.".
004730 2100-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 2150-OBTER-CHAVE - LE O DEPARTAMENTO E O NUMERO DE ORDEM DO
004780*                    LANCAMENTO FIXO (1 A 9999)
004790*----------------------------------------------------------------
004800 2150-OBTER-CHAVE.
004810     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
004820     DISPLAY "DEPARTAMENTO ................. " WITH NO ADVANCING.
004830     ACCEPT WS-ENTRADA-DEPTO.
004840     IF WS-ENTRADA-DEPTO = SPACES
004850         DISPLAY "*** DEPARTAMENTO OBRIGATORIO ***"
004860         GO TO 2150-EXIT
004870     END-IF.
004880     DISPLAY "NUMERO DO LANCAMENTO (9999) .. " WITH NO ADVANCING.
004890     ACCEPT WS-ENTRADA-NUMERO.
004900     IF WS-ENTRADA-NUMERO IS NOT NUMERIC
004910         DISPLAY "*** NUMERO INVALIDO [" WS-ENTRADA-NUMERO
004920                 "] - DIGITE OS QUATRO ALGARISMOS ***"
004930         GO TO 2150-EXIT
004940     END-IF.
004950     IF WS-ENTRADA-NUMERO-N = ZEROS
004960         DISPLAY "*** NUMERO DEVE SER MAIOR QUE ZERO ***"
004970         GO TO 2150-EXIT
004980     END-IF.
004990     SET WS-CAMPO-VALIDO TO TRUE.
005000 2150-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040* 2200-ALTERAR-FIXO - ALTERA UM LANCAMENTO FIXO JA CADASTRADO E
005050*                     O REGRAVA PELA CHAVE; O ULTIMO PERIODO
005060*                     GERADO E PRESERVADO
005070*----------------------------------------------------------------
005080 2200-ALTERAR-FIXO.
005090     PERFORM 2150-OBTER-CHAVE THRU 2150-EXIT.
005100     IF NOT WS-CAMPO-VALIDO
005110         GO TO 2200-EXIT
005120     END-IF.
005130     PERFORM 1450-LER-FIXO-CHAVE THRU 1450-EXIT.
005140     IF NOT WS-ACHADO
005150         DISPLAY "*** LANCAMENTO FIXO NAO CADASTRADO ***"
005160         GO TO 2200-EXIT
005170     END-IF.
005180     PERFORM 2300-MOSTRAR-FIXO THRU 2300-EXIT.
005190     PERFORM 2800-MONTAR-IMAGEM THRU 2800-EXIT.
005200     MOVE WS-SEG-IMAGEM-FIXO TO WS-SEG-ANTES.
005210     PERFORM 2500-OBTER-DADOS-FIXO THRU 2500-EXIT.
005220     REWRITE FIXO-RECORD
005230         INVALID KEY
005240             DISPLAY "*** ALTERACAO RECUSADA [" WS-STATUS-FIXO
005250                     "] ***"
005260             GO TO 2200-EXIT
005270     END-REWRITE.
005280     ADD 1 TO WS-QTDE-ALTERADAS.
005290     MOVE "FIXO-ALT" TO WS-SEG-EVENTO.
005300     MOVE 'P' TO WS-SEG-RESULTADO.
005310     PERFORM 2800-MONTAR-IMAGEM THRU 2800-EXIT.
005320     MOVE WS-SEG-IMAGEM-FIXO TO WS-SEG-DEPOIS.
005330     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
005340     DISPLAY "LANCAMENTO FIXO ALTERADO.".
005350 2200-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------
005390* 2300-MOSTRAR-FIXO - MOSTRA O LANCAMENTO FIXO CORRENTE E O
005400*                    ULTIMO PERIODO JA GERADO PELO SOMAFIXO
005410*----------------------------------------------------------------
005420 2300-MOSTRAR-FIXO.
005430     MOVE FIXO-VALOR TO WS-VALOR-EDIT.
005440     DISPLAY "CONTA ATUAL .................. " FIXO-CONTA.
005450     DISPLAY "DESCRICAO ATUAL .............. " FIXO-DESCRICAO.
005460     DISPLAY "VALOR ATUAL .................. " FIXO-SINAL
005470             WS-VALOR-EDIT.
005480     DISPLAY "FREQUENCIA ATUAL ............. " FIXO-FREQUENCIA.
005490     DISPLAY "VIGENCIA ATUAL ............... " FIXO-DATA-INICIO
005500             " A " FIXO-DATA-FIM.
005510     DISPLAY "DIA DE POSTAGEM ATUAL ........ "
005520             FIXO-DIA-POSTAGEM.
005530     DISPLAY "ATIVO ATUAL .................. " FIXO-ATIVO-SW.
005540     IF FIXO-ULT-PERIODO = ZEROS
005550         DISPLAY "ULTIMO PERIODO GERADO ........ NENHUM"
005560     ELSE
005570         DISPLAY "ULTIMO PERIODO GERADO ........ "
005580                 FIXO-ULT-PERIODO " (POSTAGEM EM "
005590                 FIXO-ULT-DATA-POSTAGEM ")"
005600     END-IF.
005610     DISPLAY "(ENTER MANTEM O VALOR ATUAL DE CADA CAMPO)".
005620 2300-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 2500-OBTER-DADOS-FIXO - LE OS DADOS DO LANCAMENTO FIXO PARA O
005670*                         REGISTRO CORRENTE DO CADASTRO. NO
005680*                         LANCAMENTO UNICO, A DATA FINAL E A
005690*                         PROPRIA DATA INICIAL E O DIA DE
005700*                         POSTAGEM E O DIA DESSA DATA.
005710*----------------------------------------------------------------
005720 2500-OBTER-DADOS-FIXO.
005730     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005740     PERFORM 2510-OBTER-CONTA THRU 2510-EXIT
005750         UNTIL WS-CAMPO-VALIDO.
005760     DISPLAY "DESCRICAO .................... " WITH NO ADVANCING.
005770     ACCEPT WS-ENTRADA-DESCR.
005780     IF WS-ENTRADA-DESCR NOT = SPACES
005790         MOVE WS-ENTRADA-DESCR TO FIXO-DESCRICAO
005800     END-IF.
005810     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005820     PERFORM 2520-OBTER-VALOR THRU 2520-EXIT
005830         UNTIL WS-CAMPO-VALIDO.
005840     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005850     PERFORM 2530-OBTER-SINAL THRU 2530-EXIT
005860         UNTIL WS-CAMPO-VALIDO.
005870     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005880     PERFORM 2540-OBTER-FREQUENCIA THRU 2540-EXIT
005890         UNTIL WS-CAMPO-VALIDO.
005900     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005910     PERFORM 2550-OBTER-INICIO THRU 2550-EXIT
005920         UNTIL WS-CAMPO-VALIDO.
005930     IF FIXO-UNICA
005940         MOVE FIXO-DATA-INICIO TO FIXO-DATA-FIM
005950         MOVE FIXO-DATA-INICIO TO WS-DATA-CALC
005960         MOVE WS-DCALC-DIA TO FIXO-DIA-POSTAGEM
005970     ELSE
005980         MOVE 'N' TO WS-CAMPO-VALIDO-SW
005990         PERFORM 2560-OBTER-FIM THRU 2560-EXIT
006000             UNTIL WS-CAMPO-VALIDO
006010         MOVE 'N' TO WS-CAMPO-VALIDO-SW
006020         PERFORM 2570-OBTER-DIA THRU 2570-EXIT
006030             UNTIL WS-CAMPO-VALIDO
006040     END-IF.
006050     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
006060     PERFORM 2580-OBTER-ATIVO THRU 2580-EXIT
006070         UNTIL WS-CAMPO-VALIDO.
006080 2500-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 2510-OBTER-CONTA - LE A CONTA/CENTRO DE CUSTO DO LANCAMENTO,
006130*                    QUE TEM DE ESTAR ATIVA NO CADASTRO DE CONTAS
006140*----------------------------------------------------------------
006150 2510-OBTER-CONTA.
006160     DISPLAY "CONTA ........................ " WITH NO ADVANCING.
006170     ACCEPT WS-ENTRADA-CONTA.
006180     IF WS-ENTRADA-CONTA = SPACES
006190         MOVE FIXO-CONTA TO WS-ENTRADA-CONTA
006200     END-IF.
006210     IF WS-ENTRADA-CONTA = SPACES
006220         DISPLAY "*** CONTA OBRIGATORIA ***"
006230         GO TO 2510-EXIT
006240     END-IF.
006250     MOVE WS-ENTRADA-CONTA TO WS-CONTA-PROCURADA.
006260     PERFORM 1400-LER-CONTA-CHAVE THRU 1400-EXIT.
006270     IF NOT WS-CNTA-ACHADA
006280         DISPLAY "*** CONTA NAO CADASTRADA ***"
006290         GO TO 2510-EXIT
006300     END-IF.
006310     IF NOT CNTA-ATIVA
006320         DISPLAY "*** CONTA INATIVA ***"
006330         GO TO 2510-EXIT
006340     END-IF.
006350     MOVE WS-ENTRADA-CONTA TO FIXO-CONTA.
006360     SET WS-CAMPO-VALIDO TO TRUE.
006370 2510-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 2520-OBTER-VALOR - LE O VALOR DO LANCAMENTO, DIGITADO COM DUAS
006420*                    DECIMAIS SEM VIRGULA (150000 = 1.500,00),
006430*                    MAIOR QUE ZERO
006440*----------------------------------------------------------------
006450 2520-OBTER-VALOR.
006460     DISPLAY "VALOR (9999999V99) ........... " WITH NO ADVANCING.
006470     ACCEPT WS-ENTRADA-VALOR.
006480     IF WS-ENTRADA-VALOR = SPACES AND FIXO-VALOR > ZEROS
006490         SET WS-CAMPO-VALIDO TO TRUE
006500         GO TO 2520-EXIT
006510     END-IF.
006520     PERFORM 2525-AJUSTAR-VALOR THRU 2525-EXIT.
006530     IF WS-ENTRADA-VALOR IS NOT NUMERIC
006540         DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-VALOR
006550                 "] - DIGITE APENAS NUMEROS ***"
006560         GO TO 2520-EXIT
006570     END-IF.
006580     IF WS-ENTRADA-VALOR-N = ZEROS
006590         DISPLAY "*** VALOR DEVE SER MAIOR QUE ZERO ***"
006600         GO TO 2520-EXIT
006610     END-IF.
006620     MOVE WS-ENTRADA-VALOR-N TO FIXO-VALOR.
006630     SET WS-CAMPO-VALIDO TO TRUE.
006640 2520-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------
006680* 2525-AJUSTAR-VALOR - ALINHA A DIREITA O VALOR DIGITADO E
006690*                      COMPLETA COM ZEROS A ESQUERDA
006700*----------------------------------------------------------------
006710 2525-AJUSTAR-VALOR.
006720     IF WS-ENTRADA-VALOR = SPACES
006730         MOVE ZEROS TO WS-ENTRADA-VALOR
006740         GO TO 2525-EXIT
006750     END-IF.
006760     MOVE ZEROS TO WS-IX-AJUSTE.
006770     PERFORM 2527-DESLOCAR-DIREITA THRU 2527-EXIT
006780         UNTIL WS-ENTRADA-VALOR (9:1) NOT = SPACE
006790            OR WS-IX-AJUSTE > 9.
006800     INSPECT WS-ENTRADA-VALOR
006810         REPLACING LEADING SPACE BY ZERO.
006820 2525-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------
006860* 2527-DESLOCAR-DIREITA - DESLOCA O VALOR DIGITADO UMA POSICAO
006870*                         PARA A DIREITA
006880*----------------------------------------------------------------
006890 2527-DESLOCAR-DIREITA.
006900     ADD 1 TO WS-IX-AJUSTE.
006910     MOVE WS-ENTRADA-VALOR TO WS-ENTRADA-DESLOC.
006920     MOVE SPACES TO WS-ENTRADA-VALOR.
006930     MOVE WS-ENTRADA-DESLOC (1:8) TO WS-ENTRADA-VALOR (2:8).
006940 2527-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980* 2530-OBTER-SINAL - LE O SINAL DO VALOR (+ CREDITO, - DEBITO)
006990*----------------------------------------------------------------
007000 2530-OBTER-SINAL.
007010     DISPLAY "SINAL (+ CREDITO/- DEBITO) ... " WITH NO ADVANCING.
007020     ACCEPT WS-ENTRADA-SINAL.
007030     IF WS-ENTRADA-SINAL = SPACE
007040         MOVE FIXO-SINAL TO WS-ENTRADA-SINAL
007050     END-IF.
007060     IF WS-ENTRADA-SINAL NOT = '+' AND WS-ENTRADA-SINAL NOT = '-'
007070         DISPLAY "*** USE + OU - ***"
007080         GO TO 2530-EXIT
007090     END-IF.
007100     MOVE WS-ENTRADA-SINAL TO FIXO-SINAL.
007110     SET WS-CAMPO-VALIDO TO TRUE.
007120 2530-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 2540-OBTER-FREQUENCIA - LE A FREQUENCIA (M=MENSAL,
007170*                         T=TRIMESTRAL, U=UNICA)
007180*----------------------------------------------------------------
007190 2540-OBTER-FREQUENCIA.
007200     DISPLAY "FREQUENCIA (M/T/U) ........... " WITH NO ADVANCING.
007210     ACCEPT WS-ENTRADA-FREQUENCIA.
007220     IF WS-ENTRADA-FREQUENCIA = SPACE
007230         MOVE FIXO-FREQUENCIA TO WS-ENTRADA-FREQUENCIA
007240     END-IF.
007250     IF WS-ENTRADA-FREQUENCIA NOT = 'M'
007260        AND WS-ENTRADA-FREQUENCIA NOT = 'T'
007270        AND WS-ENTRADA-FREQUENCIA NOT = 'U'
007280         DISPLAY "*** USE M (MENSAL), T (TRIMESTRAL) OU U "
007290                 "(UNICA) ***"
007300         GO TO 2540-EXIT
007310     END-IF.
007320     MOVE WS-ENTRADA-FREQUENCIA TO FIXO-FREQUENCIA.
007330     SET WS-CAMPO-VALIDO TO TRUE.
007340 2540-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 2550-OBTER-INICIO - LE A DATA INICIAL DA VIGENCIA (AAAAMMDD);
007390*                     NO LANCAMENTO UNICO, E A DATA DA POSTAGEM
007400*----------------------------------------------------------------
007410 2550-OBTER-INICIO.
007420     DISPLAY "DATA INICIAL (AAAAMMDD) ...... " WITH NO ADVANCING.
007430     ACCEPT WS-ENTRADA-DATA.
007440     IF WS-ENTRADA-DATA = SPACES AND FIXO-DATA-INICIO > ZEROS
007450         SET WS-CAMPO-VALIDO TO TRUE
007460         GO TO 2550-EXIT
007470     END-IF.
007480     PERFORM 2600-VALIDAR-DATA THRU 2600-EXIT.
007490     IF NOT WS-DATA-VALIDA
007500         GO TO 2550-EXIT
007510     END-IF.
007520     MOVE WS-ENTRADA-DATA-N TO FIXO-DATA-INICIO.
007530     SET WS-CAMPO-VALIDO TO TRUE.
007540 2550-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 2560-OBTER-FIM - LE A DATA FINAL DA VIGENCIA (AAAAMMDD, OU 0
007590*                  PARA LANCAMENTO SEM DATA FINAL), QUE NAO PODE
007600*                  SER ANTERIOR A DATA INICIAL
007610*----------------------------------------------------------------
007620 2560-OBTER-FIM.
007630     DISPLAY "DATA FINAL (AAAAMMDD, 0=SEM) . " WITH NO ADVANCING.
007640     ACCEPT WS-ENTRADA-DATA.
007650     IF WS-ENTRADA-DATA = SPACES
007660         IF FIXO-DATA-FIM NOT = ZEROS
007670            AND FIXO-DATA-FIM < FIXO-DATA-INICIO
007680             DISPLAY "*** DATA FINAL ANTERIOR A DATA INICIAL ***"
007690             GO TO 2560-EXIT
007700         END-IF
007710         SET WS-CAMPO-VALIDO TO TRUE
007720         GO TO 2560-EXIT
007730     END-IF.
007740     IF WS-ENTRADA-DATA = "0"
007750         MOVE ZEROS TO FIXO-DATA-FIM
007760         SET WS-CAMPO-VALIDO TO TRUE
007770         GO TO 2560-EXIT
007780     END-IF.
007790     PERFORM 2600-VALIDAR-DATA THRU 2600-EXIT.
007800     IF NOT WS-DATA-VALIDA
007810         GO TO 2560-EXIT
007820     END-IF.
007830     IF WS-ENTRADA-DATA-N < FIXO-DATA-INICIO
007840         DISPLAY "*** DATA FINAL ANTERIOR A DATA INICIAL ***"
007850         GO TO 2560-EXIT
007860     END-IF.
007870     MOVE WS-ENTRADA-DATA-N TO FIXO-DATA-FIM.
007880     SET WS-CAMPO-VALIDO TO TRUE.
007890 2560-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930* 2570-OBTER-DIA - LE O DIA DE POSTAGEM NO MES (01 A 31; EM MES
007940*                  MAIS CURTO, O SOMAFIXO USA O ULTIMO DIA). EM
007950*                  BRANCO NA INCLUSAO, USA O DIA DA DATA INICIAL
007960*----------------------------------------------------------------
007970 2570-OBTER-DIA.
007980     DISPLAY "DIA DE POSTAGEM (01-31) ...... " WITH NO ADVANCING.
007990     ACCEPT WS-ENTRADA-DIA.
008000     IF WS-ENTRADA-DIA = SPACES
008010         IF FIXO-DIA-POSTAGEM = ZEROS
008020             MOVE FIXO-DATA-INICIO TO WS-DATA-CALC
008030             MOVE WS-DCALC-DIA TO FIXO-DIA-POSTAGEM
008040         END-IF
008050         SET WS-CAMPO-VALIDO TO TRUE
008060         GO TO 2570-EXIT
008070     END-IF.
008080     IF WS-ENTRADA-DIA (2:1) = SPACE
008090         MOVE WS-ENTRADA-DIA (1:1) TO WS-ENTRADA-DIA (2:1)
008100         MOVE '0' TO WS-ENTRADA-DIA (1:1)
008110     END-IF.
008120     IF WS-ENTRADA-DIA IS NOT NUMERIC
008130         DISPLAY "*** DIA INVALIDO [" WS-ENTRADA-DIA "] ***"
008140         GO TO 2570-EXIT
008150     END-IF.
008160     IF WS-ENTRADA-DIA-N < 1 OR WS-ENTRADA-DIA-N > 31
008170         DISPLAY "*** DIA FORA DA FAIXA (01 A 31) ***"
008180         GO TO 2570-EXIT
008190     END-IF.
008200     MOVE WS-ENTRADA-DIA-N TO FIXO-DIA-POSTAGEM.
008210     SET WS-CAMPO-VALIDO TO TRUE.
008220 2570-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------
008260* 2580-OBTER-ATIVO - LE E VALIDA O INDICADOR DE ATIVO (S/N)
008270*----------------------------------------------------------------
008280 2580-OBTER-ATIVO.
008290     DISPLAY "ATIVO (S/N) .................. " WITH NO ADVANCING.
008300     ACCEPT WS-ENTRADA-ATIVO.
008310     IF WS-ENTRADA-ATIVO = SPACE
008320         MOVE FIXO-ATIVO-SW TO WS-ENTRADA-ATIVO
008330     END-IF.
008340     IF WS-ENTRADA-ATIVO NOT = 'S' AND WS-ENTRADA-ATIVO NOT = 'N'
008350         DISPLAY "*** USE S OU N ***"
008360         GO TO 2580-EXIT
008370     END-IF.
008380     MOVE WS-ENTRADA-ATIVO TO FIXO-ATIVO-SW.
008390     SET WS-CAMPO-VALIDO TO TRUE.
008400 2580-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------
008440* 2600-VALIDAR-DATA - VALIDA A DATA DIGITADA EM WS-ENTRADA-DATA
008450*                     (AAAAMMDD, MES DE 01 A 12 E DIA DENTRO DO
008460*                     MES, CONSIDERANDO ANO BISSEXTO)
008470*----------------------------------------------------------------
008480 2600-VALIDAR-DATA.
008490     MOVE 'N' TO WS-DATA-VALIDA-SW.
008500     IF WS-ENTRADA-DATA IS NOT NUMERIC
008510         DISPLAY "*** DATA INVALIDA [" WS-ENTRADA-DATA
008520                 "] - USE AAAAMMDD ***"
008530         GO TO 2600-EXIT
008540     END-IF.
008550     MOVE WS-ENTRADA-DATA-N TO WS-DATA-CALC.
008560     IF WS-DCALC-ANO < 1900 OR WS-DCALC-MES < 1
008570        OR WS-DCALC-MES > 12
008580         DISPLAY "*** DATA INVALIDA [" WS-ENTRADA-DATA "] ***"
008590         GO TO 2600-EXIT
008600     END-IF.
008610     PERFORM 2650-CALCULAR-DIAS-MES THRU 2650-EXIT.
008620     IF WS-DCALC-DIA < 1 OR WS-DCALC-DIA > WS-DIAS-NO-MES
008630         DISPLAY "*** DIA INVALIDO PARA O MES [" WS-ENTRADA-DATA
008640                 "] ***"
008650         GO TO 2600-EXIT
008660     END-IF.
008670     SET WS-DATA-VALIDA TO TRUE.
008680 2600-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------
008720* 2650-CALCULAR-DIAS-MES - OBTEM EM WS-DIAS-NO-MES A QUANTIDADE
008730*                          DE DIAS DO MES DE WS-DATA-CALC
008740*----------------------------------------------------------------
008750 2650-CALCULAR-DIAS-MES.
008760     MOVE WS-TAB-DIAS-MES (WS-DCALC-MES) TO WS-DIAS-NO-MES.
008770     IF WS-DCALC-MES NOT = 2
008780         GO TO 2650-EXIT
008790     END-IF.
008800     DIVIDE WS-DCALC-ANO BY 4 GIVING WS-QUOCIENTE
008810         REMAINDER WS-RESTO-4.
008820     DIVIDE WS-DCALC-ANO BY 100 GIVING WS-QUOCIENTE
008830         REMAINDER WS-RESTO-100.
008840     DIVIDE WS-DCALC-ANO BY 400 GIVING WS-QUOCIENTE
008850         REMAINDER WS-RESTO-400.
008860     IF WS-RESTO-4 = ZERO
008870        AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
008880         MOVE 29 TO WS-DIAS-NO-MES
008890     END-IF.
008900 2650-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940* 2800-MONTAR-IMAGEM - MONTA A IMAGEM RESUMIDA DO LANCAMENTO
008950*                      FIXO CORRENTE PARA O JORNAL DE SEGURANCA
008960*----------------------------------------------------------------
008970 2800-MONTAR-IMAGEM.
008980     MOVE SPACES TO WS-SEG-IMAGEM-FIXO.
008990     MOVE FIXO-DEPTO TO WS-SIF-DEPTO.
009000     MOVE FIXO-NUMERO TO WS-SIF-NUMERO.
009010     MOVE FIXO-CONTA TO WS-SIF-CONTA.
009020     MOVE FIXO-VALOR TO WS-SIF-VALOR.
009030     MOVE FIXO-SINAL TO WS-SIF-SINAL.
009040     MOVE FIXO-FREQUENCIA TO WS-SIF-FREQUENCIA.
009050     MOVE FIXO-DATA-INICIO TO WS-SIF-DATA-INICIO.
009060     MOVE FIXO-DATA-FIM TO WS-SIF-DATA-FIM.
009070     MOVE FIXO-DIA-POSTAGEM TO WS-SIF-DIA-POSTAGEM.
009080     MOVE FIXO-ATIVO-SW TO WS-SIF-ATIVO-SW.
009090 2800-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 2900-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
009140*                            MONTADO EM WS-SEGURANCA AO JORNAL
009150*                            PERMANENTE DE SEGURANCA
009160*----------------------------------------------------------------
009170 2900-REGISTRAR-SEGURANCA.
009180     OPEN EXTEND SEG-FILE.
009190     IF WS-STATUS-SEG NOT = "00"
009200         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
009210                 WS-STATUS-SEG "] ***"
009220         GO TO 2900-EXIT
009230     END-IF.
009240     INITIALIZE SEG-RECORD.
009250     MOVE WS-DATA-HOJE TO SEG-DATA.
009260     ACCEPT SEG-HORA FROM TIME.
009270     MOVE "SOMAFIXM" TO SEG-PROGRAMA.
009280     MOVE WS-OPERADOR-SIGNON TO SEG-OPERADOR-ID.
009290     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
009300     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
009310     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
009320     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
009330     WRITE SEG-RECORD.
009340     CLOSE SEG-FILE.
009350 2900-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 9000-ENCERRAR - FECHA OS CADASTROS E CONFIRMA A SESSAO AO
009400*                 OPERADOR
009410*----------------------------------------------------------------
009420 9000-ENCERRAR.
009430     CLOSE FIXO-FILE.
009440     CLOSE CNTA-FILE.
009450     DISPLAY "------------------------------------------------".
009460     DISPLAY "LANCAMENTOS INCLUIDOS ... " WS-QTDE-INCLUIDAS.
009470     DISPLAY "LANCAMENTOS ALTERADOS ... " WS-QTDE-ALTERADAS.
009480     DISPLAY "------------------------------------------------".
009490 9000-EXIT.
009500     EXIT.
