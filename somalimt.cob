000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMALIMT.
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
000130*                   CADASTRO DE LIMITES DE VALOR (LIMFILE), NO
000140*                   MOLDE DO SOMACNTA. CADA LIMITE, POR
000150*                   DEPARTAMENTO E CONTA (EM BRANCO = TODOS),
000160*                   TEM UM VALOR MAXIMO POR ITEM E UM VALOR
000170*                   MAXIMO ACUMULADO NO DIA, CONFERIDOS PELO
000180*                   SOMABAT. O DEPARTAMENTO INFORMADO TEM DE
000190*                   ESTAR ATIVO NO CADASTRO DE DEPARTAMENTOS E
000200*                   A CONTA INFORMADA ATIVA NO CADASTRO DE
000210*                   CONTAS. EXIGE SIGN-ON DE SUPERVISOR ATIVO
000220*                   (NIVEL 2) DO CADASTRO DE OPERADORES E GRAVA
000230*                   CADA SIGN-ON E CADA INCLUSAO/ALTERACAO (COM A
000240*                   IMAGEM ANTES/DEPOIS DO REGISTRO) NO JORNAL
000250*                   PERMANENTE DE SEGURANCA (SEGFILE).
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LIM-FILE ASSIGN TO "LIMFILE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LIM-CHAVE
000390         FILE STATUS IS WS-STATUS-LIM.
000400     SELECT CNTA-FILE ASSIGN TO "CNTAFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CNTA-CODIGO
000440         FILE STATUS IS WS-STATUS-CNTA.
000450     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STATUS-DEPT.
000480     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OPER-ID
000520         FILE STATUS IS WS-STATUS-OPER.
000530     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-STATUS-PARM.
000560     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-STATUS-SEG.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LIM-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 60 CHARACTERS.
000650 COPY LIMREC.
000660
000670 FD  CNTA-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 50 CHARACTERS.
000700 COPY CNTAREC.
000710
000720 FD  DEPT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 COPY DEPTREC.
000760
000770 FD  OPER-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 60 CHARACTERS.
000800 COPY OPERREC.
000810
000820 FD  PARM-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 50 CHARACTERS.
000850 COPY PARMREC.
000860
000870 FD  SEG-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 170 CHARACTERS.
000900 COPY SEGREC.
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940* CONTROLE DE ACESSO AOS CADASTROS E CONTADORES DA SESSAO
000950*----------------------------------------------------------------
000960 77  WS-STATUS-LIM              PIC X(02) VALUE "00".
000970 77  WS-STATUS-CNTA             PIC X(02) VALUE "00".
000980 77  WS-STATUS-DEPT             PIC X(02) VALUE "00".
000990 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
001000 77  WS-QTDE-INCLUIDOS          PIC 9(05) VALUE ZEROS.
001010 77  WS-QTDE-ALTERADOS          PIC 9(05) VALUE ZEROS.
001020 77  WS-OPERADOR-SIGNON         PIC X(08) VALUE SPACES.
001030
001040*----------------------------------------------------------------
001050* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
001060*----------------------------------------------------------------
001070 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
001080 01  WS-SEGURANCA.
001090     05  WS-SEG-EVENTO          PIC X(10).
001100     05  WS-SEG-RESULTADO       PIC X(01).
001110     05  WS-SEG-ANTES           PIC X(60).
001120     05  WS-SEG-DEPOIS          PIC X(60).
001130
001140*----------------------------------------------------------------
001150* CONFIGURACOES LIDAS DO ARQUIVO DE PARAMETROS (SOMAPARM)
001160*----------------------------------------------------------------
001170 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001180 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001190 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001200
001210*----------------------------------------------------------------
001220* CAMPOS DE DIGITACAO DA MANUTENCAO
001230*----------------------------------------------------------------
001240 77  WS-IX-AJUSTE               PIC 9(02) VALUE ZEROS.
001250 77  WS-CONTA-PROCURADA         PIC X(08) VALUE SPACES.
001260 77  WS-DEPTO-PROCURADO         PIC X(04) VALUE SPACES.
001270 01  WS-COMANDO                 PIC X(01).
001280     88  WS-CMD-INCLUIR         VALUE 'I'.
001290     88  WS-CMD-ALTERAR         VALUE 'A'.
001300     88  WS-CMD-ENCERRAR        VALUE 'E'.
001310 01  WS-ENTRADA-DEPTO           PIC X(04).
001320 01  WS-ENTRADA-CONTA           PIC X(08).
001330 01  WS-ENTRADA-VALOR           PIC X(13).
001340 01  WS-ENTRADA-VALOR-N REDEFINES WS-ENTRADA-VALOR
001350                                PIC 9(11)V99.
001360 01  WS-ENTRADA-DESLOC          PIC X(13).
001370 01  WS-ENTRADA-ATIVO           PIC X(01).
001380 01  WS-VALOR-EDIT              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001390
001400 01  WS-SWITCHES.
001410     05  WS-FIM-MANUTENCAO-SW   PIC X(01) VALUE 'N'.
001420         88  WS-FIM-MANUTENCAO  VALUE 'S'.
001430     05  WS-FIM-DEPT-SW         PIC X(01) VALUE 'N'.
001440         88  WS-FIM-DEPT        VALUE 'S'.
001450     05  WS-ACHADO-SW           PIC X(01) VALUE 'N'.
001460         88  WS-ACHADO          VALUE 'S'.
001470     05  WS-CNTA-ACHADA-SW      PIC X(01) VALUE 'N'.
001480         88  WS-CNTA-ACHADA     VALUE 'S'.
001490     05  WS-DEPT-ACHADO-SW      PIC X(01) VALUE 'N'.
001500         88  WS-DEPT-ACHADO     VALUE 'S'.
001510     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
001520         88  WS-OPER-ACHADO     VALUE 'S'.
001530     05  WS-SIGNON-VALIDO-SW    PIC X(01) VALUE 'N'.
001540         88  WS-SIGNON-VALIDO   VALUE 'S'.
001550     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
001560         88  WS-CAMPO-VALIDO    VALUE 'S'.
001570
001580 PROCEDURE DIVISION.
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610*----------------------------------------------------------------
001620     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001630     PERFORM 2000-PROCESSAR-COMANDO THRU 2000-EXIT
001640         UNTIL WS-FIM-MANUTENCAO.
001650     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
001660     STOP RUN.
001670
001680*----------------------------------------------------------------
001690* 1000-INICIALIZAR - LE OS PARAMETROS, EXIGE O SIGN-ON DE NIVEL
001700*                    2 (SUPERVISAO), ABRE O CADASTRO DE CONTAS E
001710*                    O CADASTRO DE LIMITES INDEXADO (CRIANDO-O
001720*                    NA PRIMEIRA EXECUCAO)
001730*----------------------------------------------------------------
001740 1000-INICIALIZAR.
001750     DISPLAY "------------------------------------------------".
001760     DISPLAY "  SOMALIMT - MANUTENCAO DOS LIMITES DE VALOR".
001770     DISPLAY "------------------------------------------------".
001780     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
001790     IF WS-DATA-EXECUCAO = ZEROS
001800         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001810     ELSE
001820         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
001830     END-IF.
001840     OPEN INPUT OPER-FILE.
001850     IF WS-STATUS-OPER NOT = "00"
001860         DISPLAY "*** CADASTRO DE OPERADORES VAZIO OU AUSENTE"
001870                 " - SESSAO NAO AUTORIZADA ***"
001880         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
001890     END-IF.
001900     MOVE 'N' TO WS-SIGNON-VALIDO-SW.
001910     PERFORM 1200-OBTER-SIGNON THRU 1200-EXIT
001920         UNTIL WS-SIGNON-VALIDO.
001930     CLOSE OPER-FILE.
001940     OPEN INPUT CNTA-FILE.
001950     IF WS-STATUS-CNTA NOT = "00"
001960         DISPLAY "*** CADASTRO DE CONTAS VAZIO OU AUSENTE ***"
001970         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
001980     END-IF.
001990     OPEN I-O LIM-FILE.
002000     IF WS-STATUS-LIM = "35"
002010         DISPLAY "CADASTRO DE LIMITES VAZIO - CARGA INICIAL "
002020                 "LIBERADA."
002030         OPEN OUTPUT LIM-FILE
002040         CLOSE LIM-FILE
002050         OPEN I-O LIM-FILE
002060     END-IF.
002070     IF WS-STATUS-LIM NOT = "00"
002080         DISPLAY "*** CADASTRO DE LIMITES INDISPONIVEL ["
002090                 WS-STATUS-LIM "] ***"
002100         CLOSE CNTA-FILE
002110         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002170* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
002180*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
002190*                       ARQUIVO, USA A DATA DO DIA
002200*----------------------------------------------------------------
002210 1050-LER-PARAMETROS.
002220     OPEN INPUT PARM-FILE.
002230     IF WS-STATUS-PARM NOT = "00"
002240         GO TO 1050-EXIT
002250     END-IF.
002260     READ PARM-FILE
002270         AT END
002280             CLOSE PARM-FILE
002290             GO TO 1050-EXIT
002300     END-READ.
002310     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
002320     CLOSE PARM-FILE.
002330 1050-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------
002370* 1200-OBTER-SIGNON - LE O ID DO SUPERVISOR RESPONSAVEL DIRETO
002380*                     PELA CHAVE DO CADASTRO INDEXADO E EXIGE
002390*                     OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO)
002400*                     OU SUPERIOR
002410*----------------------------------------------------------------
002420 1200-OBTER-SIGNON.
002430     DISPLAY "ID DO SUPERVISOR (NIVEL 2) .. " WITH NO ADVANCING.
002440     ACCEPT WS-OPERADOR-SIGNON.
002450     MOVE 'N' TO WS-OPER-ACHADO-SW.
002460     MOVE WS-OPERADOR-SIGNON TO OPER-ID.
002470     READ OPER-FILE
002480         INVALID KEY
002490             CONTINUE
002500         NOT INVALID KEY
002510             SET WS-OPER-ACHADO TO TRUE
002520     END-READ.
002530     MOVE SPACES TO WS-SEG-ANTES.
002540     MOVE SPACES TO WS-SEG-DEPOIS.
002550     MOVE "SIGNON" TO WS-SEG-EVENTO.
002560     IF NOT WS-OPER-ACHADO
002570         DISPLAY "*** OPERADOR DESCONHECIDO ***"
002580         MOVE 'N' TO WS-SEG-RESULTADO
002590         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
002600         GO TO 1200-EXIT
002610     END-IF.
002620     IF NOT OPER-ATIVO
002630         DISPLAY "*** OPERADOR INATIVO ***"
002640         MOVE 'N' TO WS-SEG-RESULTADO
002650         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
002660         GO TO 1200-EXIT
002670     END-IF.
002680     IF OPER-NIVEL < 2
002690         DISPLAY "*** NIVEL DE AUTORIZACAO INSUFICIENTE - "
002700                 "EXIGE NIVEL 2 (SUPERVISAO) ***"
002710         MOVE 'N' TO WS-SEG-RESULTADO
002720         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
002730         GO TO 1200-EXIT
002740     END-IF.
002750     SET WS-SIGNON-VALIDO TO TRUE.
002760     MOVE 'P' TO WS-SEG-RESULTADO.
002770     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
002780 1200-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------
002820* 1300-PROCURAR-DEPTO - VARRE O CADASTRO DE DEPARTAMENTOS A
002830*                       PROCURA DO DEPARTAMENTO ATIVO
002840*                       WS-DEPTO-PROCURADO
002850*----------------------------------------------------------------
002860 1300-PROCURAR-DEPTO.
002870     MOVE 'N' TO WS-DEPT-ACHADO-SW.
002880     MOVE 'N' TO WS-FIM-DEPT-SW.
002890     OPEN INPUT DEPT-FILE.
002900     IF WS-STATUS-DEPT NOT = "00"
002910         DISPLAY "*** CADASTRO DE DEPARTAMENTOS VAZIO OU "
002920                 "AUSENTE ***"
002930         GO TO 1300-EXIT
002940     END-IF.
002950     PERFORM 1350-LER-DEPTO THRU 1350-EXIT
002960         UNTIL WS-FIM-DEPT OR WS-DEPT-ACHADO.
002970     CLOSE DEPT-FILE.
002980 1300-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 1350-LER-DEPTO - LE UM REGISTRO DO CADASTRO DE DEPARTAMENTOS E
003030*                  ACUSA O DEPARTAMENTO PROCURADO, SE ATIVO
003040*----------------------------------------------------------------
003050 1350-LER-DEPTO.
003060     READ DEPT-FILE
003070         AT END
003080             SET WS-FIM-DEPT TO TRUE
003090             GO TO 1350-EXIT
003100     END-READ.
003110     IF DEPT-CODIGO = WS-DEPTO-PROCURADO AND DEPT-ATIVO
003120         SET WS-DEPT-ACHADO TO TRUE
003130     END-IF.
003140 1350-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------
003180* 1400-LER-CONTA-CHAVE - LE A CONTA WS-CONTA-PROCURADA DIRETO
003190*                        PELA CHAVE DO CADASTRO DE CONTAS
003200*----------------------------------------------------------------
003210 1400-LER-CONTA-CHAVE.
003220     MOVE 'N' TO WS-CNTA-ACHADA-SW.
003230     MOVE WS-CONTA-PROCURADA TO CNTA-CODIGO.
003240     READ CNTA-FILE
003250         INVALID KEY
003260             CONTINUE
003270         NOT INVALID KEY
003280             SET WS-CNTA-ACHADA TO TRUE
003290     END-READ.
003300 1400-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------
003340* 1450-LER-LIMITE-CHAVE - LE O LIMITE DO DEPARTAMENTO E CONTA
003350*                         DIGITADOS DIRETO PELA CHAVE
003360*----------------------------------------------------------------
003370 1450-LER-LIMITE-CHAVE.
003380     MOVE 'N' TO WS-ACHADO-SW.
003390     MOVE WS-ENTRADA-DEPTO TO LIM-DEPTO.
003400     MOVE WS-ENTRADA-CONTA TO LIM-CONTA.
003410     READ LIM-FILE
003420         INVALID KEY
003430             CONTINUE
003440         NOT INVALID KEY
003450             SET WS-ACHADO TO TRUE
003460     END-READ.
003470 1450-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510* 1900-RECUSAR-SESSAO - ENCERRA A SESSAO SEM MANUTENCAO QUANDO UM
003520*                       CADASTRO OBRIGATORIO NAO ESTA DISPONIVEL
003530*                       OU O SUPERVISOR NAO PODE SER VALIDADO
003540*----------------------------------------------------------------
003550 1900-RECUSAR-SESSAO.
003560     DISPLAY "*** SESSAO DE MANUTENCAO DOS LIMITES RECUSADA ***".
003570     MOVE 12 TO RETURN-CODE.
003580     STOP RUN.
003590 1900-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 2000-PROCESSAR-COMANDO - LE E EXECUTA O PROXIMO COMANDO DA
003640*                          MANUTENCAO (I=INCLUIR, A=ALTERAR,
003650*                          E=ENCERRAR)
003660*----------------------------------------------------------------
003670 2000-PROCESSAR-COMANDO.
003680     DISPLAY "COMANDO (I=INCLUIR, A=ALTERAR, E=ENCERRAR) "
003690         WITH NO ADVANCING.
003700     ACCEPT WS-COMANDO.
003710     EVALUATE TRUE
003720         WHEN WS-CMD-INCLUIR
003730             PERFORM 2100-INCLUIR-LIMITE THRU 2100-EXIT
003740         WHEN WS-CMD-ALTERAR
003750             PERFORM 2200-ALTERAR-LIMITE THRU 2200-EXIT
003760         WHEN WS-CMD-ENCERRAR
003770             SET WS-FIM-MANUTENCAO TO TRUE
003780         WHEN OTHER
003790             DISPLAY "*** COMANDO INVALIDO [" WS-COMANDO "] ***"
003800     END-EVALUATE.
003810 2000-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------
003850* 2100-INCLUIR-LIMITE - INCLUI UM LIMITE NOVO PARA O
003860*                       DEPARTAMENTO E A CONTA DIGITADOS
003870*----------------------------------------------------------------
003880 2100-INCLUIR-LIMITE.
003890     PERFORM 2150-OBTER-CHAVE THRU 2150-EXIT.
003900     IF NOT WS-CAMPO-VALIDO
003910         GO TO 2100-EXIT
003920     END-IF.
003930     PERFORM 1450-LER-LIMITE-CHAVE THRU 1450-EXIT.
003940     IF WS-ACHADO
003950         DISPLAY "*** LIMITE JA CADASTRADO - USE ALTERAR ***"
003960         GO TO 2100-EXIT
003970     END-IF.
003980     INITIALIZE LIM-RECORD.
003990     MOVE WS-ENTRADA-DEPTO TO LIM-DEPTO.
004000     MOVE WS-ENTRADA-CONTA TO LIM-CONTA.
004010     MOVE 'S' TO LIM-ATIVO-SW.
004020     PERFORM 2500-OBTER-DADOS-LIMITE THRU 2500-EXIT.
004030     WRITE LIM-RECORD
004040         INVALID KEY
004050             DISPLAY "*** INCLUSAO RECUSADA [" WS-STATUS-LIM
004060                     "] ***"
004070             GO TO 2100-EXIT
004080     END-WRITE.
004090     ADD 1 TO WS-QTDE-INCLUIDOS.
004100     MOVE "LIM-INCL" TO WS-SEG-EVENTO.
004110     MOVE 'P' TO WS-SEG-RESULTADO.
004120     MOVE SPACES TO WS-SEG-ANTES.
004130     MOVE LIM-RECORD TO WS-SEG-DEPOIS.
004140     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
004150     DISPLAY "LIMITE INCLUIDO.".
004160 2100-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200* 2150-OBTER-CHAVE - LE O DEPARTAMENTO E A CONTA DO LIMITE; EM
004210*                    BRANCO, O LIMITE VALE PARA TODOS OS
004220*                    DEPARTAMENTOS OU PARA TODAS AS CONTAS.
004230*                    INFORMADOS, TEM DE ESTAR ATIVOS NOS
004240*                    RESPECTIVOS CADASTROS.
004250*----------------------------------------------------------------
004260 2150-OBTER-CHAVE.
004270     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
004280     DISPLAY "DEPARTAMENTO (BRANCO=TODOS) .. " WITH NO ADVANCING.
004290     ACCEPT WS-ENTRADA-DEPTO.
004300     DISPLAY "CONTA (BRANCO=TODAS) ......... " WITH NO ADVANCING.
004310     ACCEPT WS-ENTRADA-CONTA.
004320     IF WS-ENTRADA-DEPTO NOT = SPACES
004330         MOVE WS-ENTRADA-DEPTO TO WS-DEPTO-PROCURADO
004340         PERFORM 1300-PROCURAR-DEPTO THRU 1300-EXIT
004350         IF NOT WS-DEPT-ACHADO
004360             DISPLAY "*** DEPARTAMENTO DESCONHECIDO OU "
004370                     "INATIVO ***"
004380             GO TO 2150-EXIT
004390         END-IF
004400     END-IF.
004410     IF WS-ENTRADA-CONTA NOT = SPACES
004420         MOVE WS-ENTRADA-CONTA TO WS-CONTA-PROCURADA
004430         PERFORM 1400-LER-CONTA-CHAVE THRU 1400-EXIT
004440         IF NOT WS-CNTA-ACHADA
004450             DISPLAY "*** CONTA NAO CADASTRADA ***"
004460             GO TO 2150-EXIT
004470         END-IF
004480         IF NOT CNTA-ATIVA
004490             DISPLAY "*** CONTA INATIVA ***"
004500             GO TO 2150-EXIT
004510         END-IF
004520     END-IF.
004530     SET WS-CAMPO-VALIDO TO TRUE.
004540 2150-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580* 2200-ALTERAR-LIMITE - ALTERA UM LIMITE JA CADASTRADO E O
004590*                       REGRAVA PELA CHAVE
004600*----------------------------------------------------------------
004610 2200-ALTERAR-LIMITE.
004620     PERFORM 2150-OBTER-CHAVE THRU 2150-EXIT.
004630     IF NOT WS-CAMPO-VALIDO
004640         GO TO 2200-EXIT
004650     END-IF.
004660     PERFORM 1450-LER-LIMITE-CHAVE THRU 1450-EXIT.
004670     IF NOT WS-ACHADO
004680         DISPLAY "*** LIMITE NAO CADASTRADO ***"
004690         GO TO 2200-EXIT
004700     END-IF.
004710     PERFORM 2300-MOSTRAR-LIMITE THRU 2300-EXIT.
004720     MOVE LIM-RECORD TO WS-SEG-ANTES.
004730     PERFORM 2500-OBTER-DADOS-LIMITE THRU 2500-EXIT.
004740     REWRITE LIM-RECORD
004750         INVALID KEY
004760             DISPLAY "*** ALTERACAO RECUSADA [" WS-STATUS-LIM
004770                     "] ***"
004780             GO TO 2200-EXIT
004790     END-REWRITE.
004800     ADD 1 TO WS-QTDE-ALTERADOS.
004810     MOVE "LIM-ALT" TO WS-SEG-EVENTO.
004820     MOVE 'P' TO WS-SEG-RESULTADO.
004830     MOVE LIM-RECORD TO WS-SEG-DEPOIS.
004840     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
004850     DISPLAY "LIMITE ALTERADO.".
004860 2200-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 2300-MOSTRAR-LIMITE - MOSTRA O LIMITE CORRENTE E A ULTIMA
004910*                       ALTERACAO
004920*----------------------------------------------------------------
004930 2300-MOSTRAR-LIMITE.
004940     MOVE LIM-VALOR-ITEM TO WS-VALOR-EDIT.
004950     DISPLAY "LIMITE POR ITEM ATUAL ........ " WS-VALOR-EDIT.
004960     MOVE LIM-VALOR-DIARIO TO WS-VALOR-EDIT.
004970     DISPLAY "LIMITE DIARIO ATUAL .......... " WS-VALOR-EDIT.
004980     DISPLAY "ATIVO ATUAL .................. " LIM-ATIVO-SW.
004990     DISPLAY "ULTIMA ALTERACAO ............. "
005000             LIM-DATA-ALTERACAO " POR " LIM-OPER-ALTERACAO.
005010     DISPLAY "(ENTER MANTEM O VALOR ATUAL DE CADA CAMPO)".
005020 2300-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------
005060* 2500-OBTER-DADOS-LIMITE - LE OS VALORES E O INDICADOR DE ATIVO
005070*                           DO LIMITE CORRENTE E CARIMBA O
005080*                           SUPERVISOR E A DATA DA ALTERACAO
005090*----------------------------------------------------------------
005100 2500-OBTER-DADOS-LIMITE.
005110     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005120     PERFORM 2510-OBTER-LIMITE-ITEM THRU 2510-EXIT
005130         UNTIL WS-CAMPO-VALIDO.
005140     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005150     PERFORM 2520-OBTER-LIMITE-DIARIO THRU 2520-EXIT
005160         UNTIL WS-CAMPO-VALIDO.
005170     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005180     PERFORM 2580-OBTER-ATIVO THRU 2580-EXIT
005190         UNTIL WS-CAMPO-VALIDO.
005200     MOVE WS-OPERADOR-SIGNON TO LIM-OPER-ALTERACAO.
005210     MOVE WS-DATA-HOJE TO LIM-DATA-ALTERACAO.
005220 2500-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260* 2510-OBTER-LIMITE-ITEM - LE O VALOR MAXIMO POR ITEM, DIGITADO
005270*                          COM DUAS DECIMAIS SEM VIRGULA
005280*                          (150000 = 1.500,00); ZERO = SEM LIMITE
005290*----------------------------------------------------------------
005300 2510-OBTER-LIMITE-ITEM.
005310     DISPLAY "LIMITE POR ITEM (0=SEM) ...... " WITH NO ADVANCING.
005320     ACCEPT WS-ENTRADA-VALOR.
005330     IF WS-ENTRADA-VALOR = SPACES
005340         SET WS-CAMPO-VALIDO TO TRUE
005350         GO TO 2510-EXIT
005360     END-IF.
005370     PERFORM 2525-AJUSTAR-VALOR THRU 2525-EXIT.
005380     IF WS-ENTRADA-VALOR IS NOT NUMERIC
005390         DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-VALOR
005400                 "] - DIGITE APENAS NUMEROS ***"
005410         GO TO 2510-EXIT
005420     END-IF.
005430     IF WS-ENTRADA-VALOR (1:2) NOT = "00"
005440         DISPLAY "*** LIMITE POR ITEM ACIMA DE 999.999.999,99 ***"
005450         GO TO 2510-EXIT
005460     END-IF.
005470     MOVE WS-ENTRADA-VALOR-N TO LIM-VALOR-ITEM.
005480     SET WS-CAMPO-VALIDO TO TRUE.
005490 2510-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 2520-OBTER-LIMITE-DIARIO - LE O VALOR MAXIMO ACUMULADO NO DIA,
005540*                            QUE NAO PODE SER MENOR QUE O LIMITE
005550*                            POR ITEM; ZERO = SEM LIMITE
005560*----------------------------------------------------------------
005570 2520-OBTER-LIMITE-DIARIO.
005580     DISPLAY "LIMITE DIARIO (0=SEM) ........ " WITH NO ADVANCING.
005590     ACCEPT WS-ENTRADA-VALOR.
005600     IF WS-ENTRADA-VALOR NOT = SPACES
005610         PERFORM 2525-AJUSTAR-VALOR THRU 2525-EXIT
005620         IF WS-ENTRADA-VALOR IS NOT NUMERIC
005630             DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-VALOR
005640                     "] - DIGITE APENAS NUMEROS ***"
005650             GO TO 2520-EXIT
005660         END-IF
005670         MOVE WS-ENTRADA-VALOR-N TO LIM-VALOR-DIARIO
005680     END-IF.
005690     IF LIM-VALOR-DIARIO NOT = ZEROS
005700        AND LIM-VALOR-DIARIO < LIM-VALOR-ITEM
005710         DISPLAY "*** LIMITE DIARIO MENOR QUE O LIMITE POR "
005720                 "ITEM ***"
005730         GO TO 2520-EXIT
005740     END-IF.
005750     SET WS-CAMPO-VALIDO TO TRUE.
005760 2520-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 2525-AJUSTAR-VALOR - ALINHA A DIREITA O VALOR DIGITADO E
005810*                      COMPLETA COM ZEROS A ESQUERDA
005820*----------------------------------------------------------------
005830 2525-AJUSTAR-VALOR.
005840     MOVE ZEROS TO WS-IX-AJUSTE.
005850     PERFORM 2527-DESLOCAR-DIREITA THRU 2527-EXIT
005860         UNTIL WS-ENTRADA-VALOR (13:1) NOT = SPACE
005870            OR WS-IX-AJUSTE > 13.
005880     INSPECT WS-ENTRADA-VALOR
005890         REPLACING LEADING SPACE BY ZERO.
005900 2525-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940* 2527-DESLOCAR-DIREITA - DESLOCA O VALOR DIGITADO UMA POSICAO
005950*                         PARA A DIREITA
005960*----------------------------------------------------------------
005970 2527-DESLOCAR-DIREITA.
005980     ADD 1 TO WS-IX-AJUSTE.
005990     MOVE WS-ENTRADA-VALOR TO WS-ENTRADA-DESLOC.
006000     MOVE SPACES TO WS-ENTRADA-VALOR.
006010     MOVE WS-ENTRADA-DESLOC (1:12) TO WS-ENTRADA-VALOR (2:12).
006020 2527-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 2580-OBTER-ATIVO - LE E VALIDA O INDICADOR DE ATIVO (S/N)
006070*----------------------------------------------------------------
006080 2580-OBTER-ATIVO.
006090     DISPLAY "ATIVO (S/N) .................. " WITH NO ADVANCING.
006100     ACCEPT WS-ENTRADA-ATIVO.
006110     IF WS-ENTRADA-ATIVO = SPACE
006120         MOVE LIM-ATIVO-SW TO WS-ENTRADA-ATIVO
006130     END-IF.
006140     IF WS-ENTRADA-ATIVO NOT = 'S' AND WS-ENTRADA-ATIVO NOT = 'N'
006150         DISPLAY "*** USE S OU N ***"
006160         GO TO 2580-EXIT
006170     END-IF.
006180     MOVE WS-ENTRADA-ATIVO TO LIM-ATIVO-SW.
006190     SET WS-CAMPO-VALIDO TO TRUE.
006200 2580-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 2900-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
006250*                            MONTADO EM WS-SEGURANCA AO JORNAL
006260*                            PERMANENTE DE SEGURANCA
006270*----------------------------------------------------------------
006280 2900-REGISTRAR-SEGURANCA.
006290     OPEN EXTEND SEG-FILE.
006300     IF WS-STATUS-SEG NOT = "00"
006310         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
006320                 WS-STATUS-SEG "] ***"
006330         GO TO 2900-EXIT
006340     END-IF.
006350     INITIALIZE SEG-RECORD.
006360     MOVE WS-DATA-HOJE TO SEG-DATA.
006370     ACCEPT SEG-HORA FROM TIME.
006380     MOVE "SOMALIMT" TO SEG-PROGRAMA.
006390     MOVE WS-OPERADOR-SIGNON TO SEG-OPERADOR-ID.
006400     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
006410     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
006420     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
006430     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
006440     WRITE SEG-RECORD.
006450     CLOSE SEG-FILE.
006460 2900-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 9000-ENCERRAR - FECHA OS CADASTROS E CONFIRMA A SESSAO AO
006510*                 SUPERVISOR
006520*----------------------------------------------------------------
006530 9000-ENCERRAR.
006540     CLOSE LIM-FILE.
006550     CLOSE CNTA-FILE.
006560     DISPLAY "------------------------------------------------".
006570     DISPLAY "LIMITES INCLUIDOS ... " WS-QTDE-INCLUIDOS.
006580     DISPLAY "LIMITES ALTERADOS ... " WS-QTDE-ALTERADOS.
006590     DISPLAY "------------------------------------------------".
006600 9000-EXIT.
006610     EXIT.
