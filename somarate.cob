000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMARATE.
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
000130*                   CADASTRO DE REGRAS DE RATEIO (RATEFILE), NO
000140*                   MOLDE DO SOMACNTA. CADA REGRA ASSOCIA UMA
000150*                   CONTA POOL A ATE 10 CONTAS/CENTROS DE CUSTO
000160*                   DE DESTINO COM O PERCENTUAL DE CADA UM; A
000170*                   REGRA SO E GRAVADA COM OS PERCENTUAIS
000180*                   SOMANDO EXATAMENTE 100,00 E UM UNICO DESTINO
000190*                   DESIGNADO PARA O RESTO DO ARREDONDAMENTO.
000200*                   EXIGE SIGN-ON DE SUPERVISOR ATIVO (NIVEL 2)
000210*                   DO CADASTRO DE OPERADORES E GRAVA CADA
000220*                   SIGN-ON E CADA INCLUSAO/ALTERACAO (CABECALHO
000230*                   E CADA DESTINO, COM IMAGEM ANTES/DEPOIS) NO
000240*                   JORNAL PERMANENTE DE SEGURANCA (SEGFILE).
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RATE-CONTA-POOL
000380         FILE STATUS IS WS-STATUS-RATE.
000390     SELECT CNTA-FILE ASSIGN TO "CNTAFILE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CNTA-CODIGO
000430         FILE STATUS IS WS-STATUS-CNTA.
000440     SELECT OPER-FILE ASSIGN TO "OPERFILE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OPER-ID
000480         FILE STATUS IS WS-STATUS-OPER.
000490     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STATUS-PARM.
000520     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-STATUS-SEG.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RATE-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 200 CHARACTERS.
000610 COPY RATEREC.
000620
000630 FD  CNTA-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 50 CHARACTERS.
000660 COPY CNTAREC.
000670
000680 FD  OPER-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 60 CHARACTERS.
000710 COPY OPERREC.
000720
000730 FD  PARM-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 50 CHARACTERS.
000760 COPY PARMREC.
000770
000780 FD  SEG-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 170 CHARACTERS.
000810 COPY SEGREC.
000820
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850* CONTROLE DE ACESSO AOS CADASTROS E CONTADORES DA SESSAO
000860*----------------------------------------------------------------
000870 77  WS-STATUS-RATE             PIC X(02) VALUE "00".
000880 77  WS-STATUS-CNTA             PIC X(02) VALUE "00".
000890 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
000900 77  WS-QTDE-INCLUIDAS          PIC 9(05) VALUE ZEROS.
000910 77  WS-QTDE-ALTERADAS          PIC 9(05) VALUE ZEROS.
000920 77  WS-QTDE-CANCELADAS         PIC 9(05) VALUE ZEROS.
000930 77  WS-OPERADOR-SIGNON         PIC X(08) VALUE SPACES.
000940
000950*----------------------------------------------------------------
000960* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE).
000970* O CABECALHO DA REGRA VAI NA IMAGEM COMO ESTA NO REGISTRO; CADA
000980* DESTINO VAI EM UM EVENTO PROPRIO COM A IMAGEM ABAIXO.
000990*----------------------------------------------------------------
001000 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
001010 01  WS-SEGURANCA.
001020     05  WS-SEG-EVENTO          PIC X(10).
001030     05  WS-SEG-RESULTADO       PIC X(01).
001040     05  WS-SEG-ANTES           PIC X(60).
001050     05  WS-SEG-DEPOIS          PIC X(60).
001060
001070 01  WS-SEG-IMAGEM-DESTINO.
001080     05  WS-SID-CONTA-POOL      PIC X(08).
001090     05  WS-SID-SEQUENCIA       PIC 9(02).
001100     05  WS-SID-CONTA           PIC X(08).
001110     05  WS-SID-PERCENTUAL      PIC 9(03)V99.
001120     05  WS-SID-RESTO-SW        PIC X(01).
001130     05  FILLER                 PIC X(36).
001140
001150*----------------------------------------------------------------
001160* CONFIGURACOES LIDAS DO ARQUIVO DE PARAMETROS (SOMAPARM)
001170*----------------------------------------------------------------
001180 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
001190 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
001200 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
001210
001220*----------------------------------------------------------------
001230* IMAGEM DA REGRA ANTES DA ALTERACAO (CABECALHO E DESTINOS), NO
001240* MESMO FORMATO DO REGISTRO DO CADASTRO (RATEREC)
001250*----------------------------------------------------------------
001260 01  WS-RATE-ANTES.
001270     05  WS-ANT-CABECALHO       PIC X(41).
001280     05  WS-ANT-DESTINO OCCURS 10 TIMES.
001290         10  WS-ANT-DEST-CONTA  PIC X(08).
001300         10  WS-ANT-DEST-PERCENTUAL
001310                                PIC 9(03)V99.
001320         10  WS-ANT-DEST-RESTO-SW
001330                                PIC X(01).
001340     05  FILLER                 PIC X(19).
001350
001360*----------------------------------------------------------------
001370* DIGITACAO E VALIDACAO DOS DESTINOS DA REGRA
001380*----------------------------------------------------------------
001390 77  WS-IX-DEST                 PIC 9(02) VALUE ZEROS.
001400 77  WS-IX-OUTRO                PIC 9(02) VALUE ZEROS.
001410 77  WS-IX-AJUSTE               PIC 9(02) VALUE ZEROS.
001420 77  WS-QTDE-DIGITADOS          PIC 9(02) VALUE ZEROS.
001430 77  WS-TOTAL-PERCENTUAL        PIC 9(05)V99 VALUE ZEROS.
001440 77  WS-CONTA-PROCURADA         PIC X(08) VALUE SPACES.
001450 01  WS-PERCENTUAL-EDIT         PIC ZZ9,99.
001460 01  WS-TOTAL-PERC-EDIT         PIC ZZZZ9,99.
001470 01  WS-ENTRADA-PERCENTUAL      PIC X(05).
001480 01  WS-ENTRADA-PERCENTUAL-N REDEFINES WS-ENTRADA-PERCENTUAL
001490                                PIC 9(03)V99.
001500 01  WS-ENTRADA-DESLOC          PIC X(05).
001510 01  WS-ENTRADA-RESTO           PIC X(02).
001520 01  WS-ENTRADA-RESTO-N REDEFINES WS-ENTRADA-RESTO
001530                                PIC 9(02).
001540
001550*----------------------------------------------------------------
001560* CAMPOS DE DIGITACAO DA MANUTENCAO
001570*----------------------------------------------------------------
001580 01  WS-COMANDO                 PIC X(01).
001590     88  WS-CMD-INCLUIR         VALUE 'I'.
001600     88  WS-CMD-ALTERAR         VALUE 'A'.
001610     88  WS-CMD-ENCERRAR        VALUE 'E'.
001620 01  WS-ENTRADA-CODIGO          PIC X(08).
001630 01  WS-ENTRADA-DESCR           PIC X(30).
001640 01  WS-ENTRADA-ATIVO           PIC X(01).
001650 01  WS-ENTRADA-CONTA           PIC X(08).
001660 01  WS-ENTRADA-REDIGITAR       PIC X(01).
001670
001680 01  WS-SWITCHES.
001690     05  WS-FIM-MANUTENCAO-SW   PIC X(01) VALUE 'N'.
001700         88  WS-FIM-MANUTENCAO  VALUE 'S'.
001710     05  WS-ACHADO-SW           PIC X(01) VALUE 'N'.
001720         88  WS-ACHADO          VALUE 'S'.
001730     05  WS-CNTA-ACHADA-SW      PIC X(01) VALUE 'N'.
001740         88  WS-CNTA-ACHADA     VALUE 'S'.
001750     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
001760         88  WS-OPER-ACHADO     VALUE 'S'.
001770     05  WS-SIGNON-VALIDO-SW    PIC X(01) VALUE 'N'.
001780         88  WS-SIGNON-VALIDO   VALUE 'S'.
001790     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
001800         88  WS-CAMPO-VALIDO    VALUE 'S'.
001810     05  WS-FIM-DESTINOS-SW     PIC X(01) VALUE 'N'.
001820         88  WS-FIM-DESTINOS    VALUE 'S'.
001830     05  WS-REGRA-VALIDA-SW     PIC X(01) VALUE 'N'.
001840         88  WS-REGRA-VALIDA    VALUE 'S'.
001850     05  WS-DESTINOS-NOVOS-SW   PIC X(01) VALUE 'N'.
001860         88  WS-DESTINOS-NOVOS  VALUE 'S'.
001870
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------------
001900 0000-MAINLINE.
001910*----------------------------------------------------------------
001920     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001930     PERFORM 2000-PROCESSAR-COMANDO THRU 2000-EXIT
001940         UNTIL WS-FIM-MANUTENCAO.
001950     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
001960     STOP RUN.
001970
001980*----------------------------------------------------------------
001990* 1000-INICIALIZAR - LE OS PARAMETROS, EXIGE O SIGN-ON DE NIVEL
002000*                    2 (SUPERVISAO), ABRE O CADASTRO DE CONTAS E
002010*                    O CADASTRO DE REGRAS DE RATEIO INDEXADO
002020*                    (CRIANDO-O NA PRIMEIRA EXECUCAO)
002030*----------------------------------------------------------------
002040 1000-INICIALIZAR.
002050     DISPLAY "------------------------------------------------".
002060     DISPLAY "  SOMARATE - MANUTENCAO DAS REGRAS DE RATEIO".
002070     DISPLAY "------------------------------------------------".
002080     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
002090     IF WS-DATA-EXECUCAO = ZEROS
002100         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002110     ELSE
002120         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
002130     END-IF.
002140     OPEN INPUT OPER-FILE.
002150     IF WS-STATUS-OPER NOT = "00"
002160         DISPLAY "*** CADASTRO DE OPERADORES VAZIO OU AUSENTE"
002170                 " - SESSAO NAO AUTORIZADA ***"
002180         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002190     END-IF.
002200     MOVE 'N' TO WS-SIGNON-VALIDO-SW.
002210     PERFORM 1200-OBTER-SIGNON THRU 1200-EXIT
002220         UNTIL WS-SIGNON-VALIDO.
002230     CLOSE OPER-FILE.
002240     OPEN INPUT CNTA-FILE.
002250     IF WS-STATUS-CNTA NOT = "00"
002260         DISPLAY "*** CADASTRO DE CONTAS VAZIO OU AUSENTE ***"
002270         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002280     END-IF.
002290     OPEN I-O RATE-FILE.
002300     IF WS-STATUS-RATE = "35"
002310         DISPLAY "CADASTRO DE REGRAS DE RATEIO VAZIO - CARGA "
002320                 "INICIAL LIBERADA."
002330         OPEN OUTPUT RATE-FILE
002340         CLOSE RATE-FILE
002350         OPEN I-O RATE-FILE
002360     END-IF.
002370     IF WS-STATUS-RATE NOT = "00"
002380         DISPLAY "*** CADASTRO DE REGRAS DE RATEIO INDISPONIVEL ["
002390                 WS-STATUS-RATE "] ***"
002400         CLOSE CNTA-FILE
002410         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------------
002470* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO DO ARQUIVO DE
002480*                       PARAMETROS MANTIDO PELO SOMAPARM; SEM
002490*                       ARQUIVO, PERMANECE O VALOR-PADRAO
002500*----------------------------------------------------------------
002510 1050-LER-PARAMETROS.
002520     OPEN INPUT PARM-FILE.
002530     IF WS-STATUS-PARM NOT = "00"
002540         GO TO 1050-EXIT
002550     END-IF.
002560     READ PARM-FILE
002570         AT END
002580             CLOSE PARM-FILE
002590             GO TO 1050-EXIT
002600     END-READ.
002610     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
002620     CLOSE PARM-FILE.
002630 1050-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670* 1200-OBTER-SIGNON - LE O ID DO SUPERVISOR DIRETO PELA CHAVE DO
002680*                     CADASTRO INDEXADO E EXIGE OPERADOR ATIVO
002690*                     DE NIVEL 2 (SUPERVISAO) OU SUPERIOR
002700*----------------------------------------------------------------
002710 1200-OBTER-SIGNON.
002720     DISPLAY "ID DO SUPERVISOR (NIVEL 2) .. " WITH NO ADVANCING.
002730     ACCEPT WS-OPERADOR-SIGNON.
002740     MOVE 'N' TO WS-OPER-ACHADO-SW.
002750     MOVE WS-OPERADOR-SIGNON TO OPER-ID.
002760     READ OPER-FILE
002770         INVALID KEY
002780             CONTINUE
002790         NOT INVALID KEY
002800             SET WS-OPER-ACHADO TO TRUE
002810     END-READ.
002820     MOVE SPACES TO WS-SEG-ANTES.
002830     MOVE SPACES TO WS-SEG-DEPOIS.
002840     MOVE "SIGNON" TO WS-SEG-EVENTO.
002850     IF NOT WS-OPER-ACHADO
002860         DISPLAY "*** OPERADOR DESCONHECIDO ***"
002870         MOVE 'N' TO WS-SEG-RESULTADO
002880         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
002890         GO TO 1200-EXIT
002900     END-IF.
002910     IF NOT OPER-ATIVO
002920         DISPLAY "*** OPERADOR INATIVO ***"
002930         MOVE 'N' TO WS-SEG-RESULTADO
002940         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
002950         GO TO 1200-EXIT
002960     END-IF.
002970     IF OPER-NIVEL < 2
002980         DISPLAY "*** NIVEL DE AUTORIZACAO INSUFICIENTE - "
002990                 "EXIGE NIVEL 2 (SUPERVISAO) ***"
003000         MOVE 'N' TO WS-SEG-RESULTADO
003010         PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT
003020         GO TO 1200-EXIT
003030     END-IF.
003040     SET WS-SIGNON-VALIDO TO TRUE.
003050     MOVE 'P' TO WS-SEG-RESULTADO.
003060     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
003070 1200-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* 1400-LER-CONTA-CHAVE - LE A CONTA WS-CONTA-PROCURADA DIRETO
003120*                        PELA CHAVE DO CADASTRO DE CONTAS
003130*----------------------------------------------------------------
003140 1400-LER-CONTA-CHAVE.
003150     MOVE 'N' TO WS-CNTA-ACHADA-SW.
003160     MOVE WS-CONTA-PROCURADA TO CNTA-CODIGO.
003170     READ CNTA-FILE
003180         INVALID KEY
003190             CONTINUE
003200         NOT INVALID KEY
003210             SET WS-CNTA-ACHADA TO TRUE
003220     END-READ.
003230 1400-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270* 1450-LER-REGRA-CHAVE - LE A REGRA DA CONTA POOL DIGITADA EM
003280*                        WS-ENTRADA-CODIGO DIRETO PELA CHAVE
003290*----------------------------------------------------------------
003300 1450-LER-REGRA-CHAVE.
003310     MOVE 'N' TO WS-ACHADO-SW.
003320     MOVE WS-ENTRADA-CODIGO TO RATE-CONTA-POOL.
003330     READ RATE-FILE
003340         INVALID KEY
003350             CONTINUE
003360         NOT INVALID KEY
003370             SET WS-ACHADO TO TRUE
003380     END-READ.
003390 1450-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430* 1900-RECUSAR-SESSAO - ENCERRA A SESSAO SEM MANUTENCAO QUANDO O
003440*                       CONTROLE DE ACESSO OU UM CADASTRO
003450*                       OBRIGATORIO NAO ESTA DISPONIVEL
003460*----------------------------------------------------------------
003470 1900-RECUSAR-SESSAO.
003480     DISPLAY "*** SESSAO DE MANUTENCAO DO RATEIO RECUSADA ***".
003490     MOVE 12 TO RETURN-CODE.
003500     STOP RUN.
003510 1900-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 2000-PROCESSAR-COMANDO - LE E EXECUTA O PROXIMO COMANDO DA
003560*                          MANUTENCAO (I=INCLUIR, A=ALTERAR,
003570*                          E=ENCERRAR)
003580*----------------------------------------------------------------
003590 2000-PROCESSAR-COMANDO.
003600     DISPLAY "COMANDO (I=INCLUIR, A=ALTERAR, E=ENCERRAR) "
003610         WITH NO ADVANCING.
003620     ACCEPT WS-COMANDO.
003630     EVALUATE TRUE
003640         WHEN WS-CMD-INCLUIR
003650             PERFORM 2100-INCLUIR-REGRA THRU 2100-EXIT
003660         WHEN WS-CMD-ALTERAR
003670             PERFORM 2200-ALTERAR-REGRA THRU 2200-EXIT
003680         WHEN WS-CMD-ENCERRAR
003690             SET WS-FIM-MANUTENCAO TO TRUE
003700         WHEN OTHER
003710             DISPLAY "*** COMANDO INVALIDO [" WS-COMANDO "] ***"
003720     END-EVALUATE.
003730 2000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------
003770* 2100-INCLUIR-REGRA - INCLUI A REGRA DE UMA CONTA POOL AINDA SEM
003780*                      REGRA; A CONTA POOL TEM DE EXISTIR E ESTAR
003790*                      ATIVA NO CADASTRO DE CONTAS
003800*----------------------------------------------------------------
003810 2100-INCLUIR-REGRA.
003820     DISPLAY "CONTA POOL ................... " WITH NO ADVANCING.
003830     ACCEPT WS-ENTRADA-CODIGO.
003840     IF WS-ENTRADA-CODIGO = SPACES
003850         DISPLAY "*** CONTA POOL OBRIGATORIA ***"
003860         GO TO 2100-EXIT
003870     END-IF.
003880     PERFORM 1450-LER-REGRA-CHAVE THRU 1450-EXIT.
003890     IF WS-ACHADO
003900         DISPLAY "*** CONTA POOL JA TEM REGRA - USE ALTERAR ***"
003910         GO TO 2100-EXIT
003920     END-IF.
003930     MOVE WS-ENTRADA-CODIGO TO WS-CONTA-PROCURADA.
003940     PERFORM 1400-LER-CONTA-CHAVE THRU 1400-EXIT.
003950     IF NOT WS-CNTA-ACHADA
003960         DISPLAY "*** CONTA POOL NAO CADASTRADA ***"
003970         GO TO 2100-EXIT
003980     END-IF.
003990     IF NOT CNTA-ATIVA
004000         DISPLAY "*** CONTA POOL INATIVA ***"
004010         GO TO 2100-EXIT
004020     END-IF.
004030     INITIALIZE RATE-RECORD.
004040     MOVE WS-ENTRADA-CODIGO TO RATE-CONTA-POOL.
004050     MOVE 'S' TO RATE-ATIVO-SW.
004060     MOVE SPACES TO WS-RATE-ANTES.
004070     SET WS-DESTINOS-NOVOS TO TRUE.
004080     PERFORM 2500-OBTER-DADOS-REGRA THRU 2500-EXIT.
004090     IF NOT WS-REGRA-VALIDA
004100         ADD 1 TO WS-QTDE-CANCELADAS
004110         DISPLAY "OPERACAO CANCELADA - REGRA NAO GRAVADA."
004120         GO TO 2100-EXIT
004130     END-IF.
004140     WRITE RATE-RECORD
004150         INVALID KEY
004160             DISPLAY "*** INCLUSAO RECUSADA [" WS-STATUS-RATE
004170                     "] ***"
004180             GO TO 2100-EXIT
004190     END-WRITE.
004200     ADD 1 TO WS-QTDE-INCLUIDAS.
004210     MOVE "RATE-INCL" TO WS-SEG-EVENTO.
004220     MOVE 'P' TO WS-SEG-RESULTADO.
004230     MOVE SPACES TO WS-SEG-ANTES.
004240     MOVE RATE-RECORD (1:41) TO WS-SEG-DEPOIS.
004250     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
004260     PERFORM 2800-REGISTRAR-DESTINOS THRU 2800-EXIT.
004270     DISPLAY "REGRA DE RATEIO INCLUIDA.".
004280 2100-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 2200-ALTERAR-REGRA - ALTERA A DESCRICAO, O INDICADOR DE ATIVO
004330*                      E, SE O SUPERVISOR PEDIR, REDIGITA TODOS
004340*                      OS DESTINOS DE UMA REGRA JA CADASTRADA,
004350*                      REGRAVANDO-A PELA CHAVE
004360*----------------------------------------------------------------
004370 2200-ALTERAR-REGRA.
004380     DISPLAY "CONTA POOL ................... " WITH NO ADVANCING.
004390     ACCEPT WS-ENTRADA-CODIGO.
004400     PERFORM 1450-LER-REGRA-CHAVE THRU 1450-EXIT.
004410     IF NOT WS-ACHADO
004420         DISPLAY "*** CONTA POOL SEM REGRA CADASTRADA ***"
004430         GO TO 2200-EXIT
004440     END-IF.
004450     MOVE RATE-RECORD TO WS-RATE-ANTES.
004460     PERFORM 2300-EXIBIR-REGRA THRU 2300-EXIT.
004470     DISPLAY "REDIGITAR OS DESTINOS (S/N) [N] " WITH NO ADVANCING.
004480     ACCEPT WS-ENTRADA-REDIGITAR.
004490     IF WS-ENTRADA-REDIGITAR = 'S'
004500         SET WS-DESTINOS-NOVOS TO TRUE
004510     ELSE
004520         MOVE 'N' TO WS-DESTINOS-NOVOS-SW
004530     END-IF.
004540     PERFORM 2500-OBTER-DADOS-REGRA THRU 2500-EXIT.
004550     IF NOT WS-REGRA-VALIDA
004560         ADD 1 TO WS-QTDE-CANCELADAS
004570         DISPLAY "OPERACAO CANCELADA - REGRA NAO ALTERADA."
004580         GO TO 2200-EXIT
004590     END-IF.
004600     REWRITE RATE-RECORD
004610         INVALID KEY
004620             DISPLAY "*** ALTERACAO RECUSADA [" WS-STATUS-RATE
004630                     "] ***"
004640             GO TO 2200-EXIT
004650     END-REWRITE.
004660     ADD 1 TO WS-QTDE-ALTERADAS.
004670     MOVE "RATE-ALT" TO WS-SEG-EVENTO.
004680     MOVE 'P' TO WS-SEG-RESULTADO.
004690     MOVE WS-ANT-CABECALHO TO WS-SEG-ANTES.
004700     MOVE RATE-RECORD (1:41) TO WS-SEG-DEPOIS.
004710     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
004720     IF WS-DESTINOS-NOVOS
004730         PERFORM 2800-REGISTRAR-DESTINOS THRU 2800-EXIT
004740     END-IF.
004750     DISPLAY "REGRA DE RATEIO ALTERADA.".
004760 2200-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------
004800* 2300-EXIBIR-REGRA - MOSTRA A REGRA ATUAL COM OS SEUS DESTINOS
004810*----------------------------------------------------------------
004820 2300-EXIBIR-REGRA.
004830     DISPLAY "DESCRICAO ATUAL .............. " RATE-DESCRICAO.
004840     DISPLAY "ATIVA ........................ " RATE-ATIVO-SW.
004850     MOVE ZEROS TO WS-IX-DEST.
004860     PERFORM 2350-EXIBIR-DESTINO THRU 2350-EXIT
004870         RATE-QTDE-DESTINOS TIMES.
004880 2300-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 2350-EXIBIR-DESTINO - MOSTRA O PROXIMO DESTINO DA REGRA ATUAL
004930*----------------------------------------------------------------
004940 2350-EXIBIR-DESTINO.
004950     ADD 1 TO WS-IX-DEST.
004960     MOVE RATE-DEST-PERCENTUAL (WS-IX-DEST) TO WS-PERCENTUAL-EDIT.
004970     IF RATE-DEST-RESTO (WS-IX-DEST)
004980         DISPLAY "  DESTINO " WS-IX-DEST " "
004990                 RATE-DEST-CONTA (WS-IX-DEST) " "
005000                 WS-PERCENTUAL-EDIT "% (RECEBE O RESTO)"
005010     ELSE
005020         DISPLAY "  DESTINO " WS-IX-DEST " "
005030                 RATE-DEST-CONTA (WS-IX-DEST) " "
005040                 WS-PERCENTUAL-EDIT "%"
005050     END-IF.
005060 2350-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 2500-OBTER-DADOS-REGRA - LE A DESCRICAO, O INDICADOR DE ATIVO
005110*                          E, NA INCLUSAO OU QUANDO PEDIDO NA
005120*                          ALTERACAO, OS DESTINOS DA REGRA, E
005130*                          VALIDA A SOMA DOS PERCENTUAIS E O
005140*                          DESTINO DO RESTO
005150*----------------------------------------------------------------
005160 2500-OBTER-DADOS-REGRA.
005170     MOVE 'N' TO WS-REGRA-VALIDA-SW.
005180     DISPLAY "DESCRICAO .................... " WITH NO ADVANCING.
005190     ACCEPT WS-ENTRADA-DESCR.
005200     MOVE WS-ENTRADA-DESCR TO RATE-DESCRICAO.
005210     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
005220     PERFORM 2550-OBTER-ATIVO THRU 2550-EXIT
005230         UNTIL WS-CAMPO-VALIDO.
005240     IF NOT WS-DESTINOS-NOVOS
005250         SET WS-REGRA-VALIDA TO TRUE
005260         GO TO 2500-EXIT
005270     END-IF.
005280     MOVE ZEROS TO WS-IX-DEST.
005290     PERFORM 2580-LIMPAR-DESTINO THRU 2580-EXIT 10 TIMES.
005300     MOVE ZEROS TO WS-QTDE-DIGITADOS.
005310     MOVE 'N' TO WS-FIM-DESTINOS-SW.
005320     PERFORM 2600-OBTER-DESTINO THRU 2600-EXIT
005330         UNTIL WS-FIM-DESTINOS.
005340     IF WS-QTDE-DIGITADOS = ZEROS
005350         DISPLAY "*** REGRA SEM DESTINOS ***"
005360         GO TO 2500-EXIT
005370     END-IF.
005380     MOVE WS-QTDE-DIGITADOS TO RATE-QTDE-DESTINOS.
005390     MOVE ZEROS TO WS-TOTAL-PERCENTUAL.
005400     MOVE ZEROS TO WS-IX-DEST.
005410     PERFORM 2700-SOMAR-PERCENTUAL THRU 2700-EXIT
005420         RATE-QTDE-DESTINOS TIMES.
005430     IF WS-TOTAL-PERCENTUAL NOT = 100
005440         MOVE WS-TOTAL-PERCENTUAL TO WS-TOTAL-PERC-EDIT
005450         DISPLAY "*** PERCENTUAIS SOMAM " WS-TOTAL-PERC-EDIT
005460                 "% - A SOMA TEM DE SER 100,00% ***"
005470         GO TO 2500-EXIT
005480     END-IF.
005490     IF RATE-QTDE-DESTINOS = 1
005500         MOVE 'S' TO RATE-DEST-RESTO-SW (1)
005510     ELSE
005520         MOVE 'N' TO WS-CAMPO-VALIDO-SW
005530         PERFORM 2750-OBTER-RESTO THRU 2750-EXIT
005540             UNTIL WS-CAMPO-VALIDO
005550     END-IF.
005560     SET WS-REGRA-VALIDA TO TRUE.
005570 2500-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 2550-OBTER-ATIVO - LE E VALIDA O INDICADOR DE ATIVO (S/N) DA
005620*                    REGRA; REGRA INATIVA NAO E APLICADA PELO
005630*                    SOMABAT
005640*----------------------------------------------------------------
005650 2550-OBTER-ATIVO.
005660     DISPLAY "ATIVA (S/N) [S] .............. " WITH NO ADVANCING.
005670     ACCEPT WS-ENTRADA-ATIVO.
005680     IF WS-ENTRADA-ATIVO = SPACE
005690         MOVE 'S' TO WS-ENTRADA-ATIVO
005700     END-IF.
005710     IF WS-ENTRADA-ATIVO NOT = 'S' AND WS-ENTRADA-ATIVO NOT = 'N'
005720         DISPLAY "*** USE S OU N ***"
005730         GO TO 2550-EXIT
005740     END-IF.
005750     MOVE WS-ENTRADA-ATIVO TO RATE-ATIVO-SW.
005760     SET WS-CAMPO-VALIDO TO TRUE.
005770 2550-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810* 2580-LIMPAR-DESTINO - LIMPA A PROXIMA POSICAO DA TABELA DE
005820*                       DESTINOS ANTES DA REDIGITACAO
005830*----------------------------------------------------------------
005840 2580-LIMPAR-DESTINO.
005850     ADD 1 TO WS-IX-DEST.
005860     MOVE SPACES TO RATE-DEST-CONTA (WS-IX-DEST).
005870     MOVE ZEROS TO RATE-DEST-PERCENTUAL (WS-IX-DEST).
005880     MOVE 'N' TO RATE-DEST-RESTO-SW (WS-IX-DEST).
005890 2580-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930* 2600-OBTER-DESTINO - LE A CONTA E O PERCENTUAL DO PROXIMO
005940*                      DESTINO; CONTA EM BRANCO (OU A DECIMA
005950*                      CONTA ACEITA) ENCERRA A LISTA. A CONTA
005960*                      TEM DE EXISTIR E ESTAR ATIVA NO CADASTRO,
005970*                      NAO PODE SER A PROPRIA CONTA POOL NEM SE
005980*                      REPETIR NA REGRA
005990*----------------------------------------------------------------
006000 2600-OBTER-DESTINO.
006010     COMPUTE WS-IX-DEST = WS-QTDE-DIGITADOS + 1.
006020     DISPLAY "DESTINO " WS-IX-DEST
006030             " - CONTA (BRANCO ENCERRA) ... " WITH NO ADVANCING.
006040     ACCEPT WS-ENTRADA-CONTA.
006050     IF WS-ENTRADA-CONTA = SPACES
006060         SET WS-FIM-DESTINOS TO TRUE
006070         GO TO 2600-EXIT
006080     END-IF.
006090     IF WS-ENTRADA-CONTA = RATE-CONTA-POOL
006100         DISPLAY "*** DESTINO NAO PODE SER A PROPRIA CONTA "
006110                 "POOL ***"
006120         GO TO 2600-EXIT
006130     END-IF.
006140     MOVE ZEROS TO WS-IX-OUTRO.
006150     MOVE 'N' TO WS-ACHADO-SW.
006160     PERFORM 2620-PROCURAR-REPETIDO THRU 2620-EXIT
006170         WS-QTDE-DIGITADOS TIMES.
006180     IF WS-ACHADO
006190         DISPLAY "*** CONTA JA INFORMADA NESTA REGRA ***"
006200         GO TO 2600-EXIT
006210     END-IF.
006220     MOVE WS-ENTRADA-CONTA TO WS-CONTA-PROCURADA.
006230     PERFORM 1400-LER-CONTA-CHAVE THRU 1400-EXIT.
006240     IF NOT WS-CNTA-ACHADA
006250         DISPLAY "*** CONTA NAO CADASTRADA ***"
006260         GO TO 2600-EXIT
006270     END-IF.
006280     IF NOT CNTA-ATIVA
006290         DISPLAY "*** CONTA INATIVA ***"
006300         GO TO 2600-EXIT
006310     END-IF.
006320     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
006330     PERFORM 2650-OBTER-PERCENTUAL THRU 2650-EXIT
006340         UNTIL WS-CAMPO-VALIDO.
006350     MOVE WS-ENTRADA-CONTA TO RATE-DEST-CONTA (WS-IX-DEST).
006360     MOVE WS-ENTRADA-PERCENTUAL-N
006370         TO RATE-DEST-PERCENTUAL (WS-IX-DEST).
006380     MOVE 'N' TO RATE-DEST-RESTO-SW (WS-IX-DEST).
006390     ADD 1 TO WS-QTDE-DIGITADOS.
006400     IF WS-QTDE-DIGITADOS = 10
006410         SET WS-FIM-DESTINOS TO TRUE
006420     END-IF.
006430 2600-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470* 2620-PROCURAR-REPETIDO - COMPARA A CONTA DIGITADA COM O PROXIMO
006480*                          DESTINO JA ACEITO NA REGRA
006490*----------------------------------------------------------------
006500 2620-PROCURAR-REPETIDO.
006510     ADD 1 TO WS-IX-OUTRO.
006520     IF RATE-DEST-CONTA (WS-IX-OUTRO) = WS-ENTRADA-CONTA
006530         SET WS-ACHADO TO TRUE
006540     END-IF.
006550 2620-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 2650-OBTER-PERCENTUAL - LE E VALIDA O PERCENTUAL DO DESTINO,
006600*                         DIGITADO COM DUAS DECIMAIS SEM VIRGULA
006610*                         (2500 = 25,00%), MAIOR QUE ZERO E ATE
006620*                         100,00
006630*----------------------------------------------------------------
006640 2650-OBTER-PERCENTUAL.
006650     DISPLAY "  PERCENTUAL (999V99) ........ " WITH NO ADVANCING.
006660     ACCEPT WS-ENTRADA-PERCENTUAL.
006670     PERFORM 2660-AJUSTAR-PERCENTUAL THRU 2660-EXIT.
006680     IF WS-ENTRADA-PERCENTUAL IS NOT NUMERIC
006690         DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-PERCENTUAL
006700                 "] - DIGITE APENAS NUMEROS ***"
006710         GO TO 2650-EXIT
006720     END-IF.
006730     IF WS-ENTRADA-PERCENTUAL-N = ZEROS
006740        OR WS-ENTRADA-PERCENTUAL-N > 100
006750         DISPLAY "*** PERCENTUAL FORA DA FAIXA (0,01 A 100,00)"
006760                 " ***"
006770         GO TO 2650-EXIT
006780     END-IF.
006790     SET WS-CAMPO-VALIDO TO TRUE.
006800 2650-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 2660-AJUSTAR-PERCENTUAL - ALINHA A DIREITA O PERCENTUAL
006850*                           DIGITADO E COMPLETA COM ZEROS A
006860*                           ESQUERDA
006870*----------------------------------------------------------------
006880 2660-AJUSTAR-PERCENTUAL.
006890     IF WS-ENTRADA-PERCENTUAL = SPACES
006900         MOVE ZEROS TO WS-ENTRADA-PERCENTUAL
006910         GO TO 2660-EXIT
006920     END-IF.
006930     MOVE ZEROS TO WS-IX-AJUSTE.
006940     PERFORM 2670-DESLOCAR-DIREITA THRU 2670-EXIT
006950         UNTIL WS-ENTRADA-PERCENTUAL (5:1) NOT = SPACE
006960            OR WS-IX-AJUSTE > 5.
006970     INSPECT WS-ENTRADA-PERCENTUAL
006980         REPLACING LEADING SPACE BY ZERO.
006990 2660-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------
007030* 2670-DESLOCAR-DIREITA - DESLOCA O PERCENTUAL DIGITADO UMA
007040*                         POSICAO PARA A DIREITA
007050*----------------------------------------------------------------
007060 2670-DESLOCAR-DIREITA.
007070     ADD 1 TO WS-IX-AJUSTE.
007080     MOVE WS-ENTRADA-PERCENTUAL TO WS-ENTRADA-DESLOC.
007090     MOVE SPACES TO WS-ENTRADA-PERCENTUAL.
007100     MOVE WS-ENTRADA-DESLOC (1:4) TO WS-ENTRADA-PERCENTUAL (2:4).
007110 2670-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* 2700-SOMAR-PERCENTUAL - ACUMULA O PERCENTUAL DO PROXIMO DESTINO
007160*----------------------------------------------------------------
007170 2700-SOMAR-PERCENTUAL.
007180     ADD 1 TO WS-IX-DEST.
007190     ADD RATE-DEST-PERCENTUAL (WS-IX-DEST) TO WS-TOTAL-PERCENTUAL.
007200 2700-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------
007240* 2750-OBTER-RESTO - LE O NUMERO DO DESTINO QUE RECEBE O RESTO DO
007250*                    ARREDONDAMENTO DO RATEIO (UM UNICO DESTINO)
007260*----------------------------------------------------------------
007270 2750-OBTER-RESTO.
007280     DISPLAY "DESTINO QUE RECEBE O RESTO (01-"
007290             RATE-QTDE-DESTINOS ") .. " WITH NO ADVANCING.
007300     ACCEPT WS-ENTRADA-RESTO.
007310     IF WS-ENTRADA-RESTO (2:1) = SPACE
007320         MOVE WS-ENTRADA-RESTO (1:1) TO WS-ENTRADA-RESTO (2:1)
007330         MOVE '0' TO WS-ENTRADA-RESTO (1:1)
007340     END-IF.
007350     IF WS-ENTRADA-RESTO IS NOT NUMERIC
007360         DISPLAY "*** DIGITE O NUMERO DO DESTINO ***"
007370         GO TO 2750-EXIT
007380     END-IF.
007390     IF WS-ENTRADA-RESTO-N = ZEROS
007400        OR WS-ENTRADA-RESTO-N > RATE-QTDE-DESTINOS
007410         DISPLAY "*** DESTINO INEXISTENTE NA REGRA ***"
007420         GO TO 2750-EXIT
007430     END-IF.
007440     MOVE 'S' TO RATE-DEST-RESTO-SW (WS-ENTRADA-RESTO-N).
007450     SET WS-CAMPO-VALIDO TO TRUE.
007460 2750-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 2800-REGISTRAR-DESTINOS - GRAVA NO JORNAL DE SEGURANCA UM
007510*                           EVENTO POR POSICAO DE DESTINO
007520*                           OCUPADA ANTES OU DEPOIS DA
007530*                           MANUTENCAO, COM A IMAGEM ANTES/DEPOIS
007540*----------------------------------------------------------------
007550 2800-REGISTRAR-DESTINOS.
007560     MOVE ZEROS TO WS-IX-DEST.
007570     PERFORM 2850-REGISTRAR-DESTINO THRU 2850-EXIT 10 TIMES.
007580 2800-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 2850-REGISTRAR-DESTINO - GRAVA O EVENTO DA PROXIMA POSICAO DE
007630*                          DESTINO, SE OCUPADA ANTES OU DEPOIS
007640*----------------------------------------------------------------
007650 2850-REGISTRAR-DESTINO.
007660     ADD 1 TO WS-IX-DEST.
007670     IF RATE-DEST-CONTA (WS-IX-DEST) = SPACES
007680        AND WS-ANT-DEST-CONTA (WS-IX-DEST) = SPACES
007690         GO TO 2850-EXIT
007700     END-IF.
007710     MOVE SPACES TO WS-SEG-ANTES.
007720     IF WS-ANT-DEST-CONTA (WS-IX-DEST) NOT = SPACES
007730         MOVE SPACES TO WS-SEG-IMAGEM-DESTINO
007740         MOVE RATE-CONTA-POOL TO WS-SID-CONTA-POOL
007750         MOVE WS-IX-DEST TO WS-SID-SEQUENCIA
007760         MOVE WS-ANT-DEST-CONTA (WS-IX-DEST) TO WS-SID-CONTA
007770         MOVE WS-ANT-DEST-PERCENTUAL (WS-IX-DEST)
007780             TO WS-SID-PERCENTUAL
007790         MOVE WS-ANT-DEST-RESTO-SW (WS-IX-DEST)
007800             TO WS-SID-RESTO-SW
007810         MOVE WS-SEG-IMAGEM-DESTINO TO WS-SEG-ANTES
007820     END-IF.
007830     MOVE SPACES TO WS-SEG-DEPOIS.
007840     IF RATE-DEST-CONTA (WS-IX-DEST) NOT = SPACES
007850         MOVE SPACES TO WS-SEG-IMAGEM-DESTINO
007860         MOVE RATE-CONTA-POOL TO WS-SID-CONTA-POOL
007870         MOVE WS-IX-DEST TO WS-SID-SEQUENCIA
007880         MOVE RATE-DEST-CONTA (WS-IX-DEST) TO WS-SID-CONTA
007890         MOVE RATE-DEST-PERCENTUAL (WS-IX-DEST)
007900             TO WS-SID-PERCENTUAL
007910         MOVE RATE-DEST-RESTO-SW (WS-IX-DEST) TO WS-SID-RESTO-SW
007920         MOVE WS-SEG-IMAGEM-DESTINO TO WS-SEG-DEPOIS
007930     END-IF.
007940     MOVE "RATE-DEST" TO WS-SEG-EVENTO.
007950     MOVE 'P' TO WS-SEG-RESULTADO.
007960     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
007970 2850-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------------
008010* 2900-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
008020*                            MONTADO EM WS-SEGURANCA AO JORNAL
008030*                            PERMANENTE DE SEGURANCA
008040*----------------------------------------------------------------
008050 2900-REGISTRAR-SEGURANCA.
008060     OPEN EXTEND SEG-FILE.
008070     IF WS-STATUS-SEG NOT = "00"
008080         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
008090                 WS-STATUS-SEG "] ***"
008100         GO TO 2900-EXIT
008110     END-IF.
008120     INITIALIZE SEG-RECORD.
008130     MOVE WS-DATA-HOJE TO SEG-DATA.
008140     ACCEPT SEG-HORA FROM TIME.
008150     MOVE "SOMARATE" TO SEG-PROGRAMA.
008160     MOVE WS-OPERADOR-SIGNON TO SEG-OPERADOR-ID.
008170     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
008180     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
008190     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
008200     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
008210     WRITE SEG-RECORD.
008220     CLOSE SEG-FILE.
008230 2900-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------
008270* 9000-ENCERRAR - FECHA OS CADASTROS E CONFIRMA A SESSAO AO
008280*                 SUPERVISOR
008290*----------------------------------------------------------------
008300 9000-ENCERRAR.
008310     CLOSE RATE-FILE.
008320     CLOSE CNTA-FILE.
008330     DISPLAY "------------------------------------------------".
008340     DISPLAY "REGRAS INCLUIDAS ... " WS-QTDE-INCLUIDAS.
008350     DISPLAY "REGRAS ALTERADAS ... " WS-QTDE-ALTERADAS.
008360     DISPLAY "OPERACOES CANCELADAS " WS-QTDE-CANCELADAS.
008370     DISPLAY "------------------------------------------------".
008380 9000-EXIT.
008390     EXIT.
