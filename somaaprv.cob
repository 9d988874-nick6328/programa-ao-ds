000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SOMAAPRV.
000030 AUTHOR. EQUIPE-DE-PROCESSAMENTO-DE-DADOS.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ ----------------------------------------------
000120* 2026-10-15 EPD    PROGRAMA ORIGINAL - APROVACAO DOS ITENS
000130*                   RETIDOS POR LIMITE DE VALOR, NO MOLDE DO
000140*                   SOMAEXCP. LE O ARQUIVO DE ITENS RETIDOS
000150*                   (PENDFILE), EXIBE CADA ITEM PENDENTE COM O
000160*                   MOTIVO DA RETENCAO E PERGUNTA AO SUPERVISOR
000170*                   SE APROVA OU RECUSA. O ITEM APROVADO (A) E
000180*                   POSTADO PELO PROXIMO SOMABAT; O RECUSADO (R)
000190*                   VAI PARA O ARQUIVO DE EXCECOES, PARA
000200*                   CORRECAO PELO SOMAEXCP. EXIGE SIGN-ON DE
000210*                   SUPERVISOR ATIVO (NIVEL 2) E NAO PERMITE
000220*                   QUE DECIDA O OPERADOR QUE DIGITOU O ITEM
000230*                   (TRAN-OPERADOR-ID) OU QUE O CORRIGIU NO
000240*                   SOMAEXCP (EVENTO EXCP-REENV DO JORNAL DE
000250*                   SEGURANCA). CADA DECISAO, PERMITIDA OU
000260*                   NEGADA, E GRAVADA NO SEGFILE.
000270* 2026-10-15 EPD    A EXCECAO DO ITEM RECUSADO PASSA A LEVAR O
000280*                   DEPARTAMENTO DO ITEM RETIDO.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PEND-FILE ASSIGN TO "PENDFILE"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-STATUS-PEND.
000410     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-STATUS-EXCP.
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
000580 FD  PEND-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 150 CHARACTERS.
000610 COPY PENDREC.
000620
000630 FD  EXCEPTION-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 120 CHARACTERS.
000660 COPY EXCPREC.
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
000850* CONTROLE DOS ARQUIVOS E CONFIGURACOES LIDAS DO ARQUIVO DE
000860* PARAMETROS (SOMAPARM)
000870*----------------------------------------------------------------
000880 77  WS-STATUS-PEND             PIC X(02) VALUE "00".
000890 77  WS-STATUS-EXCP             PIC X(02) VALUE "00".
000900 77  WS-STATUS-OPER             PIC X(02) VALUE "00".
000910 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
000920 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
000930 77  WS-LABEL-UNIDADE           PIC X(10) VALUE "UNIDADES".
000940 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
000950 77  WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
000960
000970*----------------------------------------------------------------
000980* TOTAIS DA SESSAO DE APROVACAO
000990*----------------------------------------------------------------
001000 77  WS-QTDE-PENDENTES          PIC 9(05) VALUE ZEROS.
001010 77  WS-QTDE-APROVADOS          PIC 9(05) VALUE ZEROS.
001020 77  WS-QTDE-RECUSADOS          PIC 9(05) VALUE ZEROS.
001030 77  WS-QTDE-PULADOS            PIC 9(05) VALUE ZEROS.
001040 77  WS-QTDE-IMPEDIDOS          PIC 9(05) VALUE ZEROS.
001050 77  WS-TOTAL-APROVADO          PIC S9(11)V99
001060     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
001070
001080*----------------------------------------------------------------
001090* SIGN-ON DO SUPERVISOR RESPONSAVEL PELA SESSAO E EVENTO DE
001100* SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
001110*----------------------------------------------------------------
001120 77  WS-OPERADOR-SIGNON         PIC X(08) VALUE SPACES.
001130 01  WS-SEGURANCA.
001140     05  WS-SEG-EVENTO          PIC X(10).
001150     05  WS-SEG-RESULTADO       PIC X(01).
001160     05  WS-SEG-ANTES           PIC X(60).
001170     05  WS-SEG-DEPOIS          PIC X(60).
001180 01  WS-SEG-IMAGEM-DECISAO.
001190     05  FILLER                 PIC X(05) VALUE "LOTE ".
001200     05  WS-SID-LOTE            PIC X(08).
001210     05  FILLER                 PIC X(05) VALUE " REG ".
001220     05  WS-SID-REGISTRO        PIC 9(08).
001230     05  FILLER                 PIC X(07) VALUE " MOTIV ".
001240     05  WS-SID-MOTIVO          PIC X(10).
001250     05  FILLER                 PIC X(05) VALUE " SIT ".
001260     05  WS-SID-SITUACAO        PIC X(01).
001270     05  FILLER                 PIC X(11) VALUE SPACES.
001280
001290*----------------------------------------------------------------
001300* IMAGEM DA TRANSACAO RETIDA, NO FORMATO TRANREC, PARA EXIBICAO
001310* E PARA IDENTIFICAR QUEM DIGITOU E SE FOI CORRIGIDA
001320*----------------------------------------------------------------
001330 01  WS-IMAGEM-TRAN.
001340     05  WS-IMG-TIPO-REG        PIC X(01).
001350     05  WS-IMG-NUMERO-1        PIC X(09).
001360     05  WS-IMG-SINAL-1         PIC X(01).
001370     05  WS-IMG-NUMERO-2        PIC X(09).
001380     05  WS-IMG-SINAL-2         PIC X(01).
001390     05  WS-IMG-CONTA           PIC X(08).
001400     05  WS-IMG-OPERADOR-ID     PIC X(08).
001410     05  WS-IMG-CORRIGIDO       PIC X(01).
001420     05  FILLER                 PIC X(02).
001430
001440*----------------------------------------------------------------
001450* ITENS PENDENTES CORRIGIDOS PELO SOMAEXCP - IMAGEM DA TRANSACAO
001460* E O ULTIMO OPERADOR QUE A CORRIGIU, APURADO NO JORNAL DE
001470* SEGURANCA; MARCA SE O SUPERVISOR DA SESSAO FOI UM DELES
001480*----------------------------------------------------------------
001490 77  WS-QTDE-CORRIGIDOS         PIC 9(03) VALUE ZEROS.
001500 77  WS-IX-COR                  PIC 9(03) VALUE ZEROS.
001510 77  WS-MAX-CORRIGIDOS          PIC 9(03) VALUE 500.
001520 01  WS-TAB-CORRIGIDOS.
001530     05  WS-COR-ENTRADA OCCURS 500 TIMES.
001540         10  WS-COR-IMAGEM      PIC X(40).
001550         10  WS-COR-OPERADOR    PIC X(08).
001560         10  WS-COR-SIGNON-SW   PIC X(01).
001570 77  WS-CORRETOR                PIC X(08) VALUE SPACES.
001580 77  WS-CORRETOR-SIGNON-SW      PIC X(01) VALUE 'N'.
001590
001600 01  WS-SWITCHES.
001610     05  WS-OPER-ACHADO-SW      PIC X(01) VALUE 'N'.
001620         88  WS-OPER-ACHADO     VALUE 'S'.
001630     05  WS-SIGNON-VALIDO-SW    PIC X(01) VALUE 'N'.
001640         88  WS-SIGNON-VALIDO   VALUE 'S'.
001650     05  WS-FIM-ARQUIVO-SW      PIC X(01) VALUE 'N'.
001660         88  WS-FIM-ARQUIVO     VALUE 'S'.
001670     05  WS-FIM-SEG-SW          PIC X(01) VALUE 'N'.
001680         88  WS-FIM-SEG         VALUE 'S'.
001690     05  WS-COR-ACHADO-SW       PIC X(01) VALUE 'N'.
001700         88  WS-COR-ACHADO      VALUE 'S'.
001710     05  WS-PEND-ABERTO-SW      PIC X(01) VALUE 'N'.
001720         88  WS-PEND-ABERTO     VALUE 'S'.
001730     05  WS-EXCP-ABERTO-SW      PIC X(01) VALUE 'N'.
001740         88  WS-EXCP-ABERTO     VALUE 'S'.
001750     05  WS-RESPOSTA-SW         PIC X(01) VALUE 'N'.
001760         88  WS-RESP-APROVAR    VALUE 'A'.
001770         88  WS-RESP-RECUSAR    VALUE 'R'.
001780
001790 PROCEDURE DIVISION.
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820*----------------------------------------------------------------
001830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001840     PERFORM 2000-PROCESSAR-ITEM THRU 2000-EXIT
001850         UNTIL WS-FIM-ARQUIVO.
001860     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
001870     STOP RUN.
001880
001890*----------------------------------------------------------------
001900* 1000-INICIALIZAR - LE OS PARAMETROS, EXIGE O SIGN-ON DE UM
001910*                    SUPERVISOR, APURA QUEM CORRIGIU OS ITENS
001920*                    PENDENTES REENVIADOS PELO SOMAEXCP, ABRE OS
001930*                    ARQUIVOS E LE O PRIMEIRO ITEM RETIDO
001940*----------------------------------------------------------------
001950 1000-INICIALIZAR.
001960     DISPLAY "------------------------------------------------".
001970     DISPLAY "  SOMAAPRV - APROVACAO DE ITENS RETIDOS".
001980     DISPLAY "------------------------------------------------".
001990     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
002000     IF WS-DATA-EXECUCAO = ZEROS
002010         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002020     ELSE
002030         MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
002040     END-IF.
002050     OPEN INPUT OPER-FILE.
002060     IF WS-STATUS-OPER NOT = "00"
002070         DISPLAY "*** CADASTRO DE OPERADORES VAZIO OU AUSENTE"
002080                 " - SESSAO NAO AUTORIZADA ***"
002090         PERFORM 1900-RECUSAR-SESSAO THRU 1900-EXIT
002100     END-IF.
002110     MOVE 'N' TO WS-SIGNON-VALIDO-SW.
002120     PERFORM 1200-OBTER-SIGNON THRU 1200-EXIT
002130         UNTIL WS-SIGNON-VALIDO.
002140     CLOSE OPER-FILE.
002150     PERFORM 1300-CARREGAR-CORRIGIDOS THRU 1300-EXIT.
002160     IF WS-QTDE-CORRIGIDOS > ZEROS
002170         PERFORM 1400-APURAR-CORRETORES THRU 1400-EXIT
002180     END-IF.
002190     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
002200     OPEN I-O PEND-FILE.
002210     IF WS-STATUS-PEND NOT = "00"
002220         DISPLAY "*** ARQUIVO DE ITENS RETIDOS VAZIO OU "
002230                 "AUSENTE - NADA A APROVAR ***"
002240         SET WS-FIM-ARQUIVO TO TRUE
002250         GO TO 1000-EXIT
002260     END-IF.
002270     SET WS-PEND-ABERTO TO TRUE.
002280     PERFORM 2100-LER-PENDENTE THRU 2100-EXIT.
002290 1000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330* 1050-LER-PARAMETROS - LE A DATA DE EXECUCAO E O LABEL DA
002340*                       UNIDADE DO ARQUIVO DE PARAMETROS MANTIDO
002350*                       PELO SOMAPARM; SEM ARQUIVO, PERMANECEM OS
002360*                       VALORES-PADRAO
002370*----------------------------------------------------------------
002380 1050-LER-PARAMETROS.
002390     OPEN INPUT PARM-FILE.
002400     IF WS-STATUS-PARM NOT = "00"
002410         GO TO 1050-EXIT
002420     END-IF.
002430     READ PARM-FILE
002440         AT END
002450             CLOSE PARM-FILE
002460             GO TO 1050-EXIT
002470     END-READ.
002480     MOVE PARM-LABEL-UNIDADE TO WS-LABEL-UNIDADE.
002490     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
002500     CLOSE PARM-FILE.
002510 1050-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------------
002550* 1200-OBTER-SIGNON - LE O ID DO SUPERVISOR RESPONSAVEL DIRETO
002560*                     PELA CHAVE DO CADASTRO INDEXADO E EXIGE
002570*                     OPERADOR ATIVO DE NIVEL 2 (SUPERVISAO)
002580*                     OU SUPERIOR
002590*----------------------------------------------------------------
002600 1200-OBTER-SIGNON.
002610     DISPLAY "ID DO SUPERVISOR (NIVEL 2) .. " WITH NO ADVANCING.
002620     ACCEPT WS-OPERADOR-SIGNON.
002630     MOVE 'N' TO WS-OPER-ACHADO-SW.
002640     MOVE WS-OPERADOR-SIGNON TO OPER-ID.
002650     READ OPER-FILE
002660         INVALID KEY
002670             CONTINUE
002680         NOT INVALID KEY
002690             SET WS-OPER-ACHADO TO TRUE
002700     END-READ.
002710     MOVE SPACES TO WS-SEG-ANTES.
002720     MOVE SPACES TO WS-SEG-DEPOIS.
002730     MOVE "SIGNON" TO WS-SEG-EVENTO.
002740     IF NOT WS-OPER-ACHADO
002750         DISPLAY "*** OPERADOR DESCONHECIDO ***"
002760         MOVE 'N' TO WS-SEG-RESULTADO
002770         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
002780         GO TO 1200-EXIT
002790     END-IF.
002800     IF NOT OPER-ATIVO
002810         DISPLAY "*** OPERADOR INATIVO ***"
002820         MOVE 'N' TO WS-SEG-RESULTADO
002830         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
002840         GO TO 1200-EXIT
002850     END-IF.
002860     IF OPER-NIVEL < 2
002870         DISPLAY "*** NIVEL DE AUTORIZACAO INSUFICIENTE - "
002880                 "EXIGE NIVEL 2 (SUPERVISAO) ***"
002890         MOVE 'N' TO WS-SEG-RESULTADO
002900         PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT
002910         GO TO 1200-EXIT
002920     END-IF.
002930     SET WS-SIGNON-VALIDO TO TRUE.
002940     MOVE 'P' TO WS-SEG-RESULTADO.
002950     PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT.
002960 1200-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 1300-CARREGAR-CORRIGIDOS - PRIMEIRA LEITURA DO ARQUIVO DE ITENS
003010*                            RETIDOS: GUARDA NA TABELA A IMAGEM
003020*                            DE CADA ITEM PENDENTE QUE CHEGOU
003030*                            CORRIGIDO PELO SOMAEXCP
003040*----------------------------------------------------------------
003050 1300-CARREGAR-CORRIGIDOS.
003060     MOVE ZEROS TO WS-QTDE-CORRIGIDOS.
003070     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
003080     OPEN INPUT PEND-FILE.
003090     IF WS-STATUS-PEND NOT = "00"
003100         GO TO 1300-EXIT
003110     END-IF.
003120     PERFORM 1350-LER-CORRIGIDO THRU 1350-EXIT
003130         UNTIL WS-FIM-ARQUIVO.
003140     CLOSE PEND-FILE.
003150 1300-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* 1350-LER-CORRIGIDO - LE UM ITEM RETIDO E GUARDA A IMAGEM DO
003200*                      ITEM PENDENTE CORRIGIDO; ACIMA DA
003210*                      CAPACIDADE DA TABELA, O ITEM E TRATADO
003220*                      COMO SE O SUPERVISOR O TIVESSE CORRIGIDO
003230*----------------------------------------------------------------
003240 1350-LER-CORRIGIDO.
003250     READ PEND-FILE
003260         AT END
003270             SET WS-FIM-ARQUIVO TO TRUE
003280             GO TO 1350-EXIT
003290     END-READ.
003300     IF NOT PEND-PENDENTE
003310         GO TO 1350-EXIT
003320     END-IF.
003330     MOVE PEND-IMAGEM-TRAN TO WS-IMAGEM-TRAN.
003340     IF WS-IMG-CORRIGIDO NOT = 'C'
003350         GO TO 1350-EXIT
003360     END-IF.
003370     IF WS-QTDE-CORRIGIDOS NOT < WS-MAX-CORRIGIDOS
003380         GO TO 1350-EXIT
003390     END-IF.
003400     ADD 1 TO WS-QTDE-CORRIGIDOS.
003410     MOVE PEND-IMAGEM-TRAN TO WS-COR-IMAGEM (WS-QTDE-CORRIGIDOS).
003420     MOVE SPACES TO WS-COR-OPERADOR (WS-QTDE-CORRIGIDOS).
003430     MOVE 'N' TO WS-COR-SIGNON-SW (WS-QTDE-CORRIGIDOS).
003440 1350-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480* 1400-APURAR-CORRETORES - VARRE O JORNAL DE SEGURANCA A PROCURA
003490*                          DOS REENVIOS (EXCP-REENV) DO SOMAEXCP
003500*                          CUJA IMAGEM GRAVADA E A DE UM ITEM
003510*                          PENDENTE CORRIGIDO, GUARDANDO QUEM O
003520*                          CORRIGIU
003530*----------------------------------------------------------------
003540 1400-APURAR-CORRETORES.
003550     MOVE 'N' TO WS-FIM-SEG-SW.
003560     OPEN INPUT SEG-FILE.
003570     IF WS-STATUS-SEG NOT = "00"
003580         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
003590                 WS-STATUS-SEG "] - ITENS CORRIGIDOS NAO "
003600                 "PODEM SER DECIDIDOS ***"
003610         MOVE 1 TO WS-IX-COR
003620         PERFORM 1460-BLOQUEAR-CORRIGIDO THRU 1460-EXIT
003630             UNTIL WS-IX-COR > WS-QTDE-CORRIGIDOS
003640         GO TO 1400-EXIT
003650     END-IF.
003660     PERFORM 1450-LER-SEGURANCA THRU 1450-EXIT
003670         UNTIL WS-FIM-SEG.
003680     CLOSE SEG-FILE.
003690 1400-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730* 1450-LER-SEGURANCA - LE UM EVENTO DO JORNAL DE SEGURANCA E, SE
003740*                      FOR O REENVIO DE UM ITEM PENDENTE
003750*                      CORRIGIDO, GUARDA O OPERADOR E MARCA SE
003760*                      FOI O SUPERVISOR DA SESSAO
003770*----------------------------------------------------------------
003780 1450-LER-SEGURANCA.
003790     READ SEG-FILE
003800         AT END
003810             SET WS-FIM-SEG TO TRUE
003820             GO TO 1450-EXIT
003830     END-READ.
003840     IF SEG-PROGRAMA NOT = "SOMAEXCP"
003850        OR SEG-EVENTO NOT = "EXCP-REENV"
003860        OR NOT SEG-PERMITIDO
003870         GO TO 1450-EXIT
003880     END-IF.
003890     MOVE 1 TO WS-IX-COR.
003900     MOVE 'N' TO WS-COR-ACHADO-SW.
003910     PERFORM 1470-COMPARAR-CORRIGIDO THRU 1470-EXIT
003920         UNTIL WS-COR-ACHADO OR WS-IX-COR > WS-QTDE-CORRIGIDOS.
003930 1450-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 1460-BLOQUEAR-CORRIGIDO - SEM O JORNAL DE SEGURANCA NAO HA COMO
003980*                           SABER QUEM CORRIGIU O ITEM: MARCA-O
003990*                           COMO CORRIGIDO PELO SUPERVISOR
004000*----------------------------------------------------------------
004010 1460-BLOQUEAR-CORRIGIDO.
004020     MOVE 'S' TO WS-COR-SIGNON-SW (WS-IX-COR).
004030     ADD 1 TO WS-IX-COR.
004040 1460-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 1470-COMPARAR-CORRIGIDO - COMPARA A IMAGEM GRAVADA NO EVENTO DE
004090*                           REENVIO COM UMA ENTRADA DA TABELA E
004100*                           AVANCA O INDICE
004110*----------------------------------------------------------------
004120 1470-COMPARAR-CORRIGIDO.
004130     IF SEG-IMAGEM-DEPOIS (1:40) = WS-COR-IMAGEM (WS-IX-COR)
004140         SET WS-COR-ACHADO TO TRUE
004150         MOVE SEG-OPERADOR-ID TO WS-COR-OPERADOR (WS-IX-COR)
004160         IF SEG-OPERADOR-ID = WS-OPERADOR-SIGNON
004170             MOVE 'S' TO WS-COR-SIGNON-SW (WS-IX-COR)
004180         END-IF
004190     END-IF.
004200     ADD 1 TO WS-IX-COR.
004210 1470-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 1900-RECUSAR-SESSAO - ENCERRA A SESSAO RECUSADA COM CODIGO DE
004260*                       RETORNO 12, SEM DECIDIR NENHUM ITEM
004270*----------------------------------------------------------------
004280 1900-RECUSAR-SESSAO.
004290     DISPLAY "*** SESSAO DE APROVACAO RECUSADA ***".
004300     MOVE 12 TO RETURN-CODE.
004310     STOP RUN.
004320 1900-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------
004360* 2000-PROCESSAR-ITEM - EXIBE O ITEM PENDENTE CORRENTE (ITEM JA
004370*                       DECIDIDO OU LIBERADO E PULADO), IMPEDE A
004380*                       DECISAO POR QUEM O DIGITOU OU CORRIGIU,
004390*                       PERGUNTA AO SUPERVISOR SE APROVA OU
004400*                       RECUSA E LE O PROXIMO
004410*----------------------------------------------------------------
004420 2000-PROCESSAR-ITEM.
004430     IF NOT PEND-PENDENTE
004440         GO TO 2000-LER
004450     END-IF.
004460     ADD 1 TO WS-QTDE-PENDENTES.
004470     MOVE PEND-IMAGEM-TRAN TO WS-IMAGEM-TRAN.
004480     PERFORM 2200-OBTER-CORRETOR THRU 2200-EXIT.
004490     DISPLAY "------------------------------------------------".
004500     DISPLAY "ITEM " WS-QTDE-PENDENTES " - LOTE " PEND-BATCH-ID
004510             " REGISTRO " PEND-NUMERO-REGISTRO.
004520     DISPLAY "DATA DA RETENCAO . " PEND-DATA.
004530     DISPLAY "DEPARTAMENTO ..... " PEND-DEPTO.
004540     DISPLAY "CONTA ............ " PEND-CONTA.
004550     DISPLAY "VALOR ............ " PEND-SOMA " "
004560             WS-LABEL-UNIDADE.
004570     DISPLAY "MOTIVO ........... " PEND-MOTIVO
004580             " (LIMITE " PEND-LIM-CHAVE ")".
004590     DISPLAY "TRANSACAO ........ [" WS-IMG-NUMERO-1 "]["
004600             WS-IMG-SINAL-1 "][" WS-IMG-NUMERO-2 "]["
004610             WS-IMG-SINAL-2 "][" WS-IMG-CONTA "]".
004620     DISPLAY "DIGITADO POR ..... " WS-IMG-OPERADOR-ID.
004630     IF WS-IMG-CORRIGIDO = 'C'
004640         DISPLAY "CORRIGIDO POR .... " WS-CORRETOR
004650     END-IF.
004660     MOVE PEND-BATCH-ID TO WS-SID-LOTE.
004670     MOVE PEND-NUMERO-REGISTRO TO WS-SID-REGISTRO.
004680     MOVE PEND-MOTIVO TO WS-SID-MOTIVO.
004690     IF (WS-IMG-OPERADOR-ID NOT = SPACES
004700        AND WS-IMG-OPERADOR-ID = WS-OPERADOR-SIGNON)
004710        OR WS-CORRETOR-SIGNON-SW = 'S'
004720         PERFORM 3000-IMPEDIR-DECISAO THRU 3000-EXIT
004730         GO TO 2000-LER
004740     END-IF.
004750     DISPLAY "APROVAR (A), RECUSAR (R) OU PULAR (N)? "
004760             WITH NO ADVANCING.
004770     ACCEPT WS-RESPOSTA-SW.
004780     EVALUATE TRUE
004790         WHEN WS-RESP-APROVAR
004800             PERFORM 3100-APROVAR-ITEM THRU 3100-EXIT
004810         WHEN WS-RESP-RECUSAR
004820             PERFORM 3200-RECUSAR-ITEM THRU 3200-EXIT
004830         WHEN OTHER
004840             ADD 1 TO WS-QTDE-PULADOS
004850             DISPLAY "ITEM PERMANECE RETIDO."
004860     END-EVALUATE.
004870 2000-LER.
004880     PERFORM 2100-LER-PENDENTE THRU 2100-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 2100-LER-PENDENTE - LE O PROXIMO REGISTRO DO ARQUIVO DE ITENS
004940*                     RETIDOS
004950*----------------------------------------------------------------
004960 2100-LER-PENDENTE.
004970     READ PEND-FILE
004980         AT END
004990             SET WS-FIM-ARQUIVO TO TRUE
005000     END-READ.
005010 2100-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 2200-OBTER-CORRETOR - PROCURA NA TABELA DE CORRIGIDOS QUEM
005060*                       CORRIGIU O ITEM CORRENTE E SE FOI O
005070*                       SUPERVISOR DA SESSAO; ITEM CORRIGIDO FORA
005080*                       DA TABELA E TRATADO COMO CORRIGIDO POR ELE
005090*----------------------------------------------------------------
005100 2200-OBTER-CORRETOR.
005110     MOVE SPACES TO WS-CORRETOR.
005120     MOVE 'N' TO WS-CORRETOR-SIGNON-SW.
005130     IF WS-IMG-CORRIGIDO NOT = 'C'
005140         GO TO 2200-EXIT
005150     END-IF.
005160     MOVE 1 TO WS-IX-COR.
005170     MOVE 'N' TO WS-COR-ACHADO-SW.
005180     PERFORM 2250-COMPARAR-ITEM THRU 2250-EXIT
005190         UNTIL WS-COR-ACHADO OR WS-IX-COR > WS-QTDE-CORRIGIDOS.
005200     IF NOT WS-COR-ACHADO
005210         MOVE "?" TO WS-CORRETOR
005220         MOVE 'S' TO WS-CORRETOR-SIGNON-SW
005230     END-IF.
005240 2200-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 2250-COMPARAR-ITEM - COMPARA A IMAGEM DO ITEM CORRENTE COM UMA
005290*                      ENTRADA DA TABELA E AVANCA O INDICE
005300*----------------------------------------------------------------
005310 2250-COMPARAR-ITEM.
005320     IF PEND-IMAGEM-TRAN = WS-COR-IMAGEM (WS-IX-COR)
005330         SET WS-COR-ACHADO TO TRUE
005340         MOVE WS-COR-OPERADOR (WS-IX-COR) TO WS-CORRETOR
005350         MOVE WS-COR-SIGNON-SW (WS-IX-COR)
005360             TO WS-CORRETOR-SIGNON-SW
005370     END-IF.
005380     ADD 1 TO WS-IX-COR.
005390 2250-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 3000-IMPEDIR-DECISAO - RECUSA A DECISAO DO SUPERVISOR SOBRE O
005440*                        ITEM QUE ELE MESMO DIGITOU OU CORRIGIU
005450*                        E REGISTRA A TENTATIVA NO JORNAL DE
005460*                        SEGURANCA
005470*----------------------------------------------------------------
005480 3000-IMPEDIR-DECISAO.
005490     DISPLAY "*** ITEM DIGITADO OU CORRIGIDO PELO PROPRIO "
005500             "SUPERVISOR - DECISAO NAO PERMITIDA ***".
005510     ADD 1 TO WS-QTDE-IMPEDIDOS.
005520     MOVE PEND-STATUS-SW TO WS-SID-SITUACAO.
005530     MOVE "LIM-DECIS" TO WS-SEG-EVENTO.
005540     MOVE 'N' TO WS-SEG-RESULTADO.
005550     MOVE PEND-IMAGEM-TRAN TO WS-SEG-ANTES.
005560     MOVE WS-SEG-IMAGEM-DECISAO TO WS-SEG-DEPOIS.
005570     PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT.
005580 3000-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620* 3100-APROVAR-ITEM - CARIMBA O ITEM COMO APROVADO (A), PARA SER
005630*                     POSTADO PELO PROXIMO SOMABAT, E REGISTRA A
005640*                     DECISAO NO JORNAL DE SEGURANCA
005650*----------------------------------------------------------------
005660 3100-APROVAR-ITEM.
005670     MOVE 'A' TO PEND-STATUS-SW.
005680     PERFORM 3800-MARCAR-DECISAO THRU 3800-EXIT.
005690     IF WS-STATUS-PEND NOT = "00"
005700         GO TO 3100-EXIT
005710     END-IF.
005720     ADD 1 TO WS-QTDE-APROVADOS.
005730     ADD PEND-SOMA TO WS-TOTAL-APROVADO.
005740     MOVE "LIM-APROVA" TO WS-SEG-EVENTO.
005750     PERFORM 3900-REGISTRAR-DECISAO THRU 3900-EXIT.
005760     DISPLAY "ITEM APROVADO - SERA POSTADO NO PROXIMO LOTE.".
005770 3100-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810* 3200-RECUSAR-ITEM - CARIMBA O ITEM COMO RECUSADO (R), GRAVA-O
005820*                     NO ARQUIVO DE EXCECOES COMO EXCECAO ABERTA
005830*                     PARA CORRECAO PELO SOMAEXCP E REGISTRA A
005840*                     DECISAO NO JORNAL DE SEGURANCA
005850*----------------------------------------------------------------
005860 3200-RECUSAR-ITEM.
005870     MOVE 'R' TO PEND-STATUS-SW.
005880     PERFORM 3800-MARCAR-DECISAO THRU 3800-EXIT.
005890     IF WS-STATUS-PEND NOT = "00"
005900         GO TO 3200-EXIT
005910     END-IF.
005920     ADD 1 TO WS-QTDE-RECUSADOS.
005930     PERFORM 3300-GRAVAR-EXCECAO THRU 3300-EXIT.
005940     MOVE "LIM-RECUSA" TO WS-SEG-EVENTO.
005950     PERFORM 3900-REGISTRAR-DECISAO THRU 3900-EXIT.
005960     DISPLAY "ITEM RECUSADO - ENVIADO AO ARQUIVO DE EXCECOES.".
005970 3200-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010* 3300-GRAVAR-EXCECAO - ACRESCENTA AO ARQUIVO DE EXCECOES O ITEM
006020*                       RECUSADO, COM A IMAGEM DA TRANSACAO E O
006030*                       MOTIVO DA RETENCAO
006040*----------------------------------------------------------------
006050 3300-GRAVAR-EXCECAO.
006060     IF NOT WS-EXCP-ABERTO
006070         OPEN EXTEND EXCEPTION-FILE
006080         IF WS-STATUS-EXCP = "35"
006090             OPEN OUTPUT EXCEPTION-FILE
006100         END-IF
006110         IF WS-STATUS-EXCP NOT = "00"
006120             DISPLAY "*** ARQUIVO DE EXCECOES INDISPONIVEL ["
006130                     WS-STATUS-EXCP "] ***"
006140             GO TO 3300-EXIT
006150         END-IF
006160         SET WS-EXCP-ABERTO TO TRUE
006170     END-IF.
006180     INITIALIZE EXCEPTION-RECORD.
006190     MOVE "SOMAAPRV" TO EXCP-PROGRAMA.
006200     MOVE "LIM-RECUSA" TO EXCP-CAMPO.
006210     MOVE PEND-MOTIVO TO EXCP-VALOR-DIGITADO.
006220     MOVE WS-DATA-HOJE TO EXCP-DATA.
006230     ACCEPT EXCP-HORA FROM TIME.
006240     MOVE PEND-NUMERO-REGISTRO TO EXCP-NUMERO-REGISTRO.
006250     MOVE PEND-IMAGEM-TRAN TO EXCP-IMAGEM-TRAN.
006260     MOVE 'A' TO EXCP-STATUS-SW.
006270     MOVE PEND-DEPTO TO EXCP-DEPTO.
006280     MOVE SPACES TO EXCP-OPER-RESOLUCAO.
006290     MOVE ZEROS TO EXCP-DATA-RESOLUCAO.
006300     WRITE EXCEPTION-RECORD.
006310 3300-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 3800-MARCAR-DECISAO - CARIMBA NO PROPRIO REGISTRO O SUPERVISOR
006360*                       E A DATA DA DECISAO, REGRAVANDO-O NO
006370*                       LUGAR
006380*----------------------------------------------------------------
006390 3800-MARCAR-DECISAO.
006400     MOVE WS-OPERADOR-SIGNON TO PEND-OPER-DECISAO.
006410     MOVE WS-DATA-HOJE TO PEND-DATA-DECISAO.
006420     REWRITE PEND-RECORD.
006430     IF WS-STATUS-PEND NOT = "00"
006440         DISPLAY "*** REGRAVACAO DO ITEM RETIDO FALHOU ["
006450                 WS-STATUS-PEND "] - ITEM NAO DECIDIDO ***"
006460     END-IF.
006470 3800-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510* 3900-REGISTRAR-DECISAO - MONTA O EVENTO DA DECISAO PERMITIDA,
006520*                          COM A IMAGEM DA TRANSACAO E O ITEM
006530*                          DECIDIDO, E O GRAVA NO JORNAL DE
006540*                          SEGURANCA
006550*----------------------------------------------------------------
006560 3900-REGISTRAR-DECISAO.
006570     MOVE PEND-STATUS-SW TO WS-SID-SITUACAO.
006580     MOVE 'P' TO WS-SEG-RESULTADO.
006590     MOVE PEND-IMAGEM-TRAN TO WS-SEG-ANTES.
006600     MOVE WS-SEG-IMAGEM-DECISAO TO WS-SEG-DEPOIS.
006610     PERFORM 3950-REGISTRAR-SEGURANCA THRU 3950-EXIT.
006620 3900-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------
006660* 3950-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
006670*                            MONTADO EM WS-SEGURANCA AO JORNAL
006680*                            PERMANENTE DE SEGURANCA
006690*----------------------------------------------------------------
006700 3950-REGISTRAR-SEGURANCA.
006710     OPEN EXTEND SEG-FILE.
006720     IF WS-STATUS-SEG NOT = "00"
006730         DISPLAY "*** JORNAL DE SEGURANCA INDISPONIVEL ["
006740                 WS-STATUS-SEG "] ***"
006750         GO TO 3950-EXIT
006760     END-IF.
006770     INITIALIZE SEG-RECORD.
006780     MOVE WS-DATA-HOJE TO SEG-DATA.
006790     ACCEPT SEG-HORA FROM TIME.
006800     MOVE "SOMAAPRV" TO SEG-PROGRAMA.
006810     MOVE WS-OPERADOR-SIGNON TO SEG-OPERADOR-ID.
006820     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
006830     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
006840     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
006850     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
006860     WRITE SEG-RECORD.
006870     CLOSE SEG-FILE.
006880 3950-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 9000-ENCERRAR - FECHA OS ARQUIVOS E CONFIRMA A SESSAO AO
006930*                 SUPERVISOR
006940*----------------------------------------------------------------
006950 9000-ENCERRAR.
006960     IF WS-PEND-ABERTO
006970         CLOSE PEND-FILE
006980     END-IF.
006990     IF WS-EXCP-ABERTO
007000         CLOSE EXCEPTION-FILE
007010     END-IF.
007020     DISPLAY "------------------------------------------------".
007030     DISPLAY "ITENS PENDENTES APRESENTADOS .. " WS-QTDE-PENDENTES.
007040     DISPLAY "ITENS APROVADOS ............... " WS-QTDE-APROVADOS.
007050     DISPLAY "VALOR APROVADO ................ "
007060             WS-TOTAL-APROVADO " " WS-LABEL-UNIDADE.
007070     DISPLAY "ITENS RECUSADOS ............... " WS-QTDE-RECUSADOS.
007080     DISPLAY "ITENS PULADOS ................. " WS-QTDE-PULADOS.
007090     DISPLAY "DECISOES NAO PERMITIDAS ....... " WS-QTDE-IMPEDIDOS.
007100     DISPLAY "------------------------------------------------".
007110 9000-EXIT.
007120     EXIT.
