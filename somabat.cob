001090*                   EM DATA FORA DO CALENDARIO, EM DIA NAO UTIL
001100*                   OU EM PERIODO JA FECHADO PELO FECHAMENTO
001110*                   MENSAL.
001111* 2026-10-15 EPD    LOTE JA ESTORNADO PELO SOMAREV (STATUS E)
001111*                   TAMBEM E RECUSADO NA GUARDA DO CONTROLE DE
001111*                   EXECUCAO, SALVO OVERRIDE (F).
001111* 2026-10-15 EPD    COM O MODO DE SUSPENSO LIGADO NO PARMFILE, O
001111*                   DETALHE DE CONTA DESCONHECIDA OU INATIVA E
001111*                   POSTADO NA CONTA DE SUSPENSO DESIGNADA EM VEZ
001111*                   DE IR PARA AS EXCECOES, E GRAVADO COMO ITEM
001112*                   ABERTO NO SUSPFILE COM A CONTA ORIGINAL E O
001112*                   DEPARTAMENTO, PARA A RECLASSIFICACAO PELO
001112*                   SOMASUSP.
001112* 2026-10-15 EPD    DETALHE LANCADO EM CONTA POOL COM REGRA DE
001112*                   RATEIO ATIVA NO CADASTRO DE RATEIO
001112*                   (RATEFILE, MANTIDO PELO SOMARATE) E
001113*                   DISTRIBUIDO NA INTERFACE DO GL EM UM
001113*                   DETALHE POR DESTINO, PELO PERCENTUAL DE
001113*                   CADA UM, COM O RESTO DO ARREDONDAMENTO NO
001113*                   DESTINO DESIGNADO PARA QUE AS PARCELAS
001113*                   SOMEM EXATAMENTE A SOMA. O RELATORIO
001113*                   MOSTRA A LINHA ORIGINAL COM AS LINHAS
001113*                   RATEADAS LOGO ABAIXO. REGRA INCONSISTENTE
001114*                   REJEITA O DETALHE (RATEIO-INV). O TRAILER
001114*                   DA INTERFACE E O EVENTO (C) DO CONTROLE DE
001114*                   EXECUCAO PASSAM A LEVAR A QUANTIDADE DE
001114*                   DETALHES GRAVADOS PARA O GL; O TRAILER
001114*                   LEVA TAMBEM A QUANTIDADE DE PARES.
001114* 2026-10-15 EPD    O JORNAL DE AUDITORIA PASSA A LEVAR O
001115*                   DEPARTAMENTO DO LOTE DE CADA PAR POSTADO,
001115*                   PARA A CONCILIACAO TRIPLA DO SOMACONC.
001115* 2026-10-15 EPD    LIMITES DE VALOR POR DEPARTAMENTO/CONTA
001115*                   (LIMFILE, MANTIDO PELO SOMALIMT): DETALHE
001115*                   ACIMA DO LIMITE POR ITEM OU DO LIMITE DIARIO
001115*                   ACUMULADO NA EXECUCAO E RETIDO NO ARQUIVO DE
001115*                   PENDENTES DE APROVACAO (PENDFILE) EM VEZ DE
001116*                   POSTADO OU REJEITADO, SEM AFETAR O RESTO DO
001116*                   LOTE. NO ENCERRAMENTO, OS ITENS APROVADOS PELO
001116*                   SUPERVISOR NO SOMAAPRV SAO POSTADOS NESTA
001116*                   EXECUCAO E CARIMBADOS COMO LIBERADOS (L).
001116* 2026-10-15 EPD    DETECCAO DE DUPLICIDADE ENTRE DIAS: CADA PAR
001116*                   POSTADO GRAVA SUA ASSINATURA (DEPARTAMENTO,
001117*                   CONTA, SOMA COM SINAL E DATA DO MOVIMENTO) NO
001117*                   HISTORICO DUPFILE; O PAR CUJA ASSINATURA JA
001117*                   CONSTA NA JANELA DE DIAS DO PARMFILE VAI PARA
001117*                   AS EXCECOES COMO DUPLICADO, SALVO SE O
001117*                   CABECALHO DO LOTE TRAZ A DUPLICIDADE ESPERADA
001117*                   AUTORIZADA POR SUPERVISOR (NIVEL 2) ATIVO.
001117* 2026-10-15 EPD    A EXCECAO PASSA A LEVAR O DEPARTAMENTO DO
001118*                   LOTE ABERTO (EM BRANCO PARA ITEM AVULSO).
001118* 2026-10-15 EPD    ITEM APROVADO QUE FALHA NA VALIDACAO AO SER
001118*                   LIBERADO (EX.: CONTA INATIVADA DEPOIS DA
001118*                   RETENCAO) VAI PARA AS EXCECOES E E CARIMBADO
001118*                   COMO RECUSADO (R), NAO COMO LIBERADO.
001118* 2026-10-15 EPD    NO REINICIO (S) RELE OS ITENS RETIDOS E EM
001119*                   SUSPENSO JA GRAVADOS PELO LOTE, RECOMPOE OS
001119*                   SEUS TOTAIS E NAO OS GRAVA DE NOVO; FALHA NO
001119*                   CARIMBO DO ITEM LIBERADO ENCERRA COM RC 12.
001119* 2026-10-15 EPD    ASSINATURAS DE LOTE ESTORNADO (ULTIMO STATUS E
001119*                   NO CONTROLE DE EXECUCAO) NAO ENTRAM NA JANELA
001119*                   DE DUPLICIDADE.
001120*----------------------------------------------------------------
001130
001140 ENVIRONMENT DIVISION.
001570     SELECT CAL-FILE ASSIGN TO "CALFILE"
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS WS-STATUS-CAL.
001591     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
001591         ORGANIZATION IS SEQUENTIAL
001591         FILE STATUS IS WS-STATUS-SUSP.
001592     SELECT RATE-FILE ASSIGN TO "RATEFILE"
001592         ORGANIZATION IS INDEXED
001593         ACCESS MODE IS RANDOM
001593         RECORD KEY IS RATE-CONTA-POOL
001594         FILE STATUS IS WS-STATUS-RATE.
001594     SELECT LIM-FILE ASSIGN TO "LIMFILE"
001595         ORGANIZATION IS INDEXED
001595         ACCESS MODE IS RANDOM
001596         RECORD KEY IS LIM-CHAVE
001596         FILE STATUS IS WS-STATUS-LIM.
001597     SELECT PEND-FILE ASSIGN TO "PENDFILE"
001597         ORGANIZATION IS SEQUENTIAL
001598         FILE STATUS IS WS-STATUS-PEND.
001598     SELECT DUP-FILE ASSIGN TO "DUPFILE"
001599         ORGANIZATION IS SEQUENTIAL
001599         FILE STATUS IS WS-STATUS-DUP.
001600
001610 DATA DIVISION.
001620 FILE SECTION.
002380     RECORD CONTAINS 40 CHARACTERS.
002390 COPY CALREC.
002400
002401 FD  SUSP-FILE
002401     LABEL RECORDS ARE STANDARD
002401     RECORD CONTAINS 100 CHARACTERS.
002402 COPY SUSPREC.
002402
002402 FD  RATE-FILE
002403     LABEL RECORDS ARE STANDARD
002403     RECORD CONTAINS 200 CHARACTERS.
002404 COPY RATEREC.
002404
002404 FD  LIM-FILE
002405     LABEL RECORDS ARE STANDARD
002405     RECORD CONTAINS 60 CHARACTERS.
002405 COPY LIMREC.
002406
002406 FD  PEND-FILE
002407     LABEL RECORDS ARE STANDARD
002407     RECORD CONTAINS 150 CHARACTERS.
002407 COPY PENDREC.
002408
002408 FD  DUP-FILE
002408     LABEL RECORDS ARE STANDARD
002409     RECORD CONTAINS 60 CHARACTERS.
002409 COPY DUPREC.
002410 WORKING-STORAGE SECTION.
002420*----------------------------------------------------------------
002430* CAMPOS DE TRABALHO PARA O PAR CORRENTE, JA COM O SINAL APLICADO
003040     05  WS-RPT-CONTA           PIC X(08).
003050     05  FILLER                 PIC X(02) VALUE SPACES.
003060     05  WS-RPT-UNIDADE         PIC X(10).
003070     05  FILLER                 PIC X(02) VALUE SPACES.
003071     05  WS-RPT-OBS.
003071         10  WS-RPT-OBS-LIT     PIC X(22) VALUE SPACES.
003071         10  WS-RPT-OBS-CONTA   PIC X(08) VALUE SPACES.
003072     05  FILLER                 PIC X(22) VALUE SPACES.
003072
003073 01  WS-LINHA-RAT-RPT.
003073     05  FILLER                 PIC X(10) VALUE SPACES.
003074     05  FILLER                 PIC X(08) VALUE "RATEIO".
003074     05  WS-RAT-RPT-PERCENTUAL  PIC ZZ9,99.
003075     05  FILLER                 PIC X(01) VALUE "%".
003075     05  FILLER                 PIC X(17) VALUE SPACES.
003075     05  WS-RAT-RPT-VALOR       PIC +9(08),99.
003076     05  FILLER                 PIC X(04) VALUE SPACES.
003076     05  WS-RAT-RPT-CONTA       PIC X(08).
003077     05  FILLER                 PIC X(02) VALUE SPACES.
003077     05  WS-RAT-RPT-UNIDADE     PIC X(10).
003078     05  FILLER                 PIC X(02) VALUE SPACES.
003078     05  WS-RAT-RPT-OBS-LIT     PIC X(22).
003079     05  WS-RAT-RPT-OBS-CONTA   PIC X(08).
003079     05  FILLER                 PIC X(22) VALUE SPACES.
003080
003090 01  WS-LINHA-TOT-RPT.
003100     05  WS-TOT-RPT-LITERAL     PIC X(34).
003520 77  WS-DATA-EXECUCAO           PIC 9(08) VALUE ZEROS.
003530 77  WS-STATUS-PARM             PIC X(02) VALUE "00".
003540
003541*----------------------------------------------------------------
003541* POSTAGEM EM CONTA DE SUSPENSO (SUSPFILE) - CONTA DESIGNADA NO
003541* PARMFILE, CONTA EFETIVA DE POSTAGEM DO DETALHE CORRENTE E
003541* TOTAIS DOS ITENS POSTADOS EM SUSPENSO NA EXECUCAO
003541*----------------------------------------------------------------
003542 77  WS-STATUS-SUSP             PIC X(02) VALUE "00".
003542 77  WS-CONTA-SUSPENSO          PIC X(08) VALUE SPACES.
003542 77  WS-CONTA-POSTAGEM          PIC X(08) VALUE SPACES.
003542 77  WS-QTDE-SUSPENSO           PIC 9(07) VALUE ZEROS.
003542 77  WS-TOTAL-SUSPENSO          PIC S9(11)V99
003543     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
003543 77  WS-QTDE-JA-SUSPENSOS       PIC 9(04) VALUE ZEROS.
003543 01  WS-TAB-JA-SUSPENSO.
003543     05  WS-TAB-SUSP-REGISTRO   PIC 9(08) OCCURS 2000 TIMES.
003543
003544*----------------------------------------------------------------
003544* RATEIO DE CONTA POOL (RATEFILE, MANTIDO PELO SOMARATE) -
003544* PARCELAS DO DETALHE CORRENTE POR DESTINO DA REGRA, CONFERENCIA
003544* DA REGRA E CONTADORES DE DETALHES GRAVADOS PARA O GL
003544*----------------------------------------------------------------
003545 77  WS-STATUS-RATE             PIC X(02) VALUE "00".
003545 77  WS-QTDE-DET-GL             PIC 9(07) VALUE ZEROS.
003545 77  WS-QTDE-RATEADOS           PIC 9(07) VALUE ZEROS.
003545 77  WS-IX-RAT                  PIC 9(02) VALUE ZEROS.
003545 77  WS-IX-RESTO                PIC 9(02) VALUE ZEROS.
003546 77  WS-RAT-QTDE-RESTO          PIC 9(02) VALUE ZEROS.
003546 77  WS-RAT-PERCENTUAL          PIC 9(05)V99 VALUE ZEROS.
003546 77  WS-RAT-ACUMULADO           PIC S9(09)V99
003546     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
003546 01  WS-TAB-RATEIO.
003547     05  WS-RAT-VALOR           PIC S9(09)V99
003547         SIGN IS TRAILING SEPARATE CHARACTER
003547         OCCURS 10 TIMES.
003547
003547*----------------------------------------------------------------
003548* DETALHE A GRAVAR NA INTERFACE DO GL - O PAR INTEIRO NA CONTA
003548* DE POSTAGEM OU UMA PARCELA DO RATEIO NA CONTA DE DESTINO
003548*----------------------------------------------------------------
003548 01  WS-DETALHE-GL.
003548     05  WS-GL-VALOR            PIC S9(09)V99
003549         SIGN IS TRAILING SEPARATE CHARACTER.
003549     05  WS-GL-CONTA            PIC X(08).
003549     05  WS-GL-CONTA-POOL       PIC X(08).
003549     05  WS-GL-RESTO-SW         PIC X(01).
003549
003550*----------------------------------------------------------------
003560* CADASTRO DE CONTAS/CENTROS DE CUSTO (INDEXADO POR CNTA-CODIGO,
003570* LIDO DIRETO PELA CHAVE NA VALIDACAO) E TABELA DE SUBTOTAIS
004670         88  WS-FIM-LOTE        VALUE 'S'.
004680     05  WS-PAG-TOTAIS-SW       PIC X(01) VALUE 'N'.
004690         88  WS-PAG-TOTAIS      VALUE 'S'.
004691     05  WS-SUSPENSO-SW         PIC X(01) VALUE 'N'.
004691         88  WS-MODO-SUSPENSO   VALUE 'S'.
004691     05  WS-ITEM-SUSPENSO-SW    PIC X(01) VALUE 'N'.
004691         88  WS-ITEM-SUSPENSO   VALUE 'S'.
004691     05  WS-RATE-ABERTO-SW      PIC X(01) VALUE 'N'.
004692         88  WS-RATE-ABERTO     VALUE 'S'.
004692     05  WS-ITEM-RATEADO-SW     PIC X(01) VALUE 'N'.
004692         88  WS-ITEM-RATEADO    VALUE 'S'.
004692     05  WS-REGRA-VALIDA-SW     PIC X(01) VALUE 'N'.
004692         88  WS-REGRA-VALIDA    VALUE 'S'.
004693     05  WS-LIMITE-ABERTO-SW    PIC X(01) VALUE 'N'.
004693         88  WS-LIMITE-ABERTO   VALUE 'S'.
004693     05  WS-LIMITE-ACHADO-SW    PIC X(01) VALUE 'N'.
004693         88  WS-LIMITE-ACHADO   VALUE 'S'.
004694     05  WS-PEND-ABERTO-SW      PIC X(01) VALUE 'N'.
004694         88  WS-PEND-ABERTO     VALUE 'S'.
004694     05  WS-FIM-PEND-SW         PIC X(01) VALUE 'N'.
004694         88  WS-FIM-PEND        VALUE 'S'.
004694     05  WS-ITEM-RETIDO-SW      PIC X(01) VALUE 'N'.
004695         88  WS-ITEM-RETIDO     VALUE 'S'.
004695     05  WS-ITEM-LIBERADO-SW    PIC X(01) VALUE 'N'.
004695         88  WS-ITEM-LIBERADO   VALUE 'S'.
004695     05  WS-DUP-ATIVO-SW        PIC X(01) VALUE 'N'.
004695         88  WS-DUP-ATIVO       VALUE 'S'.
004696     05  WS-DUP-ABERTO-SW       PIC X(01) VALUE 'N'.
004696         88  WS-DUP-ABERTO      VALUE 'S'.
004696     05  WS-FIM-DUP-SW          PIC X(01) VALUE 'N'.
004696         88  WS-FIM-DUP         VALUE 'S'.
004697     05  WS-DUP-ACHADO-SW       PIC X(01) VALUE 'N'.
004697         88  WS-DUP-ACHADO      VALUE 'S'.
004697     05  WS-RUNC-ACHADO-SW      PIC X(01) VALUE 'N'.
004697         88  WS-RUNC-ACHADO     VALUE 'S'.
004697     05  WS-FIM-SUSP-SW         PIC X(01) VALUE 'N'.
004698         88  WS-FIM-SUSP        VALUE 'S'.
004698     05  WS-REG-GRAVADO-SW      PIC X(01) VALUE 'N'.
004698         88  WS-REG-GRAVADO     VALUE 'S'.
004698     05  WS-TAB-DUP-CHEIA-SW    PIC X(01) VALUE 'N'.
004698         88  WS-TAB-DUP-CHEIA   VALUE 'S'.
004699     05  WS-LOTE-DUP-AUTOR-SW   PIC X(01) VALUE 'N'.
004699         88  WS-LOTE-DUP-AUTORIZADO VALUE 'S'.
004699     05  WS-ITEM-DUP-AUTOR-SW   PIC X(01) VALUE 'N'.
004699         88  WS-ITEM-DUP-AUTORIZADO VALUE 'S'.
004700
004710*----------------------------------------------------------------
004720* EVENTO DE SEGURANCA A GRAVAR NO JORNAL PERMANENTE (SEGFILE)
004740 77  WS-STATUS-SEG              PIC X(02) VALUE "00".
004750 01  WS-SEGURANCA.
004760     05  WS-SEG-RESULTADO       PIC X(01).
004763     05  WS-SEG-EVENTO          PIC X(10) VALUE SPACES.
004766     05  WS-SEG-OPERADOR        PIC X(08) VALUE SPACES.
004770     05  WS-SEG-ANTES           PIC X(60) VALUE SPACES.
004780     05  WS-SEG-DEPOIS          PIC X(60) VALUE SPACES.
004790
004890* EM LOTE NAO TEM UM OPERADOR DIGITANDO, ENTAO USA-SE UM ID FIXO
004900*----------------------------------------------------------------
004910 77  WS-OPERADOR-ID             PIC X(08) VALUE "BATCH".
004911*----------------------------------------------------------------
004911* LIMITES DE VALOR (LIMFILE, MANTIDO PELO SOMALIMT) - CHAVE DO
004911* LIMITE PROCURADO/ACHADO PARA O DETALHE CORRENTE, ACUMULADO DA
004911* EXECUCAO POR CHAVE DE LIMITE PARA O LIMITE DIARIO E TOTAIS DOS
004911* ITENS RETIDOS PARA APROVACAO (PENDFILE) E DOS LIBERADOS
004911*----------------------------------------------------------------
004911 77  WS-STATUS-LIM              PIC X(02) VALUE "00".
004911 77  WS-STATUS-PEND             PIC X(02) VALUE "00".
004911 77  WS-MOTIVO-RETENCAO         PIC X(10) VALUE SPACES.
004911 77  WS-LIM-VALOR-ABS           PIC 9(09)V99 VALUE ZEROS.
004911 77  WS-LIM-ACUMULADO           PIC 9(11)V99 VALUE ZEROS.
004912 77  WS-QTDE-LIMITES            PIC 9(03) VALUE ZEROS.
004912 77  WS-IX-LIM                  PIC 9(03) VALUE ZEROS.
004912 77  WS-QTDE-RETIDOS            PIC 9(07) VALUE ZEROS.
004912 77  WS-TOTAL-RETIDO            PIC S9(11)V99
004912     SIGN IS TRAILING SEPARATE CHARACTER VALUE ZEROS.
004912 77  WS-QTDE-LIBERADOS          PIC 9(07) VALUE ZEROS.
004912 77  WS-QTDE-LIB-REJEITADOS     PIC 9(07) VALUE ZEROS.
004912 77  WS-QTDE-JA-RETIDOS         PIC 9(04) VALUE ZEROS.
004912 77  WS-IX-GRAVADO              PIC 9(04) VALUE ZEROS.
004912 01  WS-LIM-CHAVE-PROCURADA.
004913     05  WS-LIM-DEPTO-PROC      PIC X(04).
004913     05  WS-LIM-CONTA-PROC      PIC X(08).
004913 01  WS-TAB-LIMITE.
004913     05  WS-TAB-LIM-ENT OCCURS 500 TIMES.
004913         10  WS-TAB-LIM-CHAVE   PIC X(12).
004913         10  WS-TAB-LIM-ACUMULADO
004913                                PIC 9(11)V99.
004913 01  WS-TAB-JA-RETIDO.
004913     05  WS-TAB-RET-REGISTRO    PIC 9(08) OCCURS 2000 TIMES.
004913*----------------------------------------------------------------
004913* DETECCAO DE DUPLICIDADE (DUPFILE) - JANELA EM DIAS E REGRA DE
004914* COMPARACAO DO PARMFILE, ASSINATURA DO PAR CORRENTE, TABELA DAS
004914* ASSINATURAS POSTADAS NA JANELA (CARREGADA NA INICIALIZACAO E
004914* COMPLETADA COM OS PARES POSTADOS NESTA EXECUCAO), CAMPOS DO
004914* CABECALHO GUARDADOS ANTES DA REJEICAO DE UM LOTE ANTERIOR E
004914* TOTAIS DE DUPLICADOS REJEITADOS E AUTORIZADOS
004914*----------------------------------------------------------------
004914 77  WS-STATUS-DUP              PIC X(02) VALUE "00".
004914 77  WS-DUP-DIAS                PIC 9(02) VALUE ZEROS.
004914 77  WS-DUP-REGRA               PIC X(01) VALUE 'S'.
004914     88  WS-DUP-COM-DATA        VALUE 'C'.
004915 77  WS-DIAS-LIMITE-DUP         PIC 9(08) VALUE ZEROS.
004915 77  WS-QTDE-LOTES-RUNC         PIC 9(04) VALUE ZEROS.
004915 77  WS-IX-RUNC                 PIC 9(04) VALUE ZEROS.
004915 77  WS-RUNC-LOTE-PROC          PIC X(08) VALUE SPACES.
004915 77  WS-QTDE-ASSINATURAS        PIC 9(05) VALUE ZEROS.
004915 77  WS-IX-DUP                  PIC 9(05) VALUE ZEROS.
004915 77  WS-QTDE-DUPLICADOS         PIC 9(07) VALUE ZEROS.
004915 77  WS-QTDE-DUP-AUTORIZADOS    PIC 9(07) VALUE ZEROS.
004915 77  WS-LOTE-DATA-MOV           PIC 9(08) VALUE ZEROS.
004915 77  WS-LOTE-DUP-SUPERVISOR     PIC X(08) VALUE SPACES.
004915 77  WS-HDR-DATA-NOVO           PIC 9(08) VALUE ZEROS.
004916 77  WS-HDR-DUP-SW-NOVO         PIC X(01) VALUE SPACE.
004916 77  WS-HDR-SUPERVISOR-NOVO     PIC X(08) VALUE SPACES.
004916 77  WS-HDR-IMAGEM-NOVO         PIC X(40) VALUE SPACES.
004916 01  WS-ASSINATURA.
004916     05  WS-ASS-DEPTO           PIC X(04).
004916     05  WS-ASS-CONTA           PIC X(08).
004916     05  WS-ASS-SOMA            PIC S9(09)V99
004916         SIGN IS TRAILING SEPARATE CHARACTER.
004916     05  WS-ASS-DATA-MOV        PIC 9(08).
004916     05  WS-ASS-BATCH-ID        PIC X(08).
004917 01  WS-TAB-ASSINATURA.
004917     05  WS-TAB-ASS-ENT OCCURS 5000 TIMES.
004917         10  WS-TAB-ASS-DEPTO   PIC X(04).
004917         10  WS-TAB-ASS-CONTA   PIC X(08).
004917         10  WS-TAB-ASS-SOMA    PIC S9(09)V99
004917             SIGN IS TRAILING SEPARATE CHARACTER.
004917         10  WS-TAB-ASS-DATA-MOV
004917                                PIC 9(08).
004917         10  WS-TAB-ASS-BATCH-ID
004917                                PIC X(08).
004917 01  WS-TAB-RUNC.
004918     05  WS-TAB-RUNC-ENT OCCURS 2000 TIMES.
004918         10  WS-TAB-RUNC-BATCH  PIC X(08).
004918         10  WS-TAB-RUNC-STATUS PIC X(01).
004918
004918*----------------------------------------------------------------
004918* CALCULO DE DIAS CORRIDOS - CONVERTE UMA DATA AAAAMMDD EM UM
004918* NUMERO SERIAL DE DIAS PARA MEDIR A JANELA DE DUPLICIDADE
004918*----------------------------------------------------------------
004918 01  WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
004918 01  FILLER REDEFINES WS-DATA-CALC.
004919     05  WS-CALC-ANO            PIC 9(04).
004919     05  WS-CALC-MES            PIC 9(02).
004919     05  WS-CALC-DIA            PIC 9(02).
004919 77  WS-DIAS-CALC               PIC 9(08) VALUE ZEROS.
004919 77  WS-RESTO-CALC              PIC 9(04) VALUE ZEROS.
004919 77  WS-QUOCIENTE-CALC          PIC 9(04) VALUE ZEROS.
004919 01  WS-DIAS-ACUMULADOS-VAL     PIC X(36) VALUE
004919     "000031059090120151181212243273304334".
004919 01  FILLER REDEFINES WS-DIAS-ACUMULADOS-VAL.
004919     05  WS-DIAS-ACUM-MES       PIC 9(03) OCCURS 12 TIMES.
004920
004930 PROCEDURE DIVISION.
004940*----------------------------------------------------------------
005140     MOVE WS-DATA-LOTE TO WS-BATCH-ID.
005150     PERFORM 1220-VERIFICAR-CALENDARIO THRU 1220-EXIT.
005160     PERFORM 1200-ABRIR-CONTAS THRU 1200-EXIT.
005161     IF WS-MODO-SUSPENSO
005162         PERFORM 1250-VERIFICAR-SUSPENSO THRU 1250-EXIT
005163     END-IF.
005164     PERFORM 1230-ABRIR-RATEIO THRU 1230-EXIT.
005165     PERFORM 1240-ABRIR-LIMITES THRU 1240-EXIT.
005170     PERFORM 1210-CARREGAR-DEPTOS THRU 1210-EXIT.
005180     ACCEPT WS-MODO-EXECUCAO-SW.
005190     IF WS-MODO-RESTART OR WS-MODO-FORCA
005260     OPEN INPUT TRAN-FILE.
005270     OPEN EXTEND EXCEPTION-FILE.
005280     OPEN EXTEND AUDIT-FILE.
005281     IF WS-MODO-SUSPENSO
005282         OPEN EXTEND SUSP-FILE
005283         IF WS-STATUS-SUSP NOT = "00"
005284             DISPLAY "*** ARQUIVO DE SUSPENSO INDISPONIVEL ["
005285                     WS-STATUS-SUSP "] - CONTAS INVALIDAS "
005286                     "IRAO PARA AS EXCECOES ***"
005287             MOVE 'N' TO WS-SUSPENSO-SW
005288         END-IF
005289     END-IF.
005290     IF WS-MODO-RESTART
005300         PERFORM 1100-RECUPERAR-CHECKPOINT THRU 1100-EXIT
005310         PERFORM 1300-RECUPERAR-SUBTOTAIS THRU 1300-EXIT
005390         MOVE ZEROS TO WS-QTDE-PARES
005400         MOVE ZEROS TO WS-QTDE-REJEITADOS
005410         MOVE ZEROS TO WS-NUMERO-REGISTRO
005413         MOVE ZEROS TO WS-QTDE-DET-GL
005416         MOVE ZEROS TO WS-QTDE-RATEADOS
005420         OPEN OUTPUT RELATORIO-FILE
005430         OPEN OUTPUT IFACE-FILE
005440         OPEN OUTPUT CKPT-FILE
005450         PERFORM 2700-GRAVAR-CABECALHO-GL THRU 2700-EXIT
005460     END-IF.
005461     PERFORM 1800-CARREGAR-HISTORICO-DUP THRU 1800-EXIT.
005462     IF WS-MODO-RESTART
005463         PERFORM 1870-RECUPERAR-RETIDOS THRU 1870-EXIT
005464         PERFORM 1880-RECUPERAR-SUSPENSOS THRU 1880-EXIT
005465     END-IF.
005470     PERFORM 2100-LER-TRANSACAO THRU 2100-EXIT.
005480 1000-EXIT.
005490     EXIT.
005690     MOVE PARM-NOME-ARQ-AUDITORIA TO WS-NOME-ARQ-AUDITORIA.
005700     MOVE PARM-NOME-ARQ-INTERFACE TO WS-NOME-ARQ-INTERFACE.
005710     MOVE PARM-DATA-EXECUCAO TO WS-DATA-EXECUCAO.
005711     IF PARM-SUSPENSO-ATIVO
005711         MOVE PARM-CONTA-SUSPENSO TO WS-CONTA-SUSPENSO
005712         SET WS-MODO-SUSPENSO TO TRUE
005713     END-IF.
005714     IF PARM-DUP-DIAS IS NUMERIC AND PARM-DUP-DIAS > ZEROS
005715         MOVE PARM-DUP-DIAS TO WS-DUP-DIAS
005715         SET WS-DUP-ATIVO TO TRUE
005716         IF PARM-DUP-COM-DATA
005717             MOVE 'C' TO WS-DUP-REGRA
005718         END-IF
005719     END-IF.
005720     CLOSE PARM-FILE.
005730 1050-EXIT.
005740     EXIT.
006270 1200-EXIT.
006280     EXIT.
006290
006291*----------------------------------------------------------------
006291* 1230-ABRIR-RATEIO - ABRE O CADASTRO DE REGRAS DE RATEIO
006291*                     INDEXADO PARA AS LEITURAS DIRETAS PELA
006291*                     CONTA DE POSTAGEM. SEM CADASTRO, OS
006291*                     DETALHES SAO POSTADOS SEM RATEIO.
006291*----------------------------------------------------------------
006291 1230-ABRIR-RATEIO.
006291     OPEN INPUT RATE-FILE.
006291     IF WS-STATUS-RATE NOT = "00"
006291         DISPLAY "*** CADASTRO DE REGRAS DE RATEIO VAZIO OU "
006292                 "AUSENTE - DETALHES POSTADOS SEM RATEIO ***"
006292         GO TO 1230-EXIT
006292     END-IF.
006292     SET WS-RATE-ABERTO TO TRUE.
006292 1230-EXIT.
006292     EXIT.
006292
006292*----------------------------------------------------------------
006292* 1240-ABRIR-LIMITES - ABRE O CADASTRO DE LIMITES DE VALOR PARA
006293*                      AS LEITURAS DIRETAS PELA CHAVE (SEM
006293*                      CADASTRO, OS DETALHES SAO POSTADOS SEM
006293*                      LIMITE) E O ARQUIVO DE ITENS RETIDOS PARA
006293*                      APROVACAO. COM LIMITES EM VIGOR E SEM
006293*                      ARQUIVO DE RETIDOS A EXECUCAO E RECUSADA,
006293*                      PARA NENHUM ITEM ACIMA DO LIMITE SER
006293*                      POSTADO SEM APROVACAO.
006293*----------------------------------------------------------------
006293 1240-ABRIR-LIMITES.
006294     OPEN INPUT LIM-FILE.
006294     IF WS-STATUS-LIM = "00"
006294         SET WS-LIMITE-ABERTO TO TRUE
006294     ELSE
006294         DISPLAY "*** CADASTRO DE LIMITES DE VALOR VAZIO OU "
006294                 "AUSENTE - DETALHES POSTADOS SEM LIMITE ***"
006294     END-IF.
006294     OPEN EXTEND PEND-FILE.
006294     IF WS-STATUS-PEND = "35"
006295         OPEN OUTPUT PEND-FILE
006295     END-IF.
006295     IF WS-STATUS-PEND = "00"
006295         SET WS-PEND-ABERTO TO TRUE
006295         GO TO 1240-EXIT
006295     END-IF.
006295     DISPLAY "*** ARQUIVO DE ITENS RETIDOS P/ APROVACAO "
006295             "INDISPONIVEL [" WS-STATUS-PEND "] ***".
006295     IF WS-LIMITE-ABERTO
006295         DISPLAY "*** EXECUCAO RECUSADA - LIMITES DE VALOR EM "
006296                 "VIGOR SEM ONDE RETER OS ITENS ***"
006296         MOVE 12 TO RETURN-CODE
006296         STOP RUN
006296     END-IF.
006296 1240-EXIT.
006296     EXIT.
006296
006296*----------------------------------------------------------------
006296* 1250-VERIFICAR-SUSPENSO - EXIGE QUE A CONTA DE SUSPENSO
006297*                           DESIGNADA EXISTA E ESTEJA ATIVA NO
006297*                           CADASTRO DE CONTAS; SENAO DESLIGA O
006297*                           MODO DE SUSPENSO E AS CONTAS
006297*                           INVALIDAS VOLTAM AS EXCECOES
006297*----------------------------------------------------------------
006297 1250-VERIFICAR-SUSPENSO.
006297     MOVE 'N' TO WS-CONTA-ACHADA-SW.
006297     IF WS-CNTA-ABERTA AND WS-CONTA-SUSPENSO NOT = SPACES
006297         MOVE WS-CONTA-SUSPENSO TO CNTA-CODIGO
006298         READ CNTA-FILE
006298             INVALID KEY
006298                 CONTINUE
006298             NOT INVALID KEY
006298                 IF CNTA-ATIVA
006298                     SET WS-CONTA-ACHADA TO TRUE
006298                 END-IF
006298         END-READ
006298     END-IF.
006299     IF NOT WS-CONTA-ACHADA
006299         DISPLAY "*** CONTA DE SUSPENSO [" WS-CONTA-SUSPENSO
006299                 "] DESCONHECIDA OU INATIVA - CONTAS "
006299                 "INVALIDAS IRAO PARA AS EXCECOES ***"
006299         MOVE 'N' TO WS-SUSPENSO-SW
006299     END-IF.
006299 1250-EXIT.
006299     EXIT.
006299
006300*----------------------------------------------------------------
006310* 1220-VERIFICAR-CALENDARIO - PROCURA A DATA DO LOTE NO
006320*                             CALENDARIO DE POSTAGEM E RECUSA A
007520*----------------------------------------------------------------
007530* 1350-RELER-DETALHE-GL - RELE UM REGISTRO DO ARQUIVO DE
007540*                         INTERFACE E ACUMULA OS DETALHES NA
007550*                         TABELA DE SUBTOTAIS POR CONTA; AS
007553*                         PARCELAS DE UM PAR RATEADO CONTAM UM
007556*                         SO PAR NO DEPARTAMENTO (A DO RESTO)
007560*----------------------------------------------------------------
007570 1350-RELER-DETALHE-GL.
007580     READ IFACE-FILE
007630     IF IFACE-DET-TIPO NOT = 'D'
007640         GO TO 1350-EXIT
007650     END-IF.
007651     IF WS-LIMITE-ABERTO
007652         PERFORM 1360-RECUPERAR-LIMITE THRU 1360-EXIT
007653     END-IF.
007654     ADD 1 TO WS-QTDE-DET-GL.
007655     IF IFACE-DET-RATEIO-RESTO
007656         ADD 1 TO WS-QTDE-RATEADOS
007657     END-IF.
007660     MOVE IFACE-DET-CONTA TO WS-CONTA-PROCURADA.
007670     MOVE IFACE-DET-SOMA TO WS-VALOR-ACUMULO.
007680     PERFORM 2080-ACUMULAR-CONTA THRU 2080-EXIT.
007720     MOVE IFACE-DET-DEPTO TO WS-DEPTO-PROCURADO.
007730     PERFORM 2055-PROCURAR-DEPTO THRU 2055-EXIT.
007740     IF WS-DEPTO-ACHADO
007750         IF IFACE-DET-CONTA-POOL = SPACES
007752            OR IFACE-DET-RATEIO-RESTO
007754             ADD 1 TO WS-TAB-DEPT-QTDE (WS-IX-DEPT)
007756         END-IF
007760         ADD IFACE-DET-SOMA TO WS-TAB-DEPT-TOTAL (WS-IX-DEPT)
007770     END-IF.
007780 1350-EXIT.
007790     EXIT.
007791*----------------------------------------------------------------
007791* 1360-RECUPERAR-LIMITE - NO REINICIO, REFAZ O ACUMULADO DO
007791*                         LIMITE DIARIO COM O DETALHE RELIDO DA
007792*                         INTERFACE (A PARCELA DE RATEIO CONTA
007792*                         NO LIMITE DA CONTA POOL DE POSTAGEM)
007793*----------------------------------------------------------------
007793 1360-RECUPERAR-LIMITE.
007794     MOVE IFACE-DET-DEPTO TO WS-LIM-DEPTO-PROC.
007794     IF IFACE-DET-CONTA-POOL = SPACES
007795         MOVE IFACE-DET-CONTA TO WS-CONTA-POSTAGEM
007795     ELSE
007795         MOVE IFACE-DET-CONTA-POOL TO WS-CONTA-POSTAGEM
007796     END-IF.
007796     MOVE IFACE-DET-SOMA TO SOMA.
007797     PERFORM 2505-PROCURAR-LIMITE THRU 2505-EXIT.
007797     IF WS-LIMITE-ACHADO
007798         PERFORM 2530-ACUMULAR-LIMITE THRU 2530-EXIT
007798     END-IF.
007799 1360-EXIT.
007799     EXIT.
007800
007810*----------------------------------------------------------------
007820* 1400-VERIFICAR-RUN-CONTROL - LE O ARQUIVO DE CONTROLE DE
007830*                              EXECUCAO E RECUSA UM LOTE NOVO
007840*                              CUJO BATCH-ID JA CONSTE COMO
007850*                              COMPLETADO/RECONCILIADO/POSTADO
007855*                              OU ESTORNADO, SALVO
007860*                              REINICIO (S) OU OVERRIDE (F)
007870*----------------------------------------------------------------
007880 1400-VERIFICAR-RUN-CONTROL.
007960         UNTIL WS-FIM-RUNC.
007970     CLOSE RUNC-FILE.
007980     IF (WS-STATUS-LOTE-ANT = 'C' OR WS-STATUS-LOTE-ANT = 'R'
007990         OR WS-STATUS-LOTE-ANT = 'P' OR WS-STATUS-LOTE-ANT = 'E')
008000         AND NOT WS-MODO-RESTART
008010         AND NOT WS-MODO-FORCA
008020         DISPLAY "*** LOTE " WS-BATCH-ID " JA CONSTA COMO "
008230     IF RUNC-BATCH-ID = WS-BATCH-ID
008240         MOVE RUNC-STATUS TO WS-STATUS-LOTE-ANT
008250     END-IF.
008255     PERFORM 1460-GUARDAR-STATUS-LOTE THRU 1460-EXIT.
008260 1450-EXIT.
008270     EXIT.
008271*----------------------------------------------------------------
008271* 1460-GUARDAR-STATUS-LOTE - GUARDA NA TABELA O STATUS MAIS
008271*                            RECENTE DE CADA BATCH-ID DO CONTROLE
008271*                            DE EXECUCAO, INCLUINDO A ENTRADA NO
008271*                            PRIMEIRO EVENTO DO LOTE
008271*----------------------------------------------------------------
008272 1460-GUARDAR-STATUS-LOTE.
008272     MOVE RUNC-BATCH-ID TO WS-RUNC-LOTE-PROC.
008272     PERFORM 1470-PROCURAR-LOTE-RUNC THRU 1470-EXIT.
008272     IF NOT WS-RUNC-ACHADO
008272         IF WS-QTDE-LOTES-RUNC < 2000
008273             ADD 1 TO WS-QTDE-LOTES-RUNC
008273             MOVE WS-QTDE-LOTES-RUNC TO WS-IX-RUNC
008273             MOVE RUNC-BATCH-ID TO WS-TAB-RUNC-BATCH (WS-IX-RUNC)
008273         ELSE
008273             DISPLAY "*** TABELA DE LOTES DO CONTROLE DE "
008273                     "EXECUCAO ESGOTADA ***"
008274             GO TO 1460-EXIT
008274         END-IF
008274     END-IF.
008274     MOVE RUNC-STATUS TO WS-TAB-RUNC-STATUS (WS-IX-RUNC).
008274 1460-EXIT.
008275     EXIT.
008275
008275*----------------------------------------------------------------
008275* 1470-PROCURAR-LOTE-RUNC - PROCURA O BATCH-ID WS-RUNC-LOTE-PROC
008275*                           NA TABELA DE LOTES DO CONTROLE DE
008275*                           EXECUCAO
008276*----------------------------------------------------------------
008276 1470-PROCURAR-LOTE-RUNC.
008276     MOVE 1 TO WS-IX-RUNC.
008276     MOVE 'N' TO WS-RUNC-ACHADO-SW.
008276     PERFORM 1475-COMPARAR-LOTE-RUNC THRU 1475-EXIT
008277         UNTIL WS-RUNC-ACHADO OR WS-IX-RUNC > WS-QTDE-LOTES-RUNC.
008277 1470-EXIT.
008277     EXIT.
008277
008277*----------------------------------------------------------------
008277* 1475-COMPARAR-LOTE-RUNC - COMPARA O BATCH-ID PROCURADO COM UMA
008278*                           ENTRADA DA TABELA DE LOTES
008278*----------------------------------------------------------------
008278 1475-COMPARAR-LOTE-RUNC.
008278     IF WS-TAB-RUNC-BATCH (WS-IX-RUNC) = WS-RUNC-LOTE-PROC
008278         SET WS-RUNC-ACHADO TO TRUE
008279     ELSE
008279         ADD 1 TO WS-IX-RUNC
008279     END-IF.
008279 1475-EXIT.
008279     EXIT.
008280
008290*----------------------------------------------------------------
008300* 1500-REGISTRAR-EXECUCAO - ACRESCENTA UM EVENTO DO LOTE
008310*                           CORRENTE AO CONTROLE DE EXECUCAO,
008320*                           COM O STATUS PEDIDO E OS TOTAIS
008330*                           CORRENTES; A QUANTIDADE E A DE
008333*                           DETALHES GRAVADOS PARA O GL, QUE
008336*                           A CARGA DO GL CONFIRMA UM A UM
008340*----------------------------------------------------------------
008350 1500-REGISTRAR-EXECUCAO.
008360     INITIALIZE RUNC-RECORD.
008370     MOVE WS-BATCH-ID TO RUNC-BATCH-ID.
008380     MOVE "TRANFILE" TO RUNC-ID-ARQ-TRAN.
008390     MOVE WS-RUNC-STATUS-GRAVAR TO RUNC-STATUS.
008400     MOVE WS-QTDE-DET-GL TO RUNC-QTDE-PARES.
008410     MOVE WS-QTDE-REJEITADOS TO RUNC-QTDE-REJEITADOS.
008420     MOVE WS-TOTAL-GERAL TO RUNC-TOTAL.
008430     MOVE WS-DATA-LOTE TO RUNC-DATA.
008700*----------------------------------------------------------------
008710 1700-VALIDAR-AUTORIZACAO.
008720     ACCEPT WS-OPERADOR-CARTAO.
008721     MOVE WS-OPERADOR-CARTAO TO WS-SEG-OPERADOR.
008722     IF WS-MODO-RESTART
008723         MOVE "REINICIO" TO WS-SEG-EVENTO
008724     ELSE
008725         MOVE "OVERRIDE" TO WS-SEG-EVENTO
008726     END-IF.
008730     MOVE 'N' TO WS-OPER-ACHADO-SW.
008740     OPEN INPUT OPER-FILE.
008750     IF WS-STATUS-OPER NOT = "00"
009120 1710-EXIT.
009130     EXIT.
009140
009141*----------------------------------------------------------------
009141* 1800-CARREGAR-HISTORICO-DUP - COM A DETECCAO DE DUPLICIDADE
009141*                               LIGADA, CARREGA NA TABELA AS
009141*                               ASSINATURAS DO HISTORICO POSTADAS
009141*                               DENTRO DA JANELA DE DIAS; EM
009141*                               SEGUIDA ABRE O HISTORICO PARA
009141*                               ACRESCENTAR AS ASSINATURAS DOS
009141*                               PARES POSTADOS NESTA EXECUCAO
009141*----------------------------------------------------------------
009141 1800-CARREGAR-HISTORICO-DUP.
009141     MOVE ZEROS TO WS-QTDE-ASSINATURAS.
009141     IF WS-DUP-ATIVO
009141         MOVE WS-DATA-LOTE TO WS-DATA-CALC
009141         PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
009141         COMPUTE WS-DIAS-LIMITE-DUP = WS-DIAS-CALC - WS-DUP-DIAS
009141         OPEN INPUT DUP-FILE
009141         IF WS-STATUS-DUP = "00"
009141             MOVE 'N' TO WS-FIM-DUP-SW
009141             PERFORM 1850-LER-HISTORICO-DUP THRU 1850-EXIT
009141                 UNTIL WS-FIM-DUP
009141             CLOSE DUP-FILE
009141         ELSE
009141             DISPLAY "*** HISTORICO DE DUPLICIDADE INDISPONIVEL ["
009142                     WS-STATUS-DUP "] - SO SERAO DETECTADOS "
009142                     "DUPLICADOS DESTA EXECUCAO ***"
009142         END-IF
009142         DISPLAY "ASSINATURAS CARREGADAS NA JANELA "
009142                 WS-QTDE-ASSINATURAS
009142     END-IF.
009142     OPEN EXTEND DUP-FILE.
009142     IF WS-STATUS-DUP = "35"
009142         OPEN OUTPUT DUP-FILE
009142     END-IF.
009142     IF WS-STATUS-DUP = "00"
009142         SET WS-DUP-ABERTO TO TRUE
009142     ELSE
009142         DISPLAY "*** HISTORICO DE DUPLICIDADE INDISPONIVEL ["
009142                 WS-STATUS-DUP "] - ASSINATURAS DESTA EXECUCAO "
009142                 "NAO SERAO GRAVADAS ***"
009142     END-IF.
009142 1800-EXIT.
009142     EXIT.
009142
009142*----------------------------------------------------------------
009142* 1850-LER-HISTORICO-DUP - LE UMA ASSINATURA DO HISTORICO E A
009142*                          GUARDA NA TABELA SE FOI POSTADA DENTRO
009143*                          DA JANELA; NO REINICIO, DESPREZA AS
009143*                          GRAVADAS POR ESTE LOTE APOS O ULTIMO
009143*                          CHECKPOINT, QUE SERAO POSTADAS DE NOVO;
009143*                          DESPREZA TAMBEM AS DE LOTE CUJO ULTIMO
009143*                          STATUS NO CONTROLE E ESTORNADO (E)
009143*----------------------------------------------------------------
009143 1850-LER-HISTORICO-DUP.
009143     READ DUP-FILE
009143         AT END
009143             SET WS-FIM-DUP TO TRUE
009143             GO TO 1850-EXIT
009143     END-READ.
009143     IF DUP-DATA-POSTAGEM IS NOT NUMERIC
009143         GO TO 1850-EXIT
009143     END-IF.
009143     MOVE DUP-BATCH-ID TO WS-RUNC-LOTE-PROC.
009143     PERFORM 1470-PROCURAR-LOTE-RUNC THRU 1470-EXIT.
009143     IF WS-RUNC-ACHADO
009143        AND WS-TAB-RUNC-STATUS (WS-IX-RUNC) = 'E'
009143         GO TO 1850-EXIT
009143     END-IF.
009143     IF WS-MODO-RESTART AND DUP-BATCH-ID = WS-BATCH-ID
009144        AND DUP-NUMERO-REGISTRO > WS-NUMERO-REGISTRO
009144         GO TO 1850-EXIT
009144     END-IF.
009144     MOVE DUP-DATA-POSTAGEM TO WS-DATA-CALC.
009144     PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT.
009144     IF WS-DIAS-CALC < WS-DIAS-LIMITE-DUP
009144         GO TO 1850-EXIT
009144     END-IF.
009144     MOVE DUP-DEPTO TO WS-ASS-DEPTO.
009144     MOVE DUP-CONTA TO WS-ASS-CONTA.
009144     MOVE DUP-SOMA TO WS-ASS-SOMA.
009144     MOVE DUP-DATA-MOVIMENTO TO WS-ASS-DATA-MOV.
009144     MOVE DUP-BATCH-ID TO WS-ASS-BATCH-ID.
009144     PERFORM 2480-GUARDAR-ASSINATURA THRU 2480-EXIT.
009144 1850-EXIT.
009144     EXIT.
009144
009144*----------------------------------------------------------------
009144* 1870-RECUPERAR-RETIDOS - NO REINICIO, RELE O ARQUIVO DE ITENS
009144*                          RETIDOS, GUARDA O NUMERO DE REGISTRO
009144*                          DOS ITENS JA GRAVADOS POR ESTE LOTE E
009144*                          RECOMPOE OS SEUS TOTAIS; EM SEGUIDA
009144*                          REABRE O ARQUIVO PARA ACRESCENTAR
009145*----------------------------------------------------------------
009145 1870-RECUPERAR-RETIDOS.
009145     MOVE ZEROS TO WS-QTDE-JA-RETIDOS.
009145     IF NOT WS-PEND-ABERTO
009145         GO TO 1870-EXIT
009145     END-IF.
009145     CLOSE PEND-FILE.
009145     OPEN INPUT PEND-FILE.
009145     IF WS-STATUS-PEND = "00"
009145         MOVE 'N' TO WS-FIM-PEND-SW
009145         PERFORM 1875-LER-RETIDO THRU 1875-EXIT
009145             UNTIL WS-FIM-PEND
009145         CLOSE PEND-FILE
009145     END-IF.
009145     OPEN EXTEND PEND-FILE.
009145     IF WS-STATUS-PEND NOT = "00"
009145         DISPLAY "*** ARQUIVO DE ITENS RETIDOS P/ APROVACAO "
009145                 "INDISPONIVEL [" WS-STATUS-PEND "] NO "
009145                 "REINICIO ***"
009145         MOVE 12 TO RETURN-CODE
009145         STOP RUN
009145     END-IF.
009145     DISPLAY "ITENS RETIDOS JA GRAVADOS PELO LOTE "
009146             WS-QTDE-JA-RETIDOS.
009146 1870-EXIT.
009146     EXIT.
009146
009146*----------------------------------------------------------------
009146* 1875-LER-RETIDO - LE UM ITEM RETIDO E, SE FOI GRAVADO POR ESTE
009146*                   LOTE, GUARDA O NUMERO DE REGISTRO E O SOMA AOS
009146*                   TOTAIS DE RETIDOS
009146*----------------------------------------------------------------
009146 1875-LER-RETIDO.
009146     READ PEND-FILE
009146         AT END
009146             SET WS-FIM-PEND TO TRUE
009146             GO TO 1875-EXIT
009146     END-READ.
009146     IF PEND-BATCH-ID NOT = WS-BATCH-ID
009146         GO TO 1875-EXIT
009146     END-IF.
009146     ADD 1 TO WS-QTDE-RETIDOS.
009146     ADD PEND-SOMA TO WS-TOTAL-RETIDO.
009146     IF WS-QTDE-JA-RETIDOS < 2000
009146         ADD 1 TO WS-QTDE-JA-RETIDOS
009147         MOVE PEND-NUMERO-REGISTRO
009147             TO WS-TAB-RET-REGISTRO (WS-QTDE-JA-RETIDOS)
009147     ELSE
009147         DISPLAY "*** TABELA DE ITENS RETIDOS DO REINICIO "
009147                 "ESGOTADA ***"
009147     END-IF.
009147 1875-EXIT.
009147     EXIT.
009147
009147*----------------------------------------------------------------
009147* 1880-RECUPERAR-SUSPENSOS - NO REINICIO, COM O MODO DE SUSPENSO
009147*                            LIGADO, RELE O ARQUIVO DE SUSPENSO,
009147*                            GUARDA O NUMERO DE REGISTRO DOS ITENS
009147*                            JA GRAVADOS POR ESTE LOTE E RECOMPOE
009147*                            OS SEUS TOTAIS; EM SEGUIDA REABRE O
009147*                            ARQUIVO PARA ACRESCENTAR
009147*----------------------------------------------------------------
009147 1880-RECUPERAR-SUSPENSOS.
009147     MOVE ZEROS TO WS-QTDE-JA-SUSPENSOS.
009147     IF NOT WS-MODO-SUSPENSO
009147         GO TO 1880-EXIT
009147     END-IF.
009147     CLOSE SUSP-FILE.
009148     OPEN INPUT SUSP-FILE.
009148     IF WS-STATUS-SUSP = "00"
009148         MOVE 'N' TO WS-FIM-SUSP-SW
009148         PERFORM 1885-LER-SUSPENSO THRU 1885-EXIT
009148             UNTIL WS-FIM-SUSP
009148         CLOSE SUSP-FILE
009148     END-IF.
009148     OPEN EXTEND SUSP-FILE.
009148     IF WS-STATUS-SUSP NOT = "00"
009148         DISPLAY "*** ARQUIVO DE SUSPENSO INDISPONIVEL ["
009148                 WS-STATUS-SUSP "] NO REINICIO ***"
009148         MOVE 12 TO RETURN-CODE
009148         STOP RUN
009148     END-IF.
009148     DISPLAY "ITENS EM SUSPENSO JA GRAVADOS PELO LOTE "
009148             WS-QTDE-JA-SUSPENSOS.
009148 1880-EXIT.
009148     EXIT.
009148
009148*----------------------------------------------------------------
009148* 1885-LER-SUSPENSO - LE UM ITEM EM SUSPENSO E, SE FOI GRAVADO POR
009148*                     ESTE LOTE, GUARDA O NUMERO DE REGISTRO E O
009148*                     SOMA AOS TOTAIS DE SUSPENSO
009149*----------------------------------------------------------------
009149 1885-LER-SUSPENSO.
009149     READ SUSP-FILE
009149         AT END
009149             SET WS-FIM-SUSP TO TRUE
009149             GO TO 1885-EXIT
009149     END-READ.
009149     IF SUSP-BATCH-ID NOT = WS-BATCH-ID
009149         GO TO 1885-EXIT
009149     END-IF.
009149     ADD 1 TO WS-QTDE-SUSPENSO.
009149     ADD SUSP-SOMA TO WS-TOTAL-SUSPENSO.
009149     IF WS-QTDE-JA-SUSPENSOS < 2000
009149         ADD 1 TO WS-QTDE-JA-SUSPENSOS
009149         MOVE SUSP-NUMERO-REGISTRO
009149             TO WS-TAB-SUSP-REGISTRO (WS-QTDE-JA-SUSPENSOS)
009149     ELSE
009149         DISPLAY "*** TABELA DE ITENS EM SUSPENSO DO REINICIO "
009149                 "ESGOTADA ***"
009149     END-IF.
009149 1885-EXIT.
009149     EXIT.

009150*----------------------------------------------------------------
009160* 2000-PROCESSAR-LOTE - DESPACHA O REGISTRO CORRENTE CONFORME O
009420*----------------------------------------------------------------
009430* 2050-VALIDAR-CONTA - LE O CODIGO DE CONTA DA TRANSACAO DIRETO
009440*                      PELA CHAVE DO CADASTRO INDEXADO E EXIGE
009450*                      CODIGO ATIVO; SE NAO ENCONTRAR, POSTA NA
009460*                      CONTA DE SUSPENSO (MODO DE SUSPENSO
009465*                      LIGADO) OU REJEITA A TRANSACAO
009470*----------------------------------------------------------------
009480 2050-VALIDAR-CONTA.
009490     MOVE 'N' TO WS-CONTA-ACHADA-SW.
009600     END-IF.
009610     IF WS-CONTA-ACHADA
009620         SET WS-PAR-VALIDO TO TRUE
009621         MOVE TRAN-CONTA TO WS-CONTA-POSTAGEM
009622         GO TO 2050-EXIT
009623     END-IF.
009624     IF WS-MODO-SUSPENSO
009625         SET WS-PAR-VALIDO TO TRUE
009626         SET WS-ITEM-SUSPENSO TO TRUE
009627         MOVE WS-CONTA-SUSPENSO TO WS-CONTA-POSTAGEM
009630     ELSE
009640         MOVE "TRAN-CONTA" TO WS-EXCP-CAMPO
009650         MOVE TRAN-CONTA TO WS-EXCP-VALOR
010570*----------------------------------------------------------------
010580 2210-ABRIR-LOTE.
010590     MOVE TRAN-HDR-DEPTO TO WS-HDR-DEPTO-NOVO.
010591     MOVE TRAN-RECORD TO WS-HDR-IMAGEM-NOVO.
010592     MOVE TRAN-HDR-DUP-SW TO WS-HDR-DUP-SW-NOVO.
010593     MOVE TRAN-HDR-DUP-SUPERVISOR TO WS-HDR-SUPERVISOR-NOVO.
010594     IF TRAN-HDR-DATA IS NUMERIC
010595         MOVE TRAN-HDR-DATA TO WS-HDR-DATA-NOVO
010596     ELSE
010597         MOVE ZEROS TO WS-HDR-DATA-NOVO
010598     END-IF.
010600     IF WS-LOTE-ABERTO
010610         MOVE "LT-SEM-TRL" TO WS-MOTIVO-LOTE
010620         PERFORM 2260-REJEITAR-LOTE THRU 2260-EXIT
010760     MOVE ZEROS TO WS-LOTE-HASH.
010770     OPEN OUTPUT LOTE-FILE.
010780     SET WS-LOTE-ABERTO TO TRUE.
010781     MOVE WS-HDR-DATA-NOVO TO WS-LOTE-DATA-MOV.
010782     MOVE 'N' TO WS-LOTE-DUP-AUTOR-SW.
010783     MOVE SPACES TO WS-LOTE-DUP-SUPERVISOR.
010784     IF WS-DUP-ATIVO AND WS-HDR-DUP-SW-NOVO = 'S'
010785         PERFORM 2215-VALIDAR-DUP-ESPERADA THRU 2215-EXIT
010786     END-IF.
010790 2210-EXIT.
010800     EXIT.
010810
010811*----------------------------------------------------------------
010811* 2215-VALIDAR-DUP-ESPERADA - CONFERE O SUPERVISOR INFORMADO NO
010811*                             CABECALHO COM DUPLICIDADE ESPERADA:
010811*                             SO OPERADOR ATIVO DE NIVEL 2 OU
010811*                             SUPERIOR AUTORIZA O LOTE A POSTAR
010812*                             PARES JA PRESENTES NO HISTORICO. A
010812*                             AUTORIZACAO, CONCEDIDA (P) OU
010812*                             RECUSADA (N), VAI PARA O JORNAL DE
010812*                             SEGURANCA
010812*----------------------------------------------------------------
010813 2215-VALIDAR-DUP-ESPERADA.
010813     MOVE 'N' TO WS-OPER-ACHADO-SW.
010813     OPEN INPUT OPER-FILE.
010813     IF WS-STATUS-OPER = "00"
010813         MOVE WS-HDR-SUPERVISOR-NOVO TO OPER-ID
010814         READ OPER-FILE
010814             INVALID KEY
010814                 CONTINUE
010814             NOT INVALID KEY
010814                 IF OPER-ATIVO AND OPER-NIVEL NOT < 2
010815                     SET WS-OPER-ACHADO TO TRUE
010815                 END-IF
010815         END-READ
010815         CLOSE OPER-FILE
010815     END-IF.
010816     MOVE "DUP-AUTOR" TO WS-SEG-EVENTO.
010816     MOVE WS-HDR-SUPERVISOR-NOVO TO WS-SEG-OPERADOR.
010816     MOVE SPACES TO WS-SEG-ANTES.
010816     MOVE WS-HDR-IMAGEM-NOVO TO WS-SEG-DEPOIS.
010816     IF WS-OPER-ACHADO
010817         SET WS-LOTE-DUP-AUTORIZADO TO TRUE
010817         MOVE WS-HDR-SUPERVISOR-NOVO TO WS-LOTE-DUP-SUPERVISOR
010817         MOVE 'P' TO WS-SEG-RESULTADO
010817     ELSE
010817         DISPLAY "*** LOTE " WS-LOTE-DEPTO
010818                 " - DUPLICIDADE ESPERADA SEM AUTORIZACAO "
010818                 "VALIDA ["
010818                 WS-HDR-SUPERVISOR-NOVO "] - DUPLICADOS IRAO "
010818                 "PARA AS EXCECOES ***"
010818         MOVE 'N' TO WS-SEG-RESULTADO
010819     END-IF.
010819     PERFORM 2950-REGISTRAR-SEGURANCA THRU 2950-EXIT.
010819 2215-EXIT.
010819     EXIT.
010819
010820*----------------------------------------------------------------
010830* 2220-TRATAR-DETALHE - RETEM O DETALHE DO LOTE ABERTO NO
010840*                       ARQUIVO DE TRABALHO (COM CONTAGEM E
012220*----------------------------------------------------------------
012230* 2300-PROCESSAR-DETALHE - VALIDA, SOMA E GRAVA O RELATORIO DO
012240*                          PAR CORRENTE; REJEITA REGISTROS
012250*                          INVALIDOS E RETEM PARA APROVACAO OS
012255*                          ACIMA DO LIMITE DE VALOR
012260*----------------------------------------------------------------
012270 2300-PROCESSAR-DETALHE.
012280     MOVE 'N' TO WS-PAR-VALIDO-SW.
012282     MOVE 'N' TO WS-ITEM-SUSPENSO-SW.
012284     MOVE 'N' TO WS-ITEM-RETIDO-SW.
012286     MOVE 'N' TO WS-ITEM-DUP-AUTOR-SW.
012290     IF TRAN-NUMERO-1 IS NOT NUMERIC
012300         MOVE "TRAN-NUM-1" TO WS-EXCP-CAMPO
012310         MOVE TRAN-RECORD (2:9) TO WS-EXCP-VALOR
012530             END-IF
012540         END-IF
012550     END-IF.
012551     MOVE 'N' TO WS-ITEM-RATEADO-SW.
012551     IF WS-PAR-VALIDO AND WS-RATE-ABERTO AND NOT WS-ITEM-SUSPENSO
012552         PERFORM 2350-VERIFICAR-RATEIO THRU 2350-EXIT
012552     END-IF.
012553     IF WS-PAR-VALIDO
012554         PERFORM 2310-CALCULAR-SOMA THRU 2310-EXIT
012554     END-IF.
012555     IF WS-PAR-VALIDO AND WS-DUP-ATIVO AND NOT WS-ITEM-LIBERADO
012556         PERFORM 2450-VERIFICAR-DUPLICIDADE THRU 2450-EXIT
012556     END-IF.
012557     IF WS-PAR-VALIDO AND WS-LIMITE-ABERTO
012558        AND NOT WS-ITEM-LIBERADO
012558         PERFORM 2500-VERIFICAR-LIMITE THRU 2500-EXIT
012559     END-IF.
012560
012570     IF WS-PAR-VALIDO
012690         ADD 1 TO WS-QTDE-PARES
012700         ADD SOMA TO WS-TOTAL-GERAL
012710         IF NOT WS-ITEM-RATEADO
012720             MOVE WS-CONTA-POSTAGEM TO WS-CONTA-PROCURADA
012730             MOVE SOMA TO WS-VALOR-ACUMULO
012733             PERFORM 2080-ACUMULAR-CONTA THRU 2080-EXIT
012736         END-IF
012740         IF WS-LOTE-ABERTO AND WS-IX-DEPT-LOTE > ZEROS
012750             ADD 1 TO WS-TAB-DEPT-QTDE (WS-IX-DEPT-LOTE)
012760             ADD SOMA TO WS-TAB-DEPT-TOTAL (WS-IX-DEPT-LOTE)
012790         MOVE NUMERO-1 TO WS-RPT-NUMERO-1
012800         MOVE NUMERO-2 TO WS-RPT-NUMERO-2
012810         MOVE SOMA TO WS-RPT-SOMA
012820         MOVE WS-CONTA-POSTAGEM TO WS-RPT-CONTA
012830         MOVE WS-LABEL-UNIDADE TO WS-RPT-UNIDADE
012831         IF WS-ITEM-SUSPENSO
012831             MOVE "SUSPENSO - CONTA ORIG" TO WS-RPT-OBS-LIT
012832             MOVE TRAN-CONTA TO WS-RPT-OBS-CONTA
012832         ELSE
012833             MOVE SPACES TO WS-RPT-OBS
012834         END-IF
012834         IF WS-ITEM-RATEADO
012835             MOVE "RATEADO NAS LINHAS" TO WS-RPT-OBS-LIT
012836             MOVE "ABAIXO" TO WS-RPT-OBS-CONTA
012836         END-IF
012837         IF WS-ITEM-DUP-AUTORIZADO AND WS-RPT-OBS = SPACES
012838             MOVE "DUPLICIDADE AUTORIZADA" TO WS-RPT-OBS-LIT
012838             MOVE WS-LOTE-DUP-SUPERVISOR TO WS-RPT-OBS-CONTA
012839         END-IF
012840         MOVE WS-LINHA-DET-RPT TO WS-LINHA-IMPRESSAO
012850         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
012860         PERFORM 2800-REGISTRAR-AUDITORIA THRU 2800-EXIT
012870         PERFORM 2470-REGISTRAR-ASSINATURA THRU 2470-EXIT
012871         IF WS-ITEM-RATEADO
012871             PERFORM 2400-RATEAR-DETALHE THRU 2400-EXIT
012872         ELSE
012873             MOVE SOMA TO WS-GL-VALOR
012874             MOVE WS-CONTA-POSTAGEM TO WS-GL-CONTA
012874             MOVE SPACES TO WS-GL-CONTA-POOL
012875             MOVE SPACE TO WS-GL-RESTO-SW
012876             PERFORM 2750-GRAVAR-DETALHE-GL THRU 2750-EXIT
012877         END-IF
012877         IF WS-ITEM-SUSPENSO
012878             PERFORM 2850-REGISTRAR-SUSPENSO THRU 2850-EXIT
012879         END-IF
012880     ELSE
012890         IF NOT WS-ITEM-RETIDO
012893             ADD 1 TO WS-QTDE-REJEITADOS
012896         END-IF
012900     END-IF.
012910 2300-EXIT.
012920     EXIT.
012921*----------------------------------------------------------------
012921* 2310-CALCULAR-SOMA - APLICA OS SINAIS AOS DOIS NUMEROS DO PAR
012921*                      VALIDO E CALCULA A SOMA
012921*----------------------------------------------------------------
012921 2310-CALCULAR-SOMA.
012921     IF TRAN-SINAL-1 = '-'
012921         COMPUTE NUMERO-1 = TRAN-NUMERO-1 * -1
012921     ELSE
012921         MOVE TRAN-NUMERO-1 TO NUMERO-1
012921     END-IF.
012921     IF TRAN-SINAL-2 = '-'
012921         COMPUTE NUMERO-2 = TRAN-NUMERO-2 * -1
012921     ELSE
012921         MOVE TRAN-NUMERO-2 TO NUMERO-2
012921     END-IF.
012921     COMPUTE SOMA = NUMERO-1 + NUMERO-2.
012921 2310-EXIT.
012921     EXIT.
012921
012921*----------------------------------------------------------------
012921* 2350-VERIFICAR-RATEIO - LE A REGRA DE RATEIO DA CONTA DE
012921*                         POSTAGEM DIRETO PELA CHAVE; COM REGRA
012921*                         ATIVA, CONFERE-A DE NOVO (QUANTIDADE DE
012921*                         DESTINOS, PERCENTUAIS SOMANDO 100,00,
012921*                         UM UNICO DESTINO DO RESTO E DESTINOS
012921*                         ATIVOS NO CADASTRO DE CONTAS) E MARCA
012921*                         O PAR PARA RATEIO; REGRA INCONSISTENTE
012921*                         REJEITA O PAR PARA AS EXCECOES
012921*----------------------------------------------------------------
012921 2350-VERIFICAR-RATEIO.
012921     MOVE 'N' TO WS-REGRA-VALIDA-SW.
012921     MOVE WS-CONTA-POSTAGEM TO RATE-CONTA-POOL.
012921     READ RATE-FILE
012921         INVALID KEY
012921             CONTINUE
012921         NOT INVALID KEY
012921             IF RATE-ATIVA
012921                 SET WS-REGRA-VALIDA TO TRUE
012921             END-IF
012921     END-READ.
012921     IF NOT WS-REGRA-VALIDA
012921         GO TO 2350-EXIT
012921     END-IF.
012921     IF RATE-QTDE-DESTINOS IS NOT NUMERIC
012921        OR RATE-QTDE-DESTINOS = ZEROS
012921        OR RATE-QTDE-DESTINOS > 10
012921         MOVE 'N' TO WS-REGRA-VALIDA-SW
012921     ELSE
012921         MOVE ZEROS TO WS-RAT-PERCENTUAL
012921         MOVE ZEROS TO WS-RAT-QTDE-RESTO
012921         MOVE ZEROS TO WS-IX-RESTO
012921         MOVE ZEROS TO WS-IX-RAT
012921         PERFORM 2360-CONFERIR-DESTINO THRU 2360-EXIT
012921             RATE-QTDE-DESTINOS TIMES
012921         IF WS-RAT-PERCENTUAL NOT = 100
012921            OR WS-RAT-QTDE-RESTO NOT = 1
012921             MOVE 'N' TO WS-REGRA-VALIDA-SW
012921         END-IF
012921     END-IF.
012922     IF NOT WS-REGRA-VALIDA
012922         DISPLAY "*** REGRA DE RATEIO DA CONTA " RATE-CONTA-POOL
012922                 " INCONSISTENTE - REGISTRO " WS-NUMERO-REGISTRO
012922                 " REJEITADO ***"
012922         MOVE 'N' TO WS-PAR-VALIDO-SW
012922         MOVE "RATEIO-INV" TO WS-EXCP-CAMPO
012922         MOVE RATE-CONTA-POOL TO WS-EXCP-VALOR
012922         PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT
012922         GO TO 2350-EXIT
012922     END-IF.
012922     SET WS-ITEM-RATEADO TO TRUE.
012922 2350-EXIT.
012922     EXIT.
012922
012922*----------------------------------------------------------------
012922* 2360-CONFERIR-DESTINO - ACUMULA O PERCENTUAL DO PROXIMO DESTINO
012922*                         DA REGRA, LOCALIZA O DESTINO DO RESTO
012922*                         E EXIGE CONTA DE DESTINO ATIVA NO
012922*                         CADASTRO DE CONTAS
012922*----------------------------------------------------------------
012922 2360-CONFERIR-DESTINO.
012922     ADD 1 TO WS-IX-RAT.
012922     IF RATE-DEST-PERCENTUAL (WS-IX-RAT) IS NOT NUMERIC
012922         MOVE 'N' TO WS-REGRA-VALIDA-SW
012922         GO TO 2360-EXIT
012922     END-IF.
012922     ADD RATE-DEST-PERCENTUAL (WS-IX-RAT) TO WS-RAT-PERCENTUAL.
012922     IF RATE-DEST-RESTO (WS-IX-RAT)
012922         ADD 1 TO WS-RAT-QTDE-RESTO
012922         MOVE WS-IX-RAT TO WS-IX-RESTO
012922     END-IF.
012922     MOVE 'N' TO WS-CONTA-ACHADA-SW.
012922     MOVE RATE-DEST-CONTA (WS-IX-RAT) TO CNTA-CODIGO.
012922     READ CNTA-FILE
012922         INVALID KEY
012922             CONTINUE
012922         NOT INVALID KEY
012922             IF CNTA-ATIVA
012922                 SET WS-CONTA-ACHADA TO TRUE
012922             END-IF
012922     END-READ.
012922     IF NOT WS-CONTA-ACHADA
012922         MOVE 'N' TO WS-REGRA-VALIDA-SW
012922     END-IF.
012922 2360-EXIT.
012922     EXIT.
012922
012922*----------------------------------------------------------------
012922* 2400-RATEAR-DETALHE - DISTRIBUI A SOMA DO PAR PELOS DESTINOS DA
012922*                       REGRA: CADA PARCELA E O PERCENTUAL DA
012922*                       SOMA ARREDONDADO AO CENTAVO E O DESTINO
012922*                       DO RESTO RECEBE A DIFERENCA, DE MODO QUE
012922*                       AS PARCELAS SOMEM EXATAMENTE A SOMA;
012922*                       GRAVA UMA LINHA DE RELATORIO E UM
012922*                       DETALHE DO GL POR DESTINO
012922*----------------------------------------------------------------
012922 2400-RATEAR-DETALHE.
012922     MOVE ZEROS TO WS-RAT-ACUMULADO.
012923     MOVE ZEROS TO WS-IX-RAT.
012923     PERFORM 2410-CALCULAR-PARCELA THRU 2410-EXIT
012923         RATE-QTDE-DESTINOS TIMES.
012923     COMPUTE WS-RAT-VALOR (WS-IX-RESTO) = SOMA - WS-RAT-ACUMULADO.
012923     MOVE ZEROS TO WS-IX-RAT.
012923     PERFORM 2420-GRAVAR-PARCELA THRU 2420-EXIT
012923         RATE-QTDE-DESTINOS TIMES.
012923     ADD 1 TO WS-QTDE-RATEADOS.
012923 2400-EXIT.
012923     EXIT.
012923
012923*----------------------------------------------------------------
012923* 2410-CALCULAR-PARCELA - CALCULA A PARCELA DO PROXIMO DESTINO
012923*                         (EXCETO A DO DESTINO DO RESTO) E A
012923*                         ACUMULA
012923*----------------------------------------------------------------
012923 2410-CALCULAR-PARCELA.
012923     ADD 1 TO WS-IX-RAT.
012923     MOVE ZEROS TO WS-RAT-VALOR (WS-IX-RAT).
012923     IF WS-IX-RAT = WS-IX-RESTO
012923         GO TO 2410-EXIT
012923     END-IF.
012923     COMPUTE WS-RAT-VALOR (WS-IX-RAT) ROUNDED =
012923         SOMA * RATE-DEST-PERCENTUAL (WS-IX-RAT) / 100.
012923     ADD WS-RAT-VALOR (WS-IX-RAT) TO WS-RAT-ACUMULADO.
012923 2410-EXIT.
012923     EXIT.
012923
012923*----------------------------------------------------------------
012923* 2420-GRAVAR-PARCELA - ACUMULA A PARCELA DO PROXIMO DESTINO NOS
012923*                       SUBTOTAIS POR CONTA, IMPRIME A LINHA
012923*                       RATEADA SOB A LINHA ORIGINAL E GRAVA O
012923*                       DETALHE DO GL NA CONTA DE DESTINO
012923*----------------------------------------------------------------
012923 2420-GRAVAR-PARCELA.
012923     ADD 1 TO WS-IX-RAT.
012923     MOVE RATE-DEST-CONTA (WS-IX-RAT) TO WS-CONTA-PROCURADA.
012923     MOVE WS-RAT-VALOR (WS-IX-RAT) TO WS-VALOR-ACUMULO.
012923     PERFORM 2080-ACUMULAR-CONTA THRU 2080-EXIT.
012923     MOVE RATE-DEST-PERCENTUAL (WS-IX-RAT)
012923         TO WS-RAT-RPT-PERCENTUAL.
012923     MOVE WS-RAT-VALOR (WS-IX-RAT) TO WS-RAT-RPT-VALOR.
012923     MOVE RATE-DEST-CONTA (WS-IX-RAT) TO WS-RAT-RPT-CONTA.
012923     MOVE WS-LABEL-UNIDADE TO WS-RAT-RPT-UNIDADE.
012923     IF WS-IX-RAT = WS-IX-RESTO
012923         MOVE "RATEIO (RESTO) CONTA" TO WS-RAT-RPT-OBS-LIT
012923     ELSE
012923         MOVE "RATEIO DA CONTA" TO WS-RAT-RPT-OBS-LIT
012923     END-IF.
012923     MOVE RATE-CONTA-POOL TO WS-RAT-RPT-OBS-CONTA.
012923     MOVE WS-LINHA-RAT-RPT TO WS-LINHA-IMPRESSAO.
012923     PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT.
012923     MOVE WS-RAT-VALOR (WS-IX-RAT) TO WS-GL-VALOR.
012923     MOVE RATE-DEST-CONTA (WS-IX-RAT) TO WS-GL-CONTA.
012923     MOVE RATE-CONTA-POOL TO WS-GL-CONTA-POOL.
012923     IF WS-IX-RAT = WS-IX-RESTO
012923         MOVE 'S' TO WS-GL-RESTO-SW
012923     ELSE
012924         MOVE 'N' TO WS-GL-RESTO-SW
012924     END-IF.
012924     PERFORM 2750-GRAVAR-DETALHE-GL THRU 2750-EXIT.
012924 2420-EXIT.
012924     EXIT.
012924*----------------------------------------------------------------
012924* 2450-VERIFICAR-DUPLICIDADE - PROCURA A ASSINATURA DO PAR NA
012924*                              TABELA DO HISTORICO; O PAR JA
012924*                              POSTADO NA JANELA VAI PARA AS
012924*                              EXCECOES COMO DUPLICADO (VALOR =
012924*                              BATCH-ID DA POSTAGEM ORIGINAL),
012924*                              SALVO EM LOTE COM DUPLICIDADE
012924*                              ESPERADA AUTORIZADA
012924*----------------------------------------------------------------
012924 2450-VERIFICAR-DUPLICIDADE.
012924     PERFORM 2460-MONTAR-ASSINATURA THRU 2460-EXIT.
012924     MOVE 'N' TO WS-DUP-ACHADO-SW.
012924     MOVE 1 TO WS-IX-DUP.
012924     PERFORM 2455-COMPARAR-ASSINATURA THRU 2455-EXIT
012924         UNTIL WS-DUP-ACHADO OR WS-IX-DUP > WS-QTDE-ASSINATURAS.
012924     IF NOT WS-DUP-ACHADO
012924         GO TO 2450-EXIT
012924     END-IF.
012924     IF WS-LOTE-ABERTO AND WS-LOTE-DUP-AUTORIZADO
012924         SET WS-ITEM-DUP-AUTORIZADO TO TRUE
012924         ADD 1 TO WS-QTDE-DUP-AUTORIZADOS
012924         GO TO 2450-EXIT
012924     END-IF.
012924     MOVE "DUPLICADO" TO WS-EXCP-CAMPO.
012924     MOVE WS-TAB-ASS-BATCH-ID (WS-IX-DUP) TO WS-EXCP-VALOR.
012924     PERFORM 2900-REGISTRAR-EXCECAO THRU 2900-EXIT.
012924     ADD 1 TO WS-QTDE-DUPLICADOS.
012924     MOVE 'N' TO WS-PAR-VALIDO-SW.
012924 2450-EXIT.
012924     EXIT.
012924
012924*----------------------------------------------------------------
012924* 2455-COMPARAR-ASSINATURA - COMPARA A ASSINATURA DO PAR COM UMA
012924*                            ENTRADA DA TABELA: CONTA E SOMA COM
012924*                            SINAL IGUAIS, DEPARTAMENTO IGUAL (OU
012924*                            AUSENTE EM UM DOS LADOS, PAR AVULSO)
012924*                            E, COM A REGRA C, DATA DO MOVIMENTO
012924*                            IGUAL (OU AUSENTE EM UM DOS LADOS)
012924*----------------------------------------------------------------
012924 2455-COMPARAR-ASSINATURA.
012924     IF WS-TAB-ASS-SOMA (WS-IX-DUP) = WS-ASS-SOMA
012924        AND WS-TAB-ASS-CONTA (WS-IX-DUP) = WS-ASS-CONTA
012924        AND (WS-ASS-DEPTO = SPACES
012924             OR WS-TAB-ASS-DEPTO (WS-IX-DUP) = SPACES
012924             OR WS-TAB-ASS-DEPTO (WS-IX-DUP) = WS-ASS-DEPTO)
012924        AND (NOT WS-DUP-COM-DATA
012924             OR WS-ASS-DATA-MOV = ZEROS
012924             OR WS-TAB-ASS-DATA-MOV (WS-IX-DUP) = ZEROS
012924             OR WS-TAB-ASS-DATA-MOV (WS-IX-DUP) = WS-ASS-DATA-MOV)
012924         SET WS-DUP-ACHADO TO TRUE
012924     ELSE
012924         ADD 1 TO WS-IX-DUP
012924     END-IF.
012924 2455-EXIT.
012925     EXIT.
012925
012925*----------------------------------------------------------------
012925* 2460-MONTAR-ASSINATURA - MONTA A ASSINATURA DO PAR CORRENTE: O
012925*                          PAR AVULSO (FORA DE LOTE) NAO TEM
012925*                          DEPARTAMENTO NEM DATA DO MOVIMENTO
012925*----------------------------------------------------------------
012925 2460-MONTAR-ASSINATURA.
012925     IF WS-LOTE-ABERTO
012925         MOVE WS-LOTE-DEPTO TO WS-ASS-DEPTO
012925         MOVE WS-LOTE-DATA-MOV TO WS-ASS-DATA-MOV
012925     ELSE
012925         MOVE SPACES TO WS-ASS-DEPTO
012925         MOVE ZEROS TO WS-ASS-DATA-MOV
012925     END-IF.
012925     MOVE TRAN-CONTA TO WS-ASS-CONTA.
012925     MOVE SOMA TO WS-ASS-SOMA.
012925     MOVE WS-BATCH-ID TO WS-ASS-BATCH-ID.
012925 2460-EXIT.
012925     EXIT.
012925
012925*----------------------------------------------------------------
012925* 2470-REGISTRAR-ASSINATURA - GRAVA NO HISTORICO A ASSINATURA DO
012925*                             PAR POSTADO E A ACRESCENTA A TABELA,
012925*                             PARA DETECTAR TAMBEM A DUPLICIDADE
012925*                             DENTRO DA PROPRIA EXECUCAO
012925*----------------------------------------------------------------
012925 2470-REGISTRAR-ASSINATURA.
012925     PERFORM 2460-MONTAR-ASSINATURA THRU 2460-EXIT.
012925     IF WS-DUP-ATIVO
012925         PERFORM 2480-GUARDAR-ASSINATURA THRU 2480-EXIT
012925     END-IF.
012925     IF NOT WS-DUP-ABERTO
012925         GO TO 2470-EXIT
012925     END-IF.
012925     INITIALIZE DUP-RECORD.
012925     MOVE WS-DATA-LOTE TO DUP-DATA-POSTAGEM.
012925     MOVE WS-BATCH-ID TO DUP-BATCH-ID.
012925     MOVE WS-NUMERO-REGISTRO TO DUP-NUMERO-REGISTRO.
012925     MOVE WS-ASS-DEPTO TO DUP-DEPTO.
012925     MOVE WS-ASS-CONTA TO DUP-CONTA.
012925     MOVE WS-ASS-SOMA TO DUP-SOMA.
012925     MOVE WS-ASS-DATA-MOV TO DUP-DATA-MOVIMENTO.
012925     WRITE DUP-RECORD.
012925 2470-EXIT.
012925     EXIT.
012925
012925*----------------------------------------------------------------
012925* 2480-GUARDAR-ASSINATURA - ACRESCENTA A ASSINATURA MONTADA A
012925*                           TABELA; COM A TABELA CHEIA, AVISA UMA
012925*                           VEZ E AS DEMAIS NAO SAO COMPARADAS
012925*----------------------------------------------------------------
012925 2480-GUARDAR-ASSINATURA.
012925     IF WS-QTDE-ASSINATURAS < 5000
012925         ADD 1 TO WS-QTDE-ASSINATURAS
012925         MOVE WS-ASSINATURA
012925             TO WS-TAB-ASS-ENT (WS-QTDE-ASSINATURAS)
012925         GO TO 2480-EXIT
012926     END-IF.
012926     IF NOT WS-TAB-DUP-CHEIA
012926         SET WS-TAB-DUP-CHEIA TO TRUE
012926         DISPLAY "*** TABELA DE ASSINATURAS CHEIA (5000) - A "
012926                 "DETECCAO DE DUPLICIDADE FICA PARCIAL ***"
012926     END-IF.
012926 2480-EXIT.
012926     EXIT.
012926*----------------------------------------------------------------
012926* 2500-VERIFICAR-LIMITE - PROCURA O LIMITE DE VALOR DO DETALHE
012926*                         E RETEM PARA APROVACAO O PAR CUJO VALOR
012926*                         PASSA DO LIMITE POR ITEM OU FARIA O
012926*                         ACUMULADO DO DIA NA CHAVE DO LIMITE
012926*                         PASSAR DO LIMITE DIARIO (ZERO = SEM
012926*                         LIMITE); O PAR DENTRO DO LIMITE ENTRA
012926*                         NO ACUMULADO
012926*----------------------------------------------------------------
012926 2500-VERIFICAR-LIMITE.
012926     IF WS-LOTE-ABERTO
012926         MOVE WS-LOTE-DEPTO TO WS-LIM-DEPTO-PROC
012926     ELSE
012926         MOVE SPACES TO WS-LIM-DEPTO-PROC
012926     END-IF.
012926     PERFORM 2505-PROCURAR-LIMITE THRU 2505-EXIT.
012926     IF NOT WS-LIMITE-ACHADO
012926         GO TO 2500-EXIT
012926     END-IF.
012926     MOVE SPACES TO WS-MOTIVO-RETENCAO.
012926     IF LIM-VALOR-ITEM > ZEROS
012926        AND WS-LIM-VALOR-ABS > LIM-VALOR-ITEM
012926         MOVE "LIM-ITEM" TO WS-MOTIVO-RETENCAO
012926     END-IF.
012926     IF WS-MOTIVO-RETENCAO = SPACES AND LIM-VALOR-DIARIO > ZEROS
012926         PERFORM 2520-PROCURAR-ACUMULADO THRU 2520-EXIT
012926         IF WS-IX-LIM > ZEROS
012926             COMPUTE WS-LIM-ACUMULADO =
012926                 WS-TAB-LIM-ACUMULADO (WS-IX-LIM)
012926                 + WS-LIM-VALOR-ABS
012926         ELSE
012926             MOVE WS-LIM-VALOR-ABS TO WS-LIM-ACUMULADO
012926         END-IF
012926         IF WS-LIM-ACUMULADO > LIM-VALOR-DIARIO
012926             MOVE "LIM-DIA" TO WS-MOTIVO-RETENCAO
012926         END-IF
012926     END-IF.
012926     IF WS-MOTIVO-RETENCAO = SPACES
012926         PERFORM 2530-ACUMULAR-LIMITE THRU 2530-EXIT
012926     ELSE
012926         PERFORM 2550-RETER-DETALHE THRU 2550-EXIT
012926     END-IF.
012926 2500-EXIT.
012926     EXIT.
012926
012926*----------------------------------------------------------------
012926* 2505-PROCURAR-LIMITE - LE O CADASTRO DE LIMITES PELA CHAVE DO
012926*                        DEPARTAMENTO + CONTA DE POSTAGEM, DEPOIS
012926*                        SO DO DEPARTAMENTO, SO DA CONTA E POR FIM
012926*                        O LIMITE GERAL; VALE O PRIMEIRO ATIVO.
012927*                        DEIXA O VALOR ABSOLUTO DA SOMA PRONTO
012927*                        PARA A COMPARACAO
012927*----------------------------------------------------------------
012927 2505-PROCURAR-LIMITE.
012927     MOVE WS-CONTA-POSTAGEM TO WS-LIM-CONTA-PROC.
012927     PERFORM 2510-LER-LIMITE THRU 2510-EXIT.
012927     IF NOT WS-LIMITE-ACHADO
012927         MOVE SPACES TO WS-LIM-CONTA-PROC
012927         PERFORM 2510-LER-LIMITE THRU 2510-EXIT
012927     END-IF.
012927     IF NOT WS-LIMITE-ACHADO
012927         MOVE SPACES TO WS-LIM-DEPTO-PROC
012927         MOVE WS-CONTA-POSTAGEM TO WS-LIM-CONTA-PROC
012927         PERFORM 2510-LER-LIMITE THRU 2510-EXIT
012927     END-IF.
012927     IF NOT WS-LIMITE-ACHADO
012927         MOVE SPACES TO WS-LIM-CONTA-PROC
012927         PERFORM 2510-LER-LIMITE THRU 2510-EXIT
012927     END-IF.
012927     IF SOMA < ZERO
012927         COMPUTE WS-LIM-VALOR-ABS = SOMA * -1
012927     ELSE
012927         MOVE SOMA TO WS-LIM-VALOR-ABS
012927     END-IF.
012927 2505-EXIT.
012927     EXIT.
012927
012927*----------------------------------------------------------------
012927* 2510-LER-LIMITE - LE O LIMITE DA CHAVE PROCURADA DIRETO NO
012927*                   CADASTRO E O ACEITA SE ESTIVER ATIVO
012927*----------------------------------------------------------------
012927 2510-LER-LIMITE.
012927     MOVE 'N' TO WS-LIMITE-ACHADO-SW.
012927     MOVE WS-LIM-CHAVE-PROCURADA TO LIM-CHAVE.
012927     READ LIM-FILE
012927         INVALID KEY
012927             CONTINUE
012927         NOT INVALID KEY
012927             IF LIM-ATIVO
012927                 SET WS-LIMITE-ACHADO TO TRUE
012927             END-IF
012927     END-READ.
012927 2510-EXIT.
012927     EXIT.
012927
012927*----------------------------------------------------------------
012927* 2520-PROCURAR-ACUMULADO - PROCURA A CHAVE DO LIMITE NA TABELA
012927*                           DE ACUMULADOS DA EXECUCAO, INCLUINDO A
012927*                           ENTRADA NO PRIMEIRO USO; COM A TABELA
012927*                           ESGOTADA DEVOLVE O INDICE ZERADO
012927*----------------------------------------------------------------
012927 2520-PROCURAR-ACUMULADO.
012927     MOVE 1 TO WS-IX-LIM.
012927     MOVE 'N' TO WS-CONTA-ACHADA-SW.
012927     PERFORM 2525-COMPARAR-ACUMULADO THRU 2525-EXIT
012927         UNTIL WS-CONTA-ACHADA OR WS-IX-LIM > WS-QTDE-LIMITES.
012927     IF WS-CONTA-ACHADA
012927         GO TO 2520-EXIT
012927     END-IF.
012928     IF WS-QTDE-LIMITES < 500
012928         ADD 1 TO WS-QTDE-LIMITES
012928         MOVE WS-QTDE-LIMITES TO WS-IX-LIM
012928         MOVE WS-LIM-CHAVE-PROCURADA
012928             TO WS-TAB-LIM-CHAVE (WS-IX-LIM)
012928         MOVE ZEROS TO WS-TAB-LIM-ACUMULADO (WS-IX-LIM)
012928     ELSE
012928         DISPLAY "*** TABELA DE ACUMULADOS POR LIMITE "
012928                 "ESGOTADA ***"
012928         MOVE ZEROS TO WS-IX-LIM
012928     END-IF.
012928 2520-EXIT.
012928     EXIT.
012928
012928*----------------------------------------------------------------
012928* 2525-COMPARAR-ACUMULADO - COMPARA A CHAVE DO LIMITE PROCURADA
012928*                           COM UMA ENTRADA DA TABELA
012928*----------------------------------------------------------------
012928 2525-COMPARAR-ACUMULADO.
012928     IF WS-TAB-LIM-CHAVE (WS-IX-LIM) = WS-LIM-CHAVE-PROCURADA
012928         SET WS-CONTA-ACHADA TO TRUE
012928     ELSE
012928         ADD 1 TO WS-IX-LIM
012928     END-IF.
012928 2525-EXIT.
012928     EXIT.
012928
012928*----------------------------------------------------------------
012928* 2530-ACUMULAR-LIMITE - SOMA O VALOR ABSOLUTO DO PAR AO
012928*                        ACUMULADO DO DIA NA CHAVE DO LIMITE
012928*----------------------------------------------------------------
012928 2530-ACUMULAR-LIMITE.
012928     PERFORM 2520-PROCURAR-ACUMULADO THRU 2520-EXIT.
012928     IF WS-IX-LIM > ZEROS
012928         ADD WS-LIM-VALOR-ABS TO WS-TAB-LIM-ACUMULADO (WS-IX-LIM)
012928     END-IF.
012928 2530-EXIT.
012928     EXIT.
012928
012928*----------------------------------------------------------------
012928* 2550-RETER-DETALHE - GRAVA O PAR ACIMA DO LIMITE NO ARQUIVO DE
012928*                      ITENS RETIDOS COM STATUS PENDENTE (P), A
012928*                      IMAGEM DA TRANSACAO E O DEPARTAMENTO DO
012928*                      LOTE, IMPRIME A LINHA NO RELATORIO E O TIRA
012928*                      DA POSTAGEM SEM CONTA-LO COMO REJEITADO;
012928*                      NO REINICIO NAO GRAVA DE NOVO O ITEM JA
012928*                      GRAVADO POR ESTE LOTE
012928*----------------------------------------------------------------
012928 2550-RETER-DETALHE.
012928     INITIALIZE PEND-RECORD.
012928     MOVE WS-DATA-LOTE TO PEND-DATA.
012928     MOVE WS-BATCH-ID TO PEND-BATCH-ID.
012928     IF WS-LOTE-ABERTO
012928         MOVE WS-LOTE-DEPTO TO PEND-DEPTO
012928     ELSE
012928         MOVE SPACES TO PEND-DEPTO
012928     END-IF.
012928     MOVE WS-NUMERO-REGISTRO TO PEND-NUMERO-REGISTRO.
012929     MOVE TRAN-RECORD TO PEND-IMAGEM-TRAN.
012929     MOVE WS-CONTA-POSTAGEM TO PEND-CONTA.
012929     MOVE SOMA TO PEND-SOMA.
012929     MOVE WS-MOTIVO-RETENCAO TO PEND-MOTIVO.
012929     MOVE WS-LIM-CHAVE-PROCURADA TO PEND-LIM-CHAVE.
012929     MOVE 'P' TO PEND-STATUS-SW.
012929     MOVE SPACES TO PEND-OPER-DECISAO.
012929     MOVE ZEROS TO PEND-DATA-DECISAO.
012929     MOVE SPACES TO PEND-BATCH-LIBERACAO.
012929     PERFORM 2560-PROCURAR-RETIDO THRU 2560-EXIT.
012929     IF NOT WS-REG-GRAVADO
012929         WRITE PEND-RECORD
012929         ADD 1 TO WS-QTDE-RETIDOS
012929         ADD SOMA TO WS-TOTAL-RETIDO
012929     END-IF.
012929     MOVE 'N' TO WS-PAR-VALIDO-SW.
012929     SET WS-ITEM-RETIDO TO TRUE.
012929     MOVE WS-NUMERO-REGISTRO TO WS-RPT-REGISTRO.
012929     MOVE NUMERO-1 TO WS-RPT-NUMERO-1.
012929     MOVE NUMERO-2 TO WS-RPT-NUMERO-2.
012929     MOVE SOMA TO WS-RPT-SOMA.
012929     MOVE WS-CONTA-POSTAGEM TO WS-RPT-CONTA.
012929     MOVE WS-LABEL-UNIDADE TO WS-RPT-UNIDADE.
012929     MOVE "RETIDO P/ APROVACAO" TO WS-RPT-OBS-LIT.
012929     MOVE WS-MOTIVO-RETENCAO TO WS-RPT-OBS-CONTA.
012929     MOVE WS-LINHA-DET-RPT TO WS-LINHA-IMPRESSAO.
012929     PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT.
012929 2550-EXIT.
012929     EXIT.
012929*----------------------------------------------------------------
012929* 2560-PROCURAR-RETIDO - NO REINICIO, PROCURA O REGISTRO CORRENTE
012929*                        ENTRE OS ITENS RETIDOS JA GRAVADOS POR
012929*                        ESTE LOTE
012929*----------------------------------------------------------------
012929 2560-PROCURAR-RETIDO.
012929     MOVE 'N' TO WS-REG-GRAVADO-SW.
012929     IF NOT WS-MODO-RESTART
012929         GO TO 2560-EXIT
012929     END-IF.
012929     MOVE 1 TO WS-IX-GRAVADO.
012929     PERFORM 2565-COMPARAR-RETIDO THRU 2565-EXIT
012929         UNTIL WS-REG-GRAVADO
012929            OR WS-IX-GRAVADO > WS-QTDE-JA-RETIDOS.
012929 2560-EXIT.
012929     EXIT.
012929
012929*----------------------------------------------------------------
012929* 2565-COMPARAR-RETIDO - COMPARA O REGISTRO CORRENTE COM UMA
012929*                        ENTRADA DA TABELA DE RETIDOS JA GRAVADOS
012929*----------------------------------------------------------------
012929 2565-COMPARAR-RETIDO.
012929     IF WS-TAB-RET-REGISTRO (WS-IX-GRAVADO) = WS-NUMERO-REGISTRO
012929         SET WS-REG-GRAVADO TO TRUE
012929     ELSE
012929         ADD 1 TO WS-IX-GRAVADO
012929     END-IF.
012929 2565-EXIT.
012929     EXIT.
012930
012940*----------------------------------------------------------------
012950* 2600-GRAVAR-CHECKPOINT - GRAVA O PONTO DE CONTROLE CORRENTE DO
013200
013210*----------------------------------------------------------------
013220* 2750-GRAVAR-DETALHE-GL - GRAVA UM REGISTRO DE DETALHE NO
013230*                          ARQUIVO DE INTERFACE PARA O GL COM O
013233*                          VALOR E A CONTA MONTADOS EM
013236*                          WS-DETALHE-GL
013240*----------------------------------------------------------------
013250 2750-GRAVAR-DETALHE-GL.
013260     INITIALIZE IFACE-RECORD.
013270     MOVE 'D' TO IFACE-DET-TIPO.
013280     MOVE WS-GL-VALOR TO IFACE-DET-SOMA.
013290     MOVE WS-GL-CONTA TO IFACE-DET-CONTA.
013293     MOVE WS-GL-CONTA-POOL TO IFACE-DET-CONTA-POOL.
013296     MOVE WS-GL-RESTO-SW TO IFACE-DET-RESTO-SW.
013300     MOVE WS-BATCH-ID TO IFACE-DET-BATCH-ID.
013310     IF WS-LOTE-ABERTO
013320         MOVE WS-LOTE-DEPTO TO IFACE-DET-DEPTO
013340         MOVE SPACES TO IFACE-DET-DEPTO
013350     END-IF.
013360     WRITE IFACE-RECORD.
013365     ADD 1 TO WS-QTDE-DET-GL.
013370 2750-EXIT.
013380     EXIT.
013390
013920     END-IF.
013930     ACCEPT AUDIT-HORA-EXECUCAO FROM TIME.
013940     MOVE WS-OPERADOR-ID TO AUDIT-OPERADOR-ID.
013950     MOVE WS-CONTA-POSTAGEM TO AUDIT-CONTA.
013951     IF WS-LOTE-ABERTO
013952         MOVE WS-LOTE-DEPTO TO AUDIT-DEPTO
013953     ELSE
013954         MOVE SPACES TO AUDIT-DEPTO
013955     END-IF.
013960     WRITE AUDIT-RECORD.
013970 2800-EXIT.
013980     EXIT.
013981
013981*----------------------------------------------------------------
013981* 2850-REGISTRAR-SUSPENSO - GRAVA NO ARQUIVO DE SUSPENSO O ITEM
013981*                           ABERTO DO PAR POSTADO NA CONTA DE
013981*                           SUSPENSO, COM A CONTA ORIGINAL E O
013981*                           DEPARTAMENTO DO LOTE; NO REINICIO
013981*                           NAO GRAVA DE NOVO O ITEM JA GRAVADO
013981*                           POR ESTE LOTE
013982*----------------------------------------------------------------
013982 2850-REGISTRAR-SUSPENSO.
013982     INITIALIZE SUSP-RECORD.
013982     MOVE WS-DATA-LOTE TO SUSP-DATA.
013982     MOVE WS-BATCH-ID TO SUSP-BATCH-ID.
013982     IF WS-LOTE-ABERTO
013982         MOVE WS-LOTE-DEPTO TO SUSP-DEPTO
013983     ELSE
013983         MOVE SPACES TO SUSP-DEPTO
013983     END-IF.
013983     MOVE TRAN-CONTA TO SUSP-CONTA-ORIGINAL.
013983     MOVE WS-CONTA-SUSPENSO TO SUSP-CONTA-SUSPENSO.
013983     MOVE SOMA TO SUSP-SOMA.
013983     MOVE WS-NUMERO-REGISTRO TO SUSP-NUMERO-REGISTRO.
013983     MOVE 'A' TO SUSP-STATUS-SW.
013984     MOVE SPACES TO SUSP-CONTA-DESTINO.
013984     MOVE SPACES TO SUSP-OPER-RESOLUCAO.
013984     MOVE ZEROS TO SUSP-DATA-RESOLUCAO.
013984     MOVE SPACES TO SUSP-BATCH-RECLASSE.
013984     PERFORM 2860-PROCURAR-SUSPENSO THRU 2860-EXIT.
013984     IF NOT WS-REG-GRAVADO
013984         WRITE SUSP-RECORD
013985         ADD 1 TO WS-QTDE-SUSPENSO
013985         ADD SOMA TO WS-TOTAL-SUSPENSO
013985     END-IF.
013985 2850-EXIT.
013985     EXIT.
013985*----------------------------------------------------------------
013985* 2860-PROCURAR-SUSPENSO - NO REINICIO, PROCURA O REGISTRO
013985*                          CORRENTE ENTRE OS ITENS EM SUSPENSO JA
013986*                          GRAVADOS POR ESTE LOTE (O ITEM APROVADO
013986*                          EM LIBERACAO VEM DE OUTRO LOTE E E
013986*                          SEMPRE GRAVADO)
013986*----------------------------------------------------------------
013986 2860-PROCURAR-SUSPENSO.
013986     MOVE 'N' TO WS-REG-GRAVADO-SW.
013986     IF NOT WS-MODO-RESTART OR WS-ITEM-LIBERADO
013987         GO TO 2860-EXIT
013987     END-IF.
013987     MOVE 1 TO WS-IX-GRAVADO.
013987     PERFORM 2865-COMPARAR-SUSPENSO THRU 2865-EXIT
013987         UNTIL WS-REG-GRAVADO
013987            OR WS-IX-GRAVADO > WS-QTDE-JA-SUSPENSOS.
013987 2860-EXIT.
013987     EXIT.
013988
013988*----------------------------------------------------------------
013988* 2865-COMPARAR-SUSPENSO - COMPARA O REGISTRO CORRENTE COM UMA
013988*                          ENTRADA DA TABELA DE SUSPENSOS JA
013988*                          GRAVADOS
013988*----------------------------------------------------------------
013988 2865-COMPARAR-SUSPENSO.
013989     IF WS-TAB-SUSP-REGISTRO (WS-IX-GRAVADO) = WS-NUMERO-REGISTRO
013989         SET WS-REG-GRAVADO TO TRUE
013989     ELSE
013989         ADD 1 TO WS-IX-GRAVADO
013989     END-IF.
013989 2865-EXIT.
013989     EXIT.
013990*----------------------------------------------------------------
014000* 2900-REGISTRAR-EXCECAO - GRAVA UMA TRANSACAO REJEITADA NO
014010*                          ARQUIVO DE EXCECOES
014070     MOVE WS-NUMERO-REGISTRO TO EXCP-NUMERO-REGISTRO.
014080     MOVE TRAN-RECORD TO EXCP-IMAGEM-TRAN.
014090     MOVE 'A' TO EXCP-STATUS-SW.
014091     IF WS-LOTE-ABERTO
014092         MOVE WS-LOTE-DEPTO TO EXCP-DEPTO
014093     ELSE
014094         MOVE SPACES TO EXCP-DEPTO
014095     END-IF.
014100     MOVE SPACES TO EXCP-OPER-RESOLUCAO.
014110     MOVE ZEROS TO EXCP-DATA-RESOLUCAO.
014120     IF WS-DATA-EXECUCAO = ZEROS
014350     MOVE WS-DATA-LOTE TO SEG-DATA.
014360     ACCEPT SEG-HORA FROM TIME.
014370     MOVE "SOMABAT" TO SEG-PROGRAMA.
014380     MOVE WS-SEG-OPERADOR TO SEG-OPERADOR-ID.
014390     MOVE WS-SEG-EVENTO TO SEG-EVENTO.
014440     MOVE WS-SEG-RESULTADO TO SEG-RESULTADO-SW.
014450     MOVE WS-SEG-ANTES TO SEG-IMAGEM-ANTES.
014460     MOVE WS-SEG-DEPOIS TO SEG-IMAGEM-DEPOIS.
014490 2950-EXIT.
014500     EXIT.
014510
014511*----------------------------------------------------------------
014511* 7000-CALCULAR-DIAS - CONVERTE A DATA AAAAMMDD EM WS-DATA-CALC
014511*                      PARA O SERIAL DE DIAS WS-DIAS-CALC
014511*                      (CONTAGEM DE DIAS CORRIDOS COM AJUSTE DE
014512*                      ANO BISSEXTO)
014512*----------------------------------------------------------------
014512 7000-CALCULAR-DIAS.
014512     COMPUTE WS-DIAS-CALC =
014513         WS-CALC-ANO * 365
014513         + WS-CALC-ANO / 4
014513         - WS-CALC-ANO / 100
014513         + WS-CALC-ANO / 400
014514         + WS-DIAS-ACUM-MES (WS-CALC-MES)
014514         + WS-CALC-DIA.
014514     IF WS-CALC-MES > 2
014514         GO TO 7000-EXIT
014515     END-IF.
014515     DIVIDE WS-CALC-ANO BY 4
014515         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
014515     IF WS-RESTO-CALC NOT = ZERO
014516         GO TO 7000-EXIT
014516     END-IF.
014516     DIVIDE WS-CALC-ANO BY 100
014516         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
014517     IF WS-RESTO-CALC NOT = ZERO
014517         SUBTRACT 1 FROM WS-DIAS-CALC
014517         GO TO 7000-EXIT
014517     END-IF.
014518     DIVIDE WS-CALC-ANO BY 400
014518         GIVING WS-QUOCIENTE-CALC REMAINDER WS-RESTO-CALC.
014518     IF WS-RESTO-CALC = ZERO
014518         SUBTRACT 1 FROM WS-DIAS-CALC
014519     END-IF.
014519 7000-EXIT.
014519     EXIT.
014519
014520*----------------------------------------------------------------
014530* 9000-ENCERRAR - EXIBE OS TOTAIS DO LOTE E FECHA OS ARQUIVOS
014540*----------------------------------------------------------------
014580         PERFORM 2260-REJEITAR-LOTE THRU 2260-EXIT
014590         MOVE 'N' TO WS-LOTE-ABERTO-SW
014600     END-IF.
014602     IF WS-PEND-ABERTO
014604         PERFORM 9050-LIBERAR-APROVADOS THRU 9050-EXIT
014606     END-IF.
014610     INITIALIZE IFACE-RECORD.
014620     MOVE 'T' TO IFACE-TRL-TIPO.
014630     MOVE WS-QTDE-DET-GL TO IFACE-TRL-QTDE-REG.
014635     MOVE WS-QTDE-PARES TO IFACE-TRL-QTDE-PARES.
014640     MOVE WS-TOTAL-GERAL TO IFACE-TRL-TOTAL-CTRL.
014650     WRITE IFACE-RECORD.
014660     PERFORM 2600-GRAVAR-CHECKPOINT THRU 2600-EXIT.
014770     IF WS-CNTA-ABERTA
014780         CLOSE CNTA-FILE
014790     END-IF.
014791     IF WS-MODO-SUSPENSO
014791         CLOSE SUSP-FILE
014792     END-IF.
014792     IF WS-RATE-ABERTO
014793         CLOSE RATE-FILE
014794     END-IF.
014794     IF WS-LIMITE-ABERTO
014795         CLOSE LIM-FILE
014795     END-IF.
014796     IF WS-PEND-ABERTO
014797         CLOSE PEND-FILE
014797     END-IF.
014798     IF WS-DUP-ABERTO
014798         CLOSE DUP-FILE
014799     END-IF.
014800     DISPLAY "----------------------------------------".
014810     DISPLAY "Pares processados no lote ...... "
014820             WS-QTDE-PARES.
014840             WS-QTDE-REJEITADOS.
014850     DISPLAY "Total geral do lote ............ "
014860             WS-TOTAL-GERAL " " WS-LABEL-UNIDADE.
014861     IF WS-MODO-SUSPENSO
014861         DISPLAY "Pares postados em suspenso ..... "
014861                 WS-QTDE-SUSPENSO
014861         DISPLAY "Total postado em suspenso ...... "
014862                 WS-TOTAL-SUSPENSO " " WS-LABEL-UNIDADE
014862     END-IF.
014862     IF WS-QTDE-RATEADOS > ZEROS
014862         DISPLAY "Pares rateados ................. "
014863                 WS-QTDE-RATEADOS
014863     END-IF.
014863     IF WS-QTDE-RETIDOS > ZEROS
014863         DISPLAY "Pares retidos p/ aprovacao ..... "
014864                 WS-QTDE-RETIDOS
014864         DISPLAY "Total retido p/ aprovacao ...... "
014864                 WS-TOTAL-RETIDO " " WS-LABEL-UNIDADE
014864     END-IF.
014865     IF WS-QTDE-LIBERADOS > ZEROS
014865         DISPLAY "Pares aprovados liberados ...... "
014865                 WS-QTDE-LIBERADOS
014866     END-IF.
014866     IF WS-QTDE-LIB-REJEITADOS > ZEROS
014866         DISPLAY "Pares aprovados rejeitados ..... "
014866                 WS-QTDE-LIB-REJEITADOS
014867     END-IF.
014867     IF WS-QTDE-DUPLICADOS > ZEROS
014867         DISPLAY "Pares duplicados rejeitados .... "
014867                 WS-QTDE-DUPLICADOS
014868     END-IF.
014868     IF WS-QTDE-DUP-AUTORIZADOS > ZEROS
014868         DISPLAY "Duplicados autorizados ......... "
014868                 WS-QTDE-DUP-AUTORIZADOS
014869     END-IF.
014869     DISPLAY "Detalhes gravados para o GL .... "
014869             WS-QTDE-DET-GL.
014870     DISPLAY "Subtotais por conta:".
014880     MOVE ZEROS TO WS-IX-CNTA.
014890     PERFORM 9100-EXIBIR-CONTA THRU 9100-EXIT
014940         WS-QTDE-DEPTOS TIMES.
014950 9000-EXIT.
014960     EXIT.
014961*----------------------------------------------------------------
014961* 9050-LIBERAR-APROVADOS - REABRE O ARQUIVO DE ITENS RETIDOS PARA
014961*                          ATUALIZACAO E POSTA NESTA EXECUCAO CADA
014961*                          ITEM APROVADO (A) PELO SUPERVISOR NO
014961*                          SOMAAPRV, PELO MESMO CAMINHO DOS DEMAIS
014961*                          DETALHES E SEM NOVA VERIFICACAO DE
014961*                          LIMITE, CARIMBANDO-O COMO LIBERADO (L)
014961*                          COM O BATCH-ID DESTA EXECUCAO
014961*----------------------------------------------------------------
014961 9050-LIBERAR-APROVADOS.
014962     CLOSE PEND-FILE.
014962     OPEN I-O PEND-FILE.
014962     IF WS-STATUS-PEND NOT = "00"
014962         DISPLAY "*** ARQUIVO DE ITENS RETIDOS INDISPONIVEL ["
014962                 WS-STATUS-PEND "] - ITENS APROVADOS NAO "
014962                 "LIBERADOS ***"
014962         MOVE 'N' TO WS-PEND-ABERTO-SW
014962         GO TO 9050-EXIT
014962     END-IF.
014962     MOVE WS-NUMERO-REGISTRO TO WS-NUMERO-REGISTRO-SAVE.
014963     MOVE 'N' TO WS-FIM-PEND-SW.
014963     PERFORM 9060-LIBERAR-ITEM THRU 9060-EXIT
014963         UNTIL WS-FIM-PEND.
014963     MOVE WS-NUMERO-REGISTRO-SAVE TO WS-NUMERO-REGISTRO.
014963     MOVE 'N' TO WS-LOTE-ABERTO-SW.
014963     MOVE ZEROS TO WS-IX-DEPT-LOTE.
014963 9050-EXIT.
014963     EXIT.
014963
014964*----------------------------------------------------------------
014964* 9060-LIBERAR-ITEM - LE UM ITEM RETIDO E, SE APROVADO, DEVOLVE A
014964*                     IMAGEM A AREA DA TRANSACAO, RESTAURA O
014964*                     DEPARTAMENTO DO LOTE DE ORIGEM E O PROCESSA;
014964*                     O ITEM POSTADO E CARIMBADO COMO LIBERADO
014964*                     (L) E O REJEITADO NA VALIDACAO, JA GRAVADO
014964*                     NAS EXCECOES, COMO RECUSADO (R)
014964*----------------------------------------------------------------
014964 9060-LIBERAR-ITEM.
014964     READ PEND-FILE
014965         AT END
014965             SET WS-FIM-PEND TO TRUE
014965             GO TO 9060-EXIT
014965     END-READ.
014965     IF NOT PEND-APROVADO
014965         GO TO 9060-EXIT
014965     END-IF.
014965     MOVE PEND-IMAGEM-TRAN TO TRAN-RECORD.
014965     MOVE PEND-NUMERO-REGISTRO TO WS-NUMERO-REGISTRO.
014965     IF PEND-DEPTO = SPACES
014966         MOVE 'N' TO WS-LOTE-ABERTO-SW
014966         MOVE ZEROS TO WS-IX-DEPT-LOTE
014966     ELSE
014966         MOVE PEND-DEPTO TO WS-LOTE-DEPTO
014966         MOVE ZEROS TO WS-LOTE-DATA-MOV
014966         MOVE PEND-DEPTO TO WS-DEPTO-PROCURADO
014966         PERFORM 2055-PROCURAR-DEPTO THRU 2055-EXIT
014966         IF WS-DEPTO-ACHADO
014966             MOVE WS-IX-DEPT TO WS-IX-DEPT-LOTE
014967         ELSE
014967             MOVE ZEROS TO WS-IX-DEPT-LOTE
014967         END-IF
014967         SET WS-LOTE-ABERTO TO TRUE
014967     END-IF.
014967     SET WS-ITEM-LIBERADO TO TRUE.
014967     PERFORM 2300-PROCESSAR-DETALHE THRU 2300-EXIT.
014967     MOVE 'N' TO WS-ITEM-LIBERADO-SW.
014967     IF WS-PAR-VALIDO
014967         MOVE 'L' TO PEND-STATUS-SW
014968         ADD 1 TO WS-QTDE-LIBERADOS
014968     ELSE
014968         MOVE 'R' TO PEND-STATUS-SW
014968         ADD 1 TO WS-QTDE-LIB-REJEITADOS
014968         DISPLAY "*** ITEM APROVADO " PEND-BATCH-ID " REGISTRO "
014968                 PEND-NUMERO-REGISTRO " REJEITADO NA LIBERACAO "
014968                 "- GRAVADO NAS EXCECOES ***"
014968     END-IF.
014968     MOVE WS-BATCH-ID TO PEND-BATCH-LIBERACAO.
014968     REWRITE PEND-RECORD.
014969     IF WS-STATUS-PEND NOT = "00"
014969         DISPLAY "*** FALHA [" WS-STATUS-PEND "] AO CARIMBAR "
014969                 "O ITEM " PEND-BATCH-ID " REGISTRO "
014969                 PEND-NUMERO-REGISTRO
014969                 " COMO " PEND-STATUS-SW " ***"
014969         MOVE 12 TO RETURN-CODE
014969     END-IF.
014969 9060-EXIT.
014969     EXIT.
014970
014980*----------------------------------------------------------------
014990* 9100-EXIBIR-CONTA - EXIBE O SUBTOTAL ACUMULADO DE UMA CONTA
015480     MOVE WS-QTDE-REJEITADOS TO WS-TOT-RPT-QTDE.
015490     MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO.
015500     PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT.
015501     IF WS-MODO-SUSPENSO
015501         MOVE "PARES POSTADOS EM SUSPENSO ....." TO
015501             WS-TOT-RPT-LITERAL
015501         MOVE WS-QTDE-SUSPENSO TO WS-TOT-RPT-QTDE
015501         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015501         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015502     END-IF.
015502     IF WS-QTDE-RATEADOS > ZEROS
015502         MOVE "PARES RATEADOS ................." TO
015502             WS-TOT-RPT-LITERAL
015502         MOVE WS-QTDE-RATEADOS TO WS-TOT-RPT-QTDE
015502         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015503         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015503     END-IF.
015503     IF WS-QTDE-RETIDOS > ZEROS
015503         MOVE "PARES RETIDOS P/ APROVACAO ....." TO
015503             WS-TOT-RPT-LITERAL
015503         MOVE WS-QTDE-RETIDOS TO WS-TOT-RPT-QTDE
015504         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015504         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015504     END-IF.
015504     IF WS-QTDE-LIBERADOS > ZEROS
015504         MOVE "PARES APROVADOS LIBERADOS ......" TO
015504             WS-TOT-RPT-LITERAL
015505         MOVE WS-QTDE-LIBERADOS TO WS-TOT-RPT-QTDE
015505         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015505         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015505     END-IF.
015505     IF WS-QTDE-LIB-REJEITADOS > ZEROS
015505         MOVE "PARES APROVADOS REJEITADOS ....." TO
015506             WS-TOT-RPT-LITERAL
015506         MOVE WS-QTDE-LIB-REJEITADOS TO WS-TOT-RPT-QTDE
015506         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015506         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015506     END-IF.
015506     IF WS-QTDE-DUPLICADOS > ZEROS
015507         MOVE "PARES DUPLICADOS REJEITADOS ...." TO
015507             WS-TOT-RPT-LITERAL
015507         MOVE WS-QTDE-DUPLICADOS TO WS-TOT-RPT-QTDE
015507         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015507         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015507     END-IF.
015508     IF WS-QTDE-DUP-AUTORIZADOS > ZEROS
015508         MOVE "DUPLICADOS AUTORIZADOS ........." TO
015508             WS-TOT-RPT-LITERAL
015508         MOVE WS-QTDE-DUP-AUTORIZADOS TO WS-TOT-RPT-QTDE
015508         MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO
015508         PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT
015509     END-IF.
015509     MOVE "DETALHES GRAVADOS PARA O GL ...." TO
015509         WS-TOT-RPT-LITERAL.
015509     MOVE WS-QTDE-DET-GL TO WS-TOT-RPT-QTDE.
015509     MOVE WS-LINHA-TOT-RPT TO WS-LINHA-IMPRESSAO.
015509     PERFORM 2760-ESCREVER-LINHA-RPT THRU 2760-EXIT.
015510     MOVE WS-TOTAL-GERAL TO WS-TOTG-RPT-VALOR.
015520     MOVE WS-LABEL-UNIDADE TO WS-TOTG-RPT-UNIDADE.
015530     MOVE WS-LINHA-TOTG-RPT TO WS-LINHA-IMPRESSAO.
