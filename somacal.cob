000220*                   IMPLANTACAO. CADA FECHAMENTO/REABERTURA DE
000230*                   PERIODO VAI AO JORNAL DE SEGURANCA
000240*                   (SEGFILE).
000241* 2026-10-15 EPD    NO FECHAMENTO DO PERIODO, TRANSPORTA O SALDO
000242*                   ATUAL DE CADA CONTA/DEPARTAMENTO DO MES
000243*                   FECHADO PARA O SALDO ANTERIOR DO MES
000244*                   SEGUINTE NO CADASTRO DE SALDOS (SALDFILE).
000245* 2026-10-15 EPD    OS SALDOS DO MES SAO CARREGADOS ANTES DE
000246*                   MARCAR O PERIODO; MAIS SALDOS DO QUE CABEM NA
000247*                   TABELA RECUSAM O FECHAMENTO (RC 12) SEM MARCAR
000248*                   O PERIODO NEM TRANSPORTAR SALDO ALGUM.
000249* 2026-10-15 EPD    SALDO RECUSADO NO TRANSPORTE TERMINA EM RC 12.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000420     SELECT SEG-FILE ASSIGN TO "SEGFILE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-STATUS-SEG.
000441     SELECT SALD-FILE ASSIGN TO "SALDFILE"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS SALD-CHAVE
000445         FILE STATUS IS WS-STATUS-SALD.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000600     RECORD CONTAINS 170 CHARACTERS.
000610 COPY SEGREC.
000620
000621 FD  SALD-FILE
000622     LABEL RECORDS ARE STANDARD
000623     RECORD CONTAINS 100 CHARACTERS.
000624 COPY SALDREC.
000625
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* TABELA DO CALENDARIO CARREGADA NA INICIALIZACAO
000910     05  WS-SEG-ANTES           PIC X(60).
000920     05  WS-SEG-DEPOIS          PIC X(60).
000930
000931*----------------------------------------------------------------
000931* SALDOS DO MES FECHADO (SALDFILE, INDEXADO POR PERIODO + CONTA
000931* + DEPARTAMENTO) CARREGADOS PARA O TRANSPORTE AO MES SEGUINTE
000932*----------------------------------------------------------------
000932 77  WS-STATUS-SALD             PIC X(02) VALUE "00".
000933 77  WS-QTDE-SALDOS             PIC 9(04) VALUE ZEROS.
000933 77  WS-IX-SALD                 PIC 9(04) VALUE ZEROS.
000934 77  WS-QTDE-TRANSPORTADOS      PIC 9(04) VALUE ZEROS.
000934 01  WS-PERIODO-SEGUINTE        PIC 9(06) VALUE ZEROS.
000935 01  FILLER REDEFINES WS-PERIODO-SEGUINTE.
000935     05  WS-PSEG-ANO            PIC 9(04).
000936     05  WS-PSEG-MES            PIC 9(02).
000936 01  WS-TAB-SALDOS.
000937     05  WS-TAB-SALD-ENT OCCURS 2000 TIMES.
000937         10  WS-TAB-SALD-CONTA  PIC X(08).
000938         10  WS-TAB-SALD-DEPTO  PIC X(04).
000938         10  WS-TAB-SALD-ATUAL  PIC S9(11)V99
000939             SIGN IS TRAILING SEPARATE CHARACTER.
000939
000940*----------------------------------------------------------------
000950* CAMPOS DE DIGITACAO DA MANUTENCAO
000960*----------------------------------------------------------------
001200         88  WS-SIGNON-VALIDO   VALUE 'S'.
001210     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
001220         88  WS-CAMPO-VALIDO    VALUE 'S'.
001221     05  WS-FIM-SALD-SW         PIC X(01) VALUE 'N'.
001222         88  WS-FIM-SALD        VALUE 'S'.
001223     05  WS-SALDO-ACHADO-SW     PIC X(01) VALUE 'N'.
001224         88  WS-SALDO-ACHADO    VALUE 'S'.
001225     05  WS-SALDOS-ESGOTADOS-SW PIC X(01) VALUE 'N'.
001226         88  WS-SALDOS-ESGOTADOS VALUE 'S'.
001230
001240 PROCEDURE DIVISION.
001250*----------------------------------------------------------------
003480*----------------------------------------------------------------
003490* 2200-MARCAR-PERIODO - FECHA (F) OU REABRE (R) O PERIODO DE
003500*                       TODAS AS DATAS DO MES DIGITADO, E LEVA
003510*                       O EVENTO AO JORNAL DE SEGURANCA;
003511*                       NO FECHAMENTO, TRANSPORTA OS SALDOS DO
003512*                       MES PARA O MES SEGUINTE. O FECHAMENTO
003513*                       E RECUSADO (RC 12), SEM MARCAR O
003514*                       PERIODO, QUANDO OS SALDOS DO MES NAO
003515*                       CABEM NA TABELA DE TRANSPORTE
003520*----------------------------------------------------------------
003530 2200-MARCAR-PERIODO.
003540     DISPLAY "MES DO PERIODO (AAAAMM) ...... " WITH NO ADVANCING.
003630         DISPLAY "*** MES OBRIGATORIO ***"
003640         GO TO 2200-EXIT
003650     END-IF.
003651     IF WS-CMD-FECHAR
003652         PERFORM 2300-CARREGAR-SALDOS THRU 2300-EXIT
003653         IF WS-SALDOS-ESGOTADOS
003654             DISPLAY "*** FECHAMENTO DO PERIODO " WS-MES-DIGITADO
003655                     " RECUSADO - MAIS DE 2000 SALDOS NO MES ***"
003656             MOVE 12 TO RETURN-CODE
003657             GO TO 2200-EXIT
003658         END-IF
003659     END-IF.
003660     MOVE ZEROS TO WS-QTDE-MARCADAS.
003670     MOVE ZEROS TO WS-IX.
003680     PERFORM 2250-MARCAR-DATA THRU 2250-EXIT
003860     MOVE SPACES TO WS-SEG-DEPOIS.
003870     MOVE WS-ENTRADA-MES TO WS-SEG-DEPOIS.
003880     PERFORM 2900-REGISTRAR-SEGURANCA THRU 2900-EXIT.
003882     IF WS-CMD-FECHAR
003884         PERFORM 2380-TRANSPORTAR-SALDOS THRU 2380-EXIT
003886     END-IF.
003890 2200-EXIT.
003900     EXIT.
003910
004080 2250-EXIT.
004090     EXIT.
004100
004101*----------------------------------------------------------------
004101* 2300-CARREGAR-SALDOS - CARREGA NA TABELA OS SALDOS DO MES A
004101*                        FECHAR; LIGA WS-SALDOS-ESGOTADOS QUANDO
004101*                        ELES NAO CABEM NA TABELA
004101*----------------------------------------------------------------
004101 2300-CARREGAR-SALDOS.
004101     MOVE ZEROS TO WS-QTDE-SALDOS.
004101     MOVE 'N' TO WS-SALDOS-ESGOTADOS-SW.
004101     OPEN INPUT SALD-FILE.
004101     IF WS-STATUS-SALD NOT = "00"
004101         DISPLAY "CADASTRO DE SALDOS VAZIO OU AUSENTE - "
004101                 "NENHUM SALDO TRANSPORTADO."
004101         GO TO 2300-EXIT
004101     END-IF.
004101     MOVE WS-MES-DIGITADO TO WS-PERIODO-SEGUINTE.
004101     IF WS-PSEG-MES = 12
004102         ADD 1 TO WS-PSEG-ANO
004102         MOVE 1 TO WS-PSEG-MES
004102     ELSE
004102         ADD 1 TO WS-PSEG-MES
004102     END-IF.
004102     MOVE 'N' TO WS-FIM-SALD-SW.
004102     MOVE WS-MES-DIGITADO TO SALD-PERIODO.
004102     MOVE LOW-VALUES TO SALD-CONTA.
004102     MOVE LOW-VALUES TO SALD-DEPTO.
004102     START SALD-FILE KEY IS NOT LESS THAN SALD-CHAVE
004102         INVALID KEY
004102             SET WS-FIM-SALD TO TRUE
004102     END-START.
004102     PERFORM 2350-CARREGAR-SALDO THRU 2350-EXIT
004102         UNTIL WS-FIM-SALD.
004103     CLOSE SALD-FILE.
004103 2300-EXIT.
004103     EXIT.
004103
004103*----------------------------------------------------------------
004103* 2350-CARREGAR-SALDO - LE O PROXIMO SALDO NA ORDEM DA CHAVE E
004103*                       GUARDA NA TABELA OS DO MES A FECHAR
004103*----------------------------------------------------------------
004103 2350-CARREGAR-SALDO.
004103     READ SALD-FILE NEXT
004103         AT END
004103             SET WS-FIM-SALD TO TRUE
004103             GO TO 2350-EXIT
004103     END-READ.
004103     IF SALD-PERIODO NOT = WS-MES-DIGITADO
004104         SET WS-FIM-SALD TO TRUE
004104         GO TO 2350-EXIT
004104     END-IF.
004104     IF WS-QTDE-SALDOS < 2000
004104         ADD 1 TO WS-QTDE-SALDOS
004104         MOVE SALD-CONTA TO WS-TAB-SALD-CONTA (WS-QTDE-SALDOS)
004104         MOVE SALD-DEPTO TO WS-TAB-SALD-DEPTO (WS-QTDE-SALDOS)
004104         MOVE SALD-SALDO-ATUAL
004104             TO WS-TAB-SALD-ATUAL (WS-QTDE-SALDOS)
004104     ELSE
004104         DISPLAY "*** TABELA DE SALDOS ESGOTADA NA CONTA "
004104                 SALD-CONTA " DEPTO " SALD-DEPTO " ***"
004104         SET WS-SALDOS-ESGOTADOS TO TRUE
004104         SET WS-FIM-SALD TO TRUE
004104     END-IF.
004105 2350-EXIT.
004105     EXIT.
004105
004105*----------------------------------------------------------------
004105* 2380-TRANSPORTAR-SALDOS - GRAVA O SALDO ATUAL DE CADA SALDO
004105*                           CARREGADO COMO SALDO ANTERIOR DO MES
004105*                           SEGUINTE; O SALDO ANTERIOR E
004105*                           SUBSTITUIDO (NAO SOMADO), PARA QUE
004105*                           REABRIR E FECHAR DE NOVO O MES NAO O
004105*                           DUPLIQUE
004105*----------------------------------------------------------------
004105 2380-TRANSPORTAR-SALDOS.
004105     MOVE ZEROS TO WS-QTDE-TRANSPORTADOS.
004105     OPEN I-O SALD-FILE.
004105     IF WS-STATUS-SALD NOT = "00"
004105         GO TO 2380-EXIT
004106     END-IF.
004106     MOVE ZEROS TO WS-IX-SALD.
004106     PERFORM 2400-TRANSPORTAR-SALDO THRU 2400-EXIT
004106         WS-QTDE-SALDOS TIMES.
004106     CLOSE SALD-FILE.
004106     DISPLAY WS-QTDE-TRANSPORTADOS " SALDOS TRANSPORTADOS PARA O "
004106             "PERIODO " WS-PERIODO-SEGUINTE ".".
004106 2380-EXIT.
004106     EXIT.
004106
004106*----------------------------------------------------------------
004106* 2400-TRANSPORTAR-SALDO - GRAVA UM SALDO DA TABELA COMO SALDO
004106*                          ANTERIOR DA MESMA CONTA/DEPARTAMENTO
004106*                          NO MES SEGUINTE, INCLUINDO O SALDO
004106*                          QUANDO AINDA NAO HOUVER MOVIMENTO
004107*----------------------------------------------------------------
004107 2400-TRANSPORTAR-SALDO.
004107     ADD 1 TO WS-IX-SALD.
004107     MOVE WS-PERIODO-SEGUINTE TO SALD-PERIODO.
004107     MOVE WS-TAB-SALD-CONTA (WS-IX-SALD) TO SALD-CONTA.
004107     MOVE WS-TAB-SALD-DEPTO (WS-IX-SALD) TO SALD-DEPTO.
004107     MOVE 'N' TO WS-SALDO-ACHADO-SW.
004107     READ SALD-FILE
004107         INVALID KEY
004107             CONTINUE
004107         NOT INVALID KEY
004107             SET WS-SALDO-ACHADO TO TRUE
004107     END-READ.
004107     IF NOT WS-SALDO-ACHADO
004107         INITIALIZE SALD-RECORD
004108         MOVE WS-PERIODO-SEGUINTE TO SALD-PERIODO
004108         MOVE WS-TAB-SALD-CONTA (WS-IX-SALD) TO SALD-CONTA
004108         MOVE WS-TAB-SALD-DEPTO (WS-IX-SALD) TO SALD-DEPTO
004108     END-IF.
004108     MOVE WS-TAB-SALD-ATUAL (WS-IX-SALD) TO SALD-SALDO-ANTERIOR.
004108     COMPUTE SALD-SALDO-ATUAL = SALD-SALDO-ANTERIOR
004108         + SALD-DEBITOS - SALD-CREDITOS.
004108     IF WS-SALDO-ACHADO
004108         REWRITE SALD-RECORD
004108             INVALID KEY
004108                 DISPLAY "*** REGRAVACAO DO SALDO RECUSADA ["
004108                         WS-STATUS-SALD "] CONTA " SALD-CONTA
004108                         " ***"
004108                 MOVE 12 TO RETURN-CODE
004108                 GO TO 2400-EXIT
004109         END-REWRITE
004109     ELSE
004109         WRITE SALD-RECORD
004109             INVALID KEY
004109                 DISPLAY "*** INCLUSAO DO SALDO RECUSADA ["
004109                         WS-STATUS-SALD "] CONTA " SALD-CONTA
004109                         " ***"
004109                 MOVE 12 TO RETURN-CODE
004109                 GO TO 2400-EXIT
004109         END-WRITE
004109     END-IF.
004109     ADD 1 TO WS-QTDE-TRANSPORTADOS.
004109 2400-EXIT.
004109     EXIT.
004109
004110*----------------------------------------------------------------
004120* 2900-REGISTRAR-SEGURANCA - ACRESCENTA O EVENTO DE SEGURANCA
004130*                            MONTADO EM WS-SEGURANCA AO JORNAL
