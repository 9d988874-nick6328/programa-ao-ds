000290*                   ANTES/DEPOIS DO REGISTRO) NO JORNAL
000300*                   PERMANENTE DE SEGURANCA (SEGFILE), PARA A
000310*                   AUDITORIA INTERNA VIA SOMASEG.
000311* 2026-10-15 EPD    PERGUNTA O MODO DE POSTAGEM EM CONTA DE
000312*                   SUSPENSO (S/N) E, SE LIGADO, A CONTA DE
000313*                   SUSPENSO DESIGNADA, USADOS PELO SOMABAT.
000314* 2026-10-15 EPD    PERGUNTA A JANELA EM DIAS (00 = DESLIGADO) E
000315*                   A REGRA DE COMPARACAO (S = SEM DATA, C = COM
000316*                   DATA DE MOVIMENTO) DA DETECCAO DE DUPLICIDADE
000317*                   DO SOMABAT/SOMAEDIT.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000770     05  WS-VALOR-SENTINELA     PIC 9(04).
000780     05  WS-NOME-ARQ-AUDITORIA  PIC X(08).
000790     05  WS-NOME-ARQ-INTERFACE  PIC X(08).
000791     05  WS-SUSPENSO-SW         PIC X(01).
000792         88  WS-SUSPENSO-VALIDO VALUE 'S' 'N'.
000793     05  WS-CONTA-SUSPENSO      PIC X(08).
000794     05  WS-DUP-DIAS            PIC 9(02).
000795     05  WS-DUP-REGRA           PIC X(01).
000796         88  WS-DUP-REGRA-VALIDA VALUE 'S' 'C'.
000797 01  WS-ENTRADA-DUP-DIAS        PIC X(02).
000800
000810 01  WS-SWITCHES.
000820     05  WS-CAMPO-VALIDO-SW     PIC X(01) VALUE 'N'.
001970     ACCEPT WS-NOME-ARQ-AUDITORIA.
001980     DISPLAY "NOME DO ARQUIVO DE INTERFACE  " WITH NO ADVANCING.
001990     ACCEPT WS-NOME-ARQ-INTERFACE.
001991     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
001991     PERFORM 2200-OBTER-MODO-SUSPENSO THRU 2200-EXIT
001992         UNTIL WS-CAMPO-VALIDO.
001992     MOVE SPACES TO WS-CONTA-SUSPENSO.
001993     IF WS-SUSPENSO-SW = 'S'
001993         MOVE 'N' TO WS-CAMPO-VALIDO-SW
001994         PERFORM 2250-OBTER-CONTA-SUSPENSO THRU 2250-EXIT
001994             UNTIL WS-CAMPO-VALIDO
001995     END-IF.
001995     MOVE 'N' TO WS-CAMPO-VALIDO-SW.
001996     PERFORM 2300-OBTER-DUP-DIAS THRU 2300-EXIT
001996         UNTIL WS-CAMPO-VALIDO.
001997     MOVE 'S' TO WS-DUP-REGRA.
001997     IF WS-DUP-DIAS > ZEROS
001998         MOVE 'N' TO WS-CAMPO-VALIDO-SW
001998         PERFORM 2350-OBTER-DUP-REGRA THRU 2350-EXIT
001999             UNTIL WS-CAMPO-VALIDO
001999     END-IF.
002000 2000-EXIT.
002010     EXIT.
002020
002300 2150-EXIT.
002310     EXIT.
002320
002321*----------------------------------------------------------------
002321* 2200-OBTER-MODO-SUSPENSO - LE E VALIDA O MODO DE POSTAGEM EM
002321*                            CONTA DE SUSPENSO (S/N; EM BRANCO,
002321*                            N)
002321*----------------------------------------------------------------
002321 2200-OBTER-MODO-SUSPENSO.
002321     DISPLAY "POSTAGEM EM SUSPENSO (S/N) ... " WITH NO ADVANCING.
002321     ACCEPT WS-SUSPENSO-SW.
002321     IF WS-SUSPENSO-SW = SPACE
002322         MOVE 'N' TO WS-SUSPENSO-SW
002322     END-IF.
002322     IF NOT WS-SUSPENSO-VALIDO
002322         DISPLAY "*** VALOR INVALIDO [" WS-SUSPENSO-SW
002322                 "] - DIGITE S OU N ***"
002322         GO TO 2200-EXIT
002322     END-IF.
002322     SET WS-CAMPO-VALIDO TO TRUE.
002322 2200-EXIT.
002323     EXIT.
002323
002323*----------------------------------------------------------------
002323* 2250-OBTER-CONTA-SUSPENSO - LE A CONTA DE SUSPENSO DESIGNADA,
002323*                             OBRIGATORIA COM O MODO LIGADO
002323*----------------------------------------------------------------
002323 2250-OBTER-CONTA-SUSPENSO.
002323     DISPLAY "CONTA DE SUSPENSO ............ " WITH NO ADVANCING.
002324     ACCEPT WS-CONTA-SUSPENSO.
002324     IF WS-CONTA-SUSPENSO = SPACES
002324         DISPLAY "*** CONTA DE SUSPENSO OBRIGATORIA COM O "
002324                 "MODO DE SUSPENSO LIGADO ***"
002324         GO TO 2250-EXIT
002324     END-IF.
002324     SET WS-CAMPO-VALIDO TO TRUE.
002324 2250-EXIT.
002324     EXIT.
002325
002325*----------------------------------------------------------------
002325* 2300-OBTER-DUP-DIAS - LE E VALIDA A JANELA EM DIAS DA DETECCAO
002325*                       DE DUPLICIDADE (EM BRANCO OU 00,
002325*                       DESLIGADA)
002325*----------------------------------------------------------------
002325 2300-OBTER-DUP-DIAS.
002325     DISPLAY "JANELA DE DUPLICIDADE (DIAS) . " WITH NO ADVANCING.
002326     ACCEPT WS-ENTRADA-DUP-DIAS.
002326     IF WS-ENTRADA-DUP-DIAS = SPACES
002326         MOVE "00" TO WS-ENTRADA-DUP-DIAS
002326     END-IF.
002326     IF WS-ENTRADA-DUP-DIAS IS NOT NUMERIC
002326         DISPLAY "*** VALOR INVALIDO [" WS-ENTRADA-DUP-DIAS
002326                 "] - DIGITE DOIS DIGITOS (00 = DESLIGADA) ***"
002326         GO TO 2300-EXIT
002326     END-IF.
002327     MOVE WS-ENTRADA-DUP-DIAS TO WS-DUP-DIAS.
002327     SET WS-CAMPO-VALIDO TO TRUE.
002327 2300-EXIT.
002327     EXIT.
002327
002327*----------------------------------------------------------------
002327* 2350-OBTER-DUP-REGRA - LE E VALIDA A REGRA DE COMPARACAO DA
002327*                        DETECCAO DE DUPLICIDADE (S = SEM DATA,
002328*                        C = COM DATA DE MOVIMENTO; EM BRANCO, S)
002328*----------------------------------------------------------------
002328 2350-OBTER-DUP-REGRA.
002328     DISPLAY "REGRA DE DUPLICIDADE (S/C) ... " WITH NO ADVANCING.
002328     ACCEPT WS-DUP-REGRA.
002328     IF WS-DUP-REGRA = SPACE
002328         MOVE 'S' TO WS-DUP-REGRA
002328     END-IF.
002328     IF NOT WS-DUP-REGRA-VALIDA
002329         DISPLAY "*** VALOR INVALIDO [" WS-DUP-REGRA
002329                 "] - DIGITE S OU C ***"
002329         GO TO 2350-EXIT
002329     END-IF.
002329     SET WS-CAMPO-VALIDO TO TRUE.
002329 2350-EXIT.
002329     EXIT.
002329
002330*----------------------------------------------------------------
002340* 3000-GRAVAR-PARAMETROS - GUARDA A IMAGEM ANTERIOR, GRAVA O
002350*                          REGISTRO UNICO DE PARAMETROS
002550     MOVE WS-VALOR-SENTINELA    TO PARM-VALOR-SENTINELA.
002560     MOVE WS-NOME-ARQ-AUDITORIA TO PARM-NOME-ARQ-AUDITORIA.
002570     MOVE WS-NOME-ARQ-INTERFACE TO PARM-NOME-ARQ-INTERFACE.
002572     MOVE WS-SUSPENSO-SW        TO PARM-SUSPENSO-SW.
002574     MOVE WS-CONTA-SUSPENSO     TO PARM-CONTA-SUSPENSO.
002576     MOVE WS-DUP-DIAS           TO PARM-DUP-DIAS.
002578     MOVE WS-DUP-REGRA          TO PARM-DUP-REGRA.
002580     OPEN OUTPUT PARM-FILE.
002590     WRITE PARM-RECORD.
002600     CLOSE PARM-FILE.
