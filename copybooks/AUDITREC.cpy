000830* 2026-08-22 EPD    VALORES PASSAM A CARREGAR CENTAVOS (V99)
000840*                   E MAGNITUDE MAIOR, DE PONTA A PONTA NA
000850*                   CADEIA DE SOMAS.
000860* 2026-10-15 EPD    ACRESCENTA O DEPARTAMENTO DO LOTE DE ORIGEM
000870*                   (EM BRANCO NA SOMA AVULSA E NOS REGISTROS
000880*                   GRAVADOS ANTES DESTA VERSAO), TIRADO DO
000890*                   FILLER.
000900*----------------------------------------------------------------
001000 01  AUDIT-RECORD.
001100     05  AUDIT-NUMERO-1         PIC S9(07)V99
001800     05  AUDIT-HORA-EXECUCAO    PIC 9(08).
001900     05  AUDIT-OPERADOR-ID      PIC X(08).
002000     05  AUDIT-CONTA            PIC X(08).
002100     05  AUDIT-DEPTO            PIC X(04).
002200     05  FILLER                 PIC X(03).
