000800* DATA       AUTOR  DESCRICAO
000900* ---------- ------ ----------------------------------------------
001000* 2026-08-09 EPD    LAYOUT ORIGINAL.
001010* 2026-10-15 EPD    ACRESCENTA O MODO DE POSTAGEM EM CONTA DE
001020*                   SUSPENSO (S/N) E A CONTA DE SUSPENSO
001030*                   DESIGNADA, USADOS PELO SOMABAT PARA
001040*                   DETALHES DE CONTA DESCONHECIDA OU INATIVA.
001050* 2026-10-15 EPD    OCUPA O FILLER COM A JANELA EM DIAS (00 =
001060*                   DESLIGADO) E A REGRA DE COMPARACAO (S = SEM
001070*                   DATA, C = COM DATA DE MOVIMENTO) DA DETECCAO
001080*                   DE DUPLICIDADE ENTRE DIAS DO SOMABAT/SOMAEDIT,
001090*                   E DO EXPURGO DO HISTORICO PELO SOMAARCH.
001100*----------------------------------------------------------------
001200 01  PARM-RECORD.
001300     05  PARM-DATA-EXECUCAO     PIC 9(08).
001700                                PIC X(08).
001800     05  PARM-NOME-ARQ-INTERFACE
001900                                PIC X(08).
002000     05  PARM-SUSPENSO-SW       PIC X(01).
002100         88  PARM-SUSPENSO-ATIVO VALUE 'S'.
002200     05  PARM-CONTA-SUSPENSO    PIC X(08).
002300     05  PARM-DUP-DIAS          PIC 9(02).
002400     05  PARM-DUP-REGRA         PIC X(01).
002500         88  PARM-DUP-COM-DATA  VALUE 'C'.
002600         88  PARM-DUP-SEM-DATA  VALUE 'S' SPACE.
