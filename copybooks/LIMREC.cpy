000100*----------------------------------------------------------------
000200* LIMREC - LAYOUT DO REGISTRO DO CADASTRO DE LIMITES DE VALOR
000300*          (LIMFILE), INDEXADO POR DEPARTAMENTO + CONTA.
000400*          MANTIDO PELO SOMALIMT. CADA LIMITE TEM UM VALOR
000500*          MAXIMO POR ITEM E UM VALOR MAXIMO ACUMULADO NO DIA
000600*          (ZERO = SEM LIMITE). DEPARTAMENTO OU CONTA EM BRANCO
000700*          VALEM PARA TODOS: O SOMABAT PROCURA O LIMITE DO
000800*          DEPARTAMENTO + CONTA, DEPOIS O DO DEPARTAMENTO, O DA
000900*          CONTA E POR FIM O LIMITE GERAL, E USA O PRIMEIRO
001000*          ATIVO QUE ACHAR. O DETALHE ACIMA DO LIMITE E RETIDO
001100*          NO ARQUIVO DE PENDENTES DE APROVACAO (PENDFILE).
001200*----------------------------------------------------------------
001300* DATA       AUTOR  DESCRICAO
001400* ---------- ------ ----------------------------------------------
001500* 2026-10-15 EPD    LAYOUT ORIGINAL.
001600*----------------------------------------------------------------
001700 01  LIM-RECORD.
001800     05  LIM-CHAVE.
001900         10  LIM-DEPTO          PIC X(04).
002000         10  LIM-CONTA          PIC X(08).
002100     05  LIM-VALOR-ITEM         PIC 9(09)V99.
002200     05  LIM-VALOR-DIARIO       PIC 9(11)V99.
002300     05  LIM-ATIVO-SW           PIC X(01).
002400         88  LIM-ATIVO          VALUE 'S'.
002500     05  LIM-OPER-ALTERACAO     PIC X(08).
002600     05  LIM-DATA-ALTERACAO     PIC 9(08).
002700     05  FILLER                 PIC X(07).
