000100*----------------------------------------------------------------
000200* RATEREC - LAYOUT DO REGISTRO DO CADASTRO DE REGRAS DE RATEIO
000300*           (RATEFILE), INDEXADO PELA CONTA POOL. MANTIDO PELO
000400*           SOMARATE SOB SIGN-ON DE SUPERVISAO. CADA REGRA
000500*           ASSOCIA UMA CONTA POOL (ALUGUEL, UTILIDADES,
000600*           ENCARGOS DE TI ETC.) A ATE 10 CONTAS/CENTROS DE
000700*           CUSTO DE DESTINO COM O PERCENTUAL DE CADA UM (A
000800*           SOMA DOS PERCENTUAIS E SEMPRE 100,00). EXATAMENTE
000900*           UM DESTINO E MARCADO PARA RECEBER O RESTO DO
001000*           ARREDONDAMENTO, DE MODO QUE AS PARCELAS SOMEM
001100*           EXATAMENTE O VALOR ORIGINAL. O SOMABAT GRAVA UM
001200*           DETALHE DA INTERFACE DO GL POR DESTINO QUANDO O
001300*           DETALHE E LANCADO EM UMA CONTA POOL COM REGRA ATIVA.
001400*----------------------------------------------------------------
001500* DATA       AUTOR  DESCRICAO
001600* ---------- ------ ----------------------------------------------
001700* 2026-10-15 EPD    LAYOUT ORIGINAL.
001800*----------------------------------------------------------------
001900 01  RATE-RECORD.
002000     05  RATE-CONTA-POOL        PIC X(08).
002100     05  RATE-DESCRICAO         PIC X(30).
002200     05  RATE-ATIVO-SW          PIC X(01).
002300         88  RATE-ATIVA         VALUE 'S'.
002400     05  RATE-QTDE-DESTINOS     PIC 9(02).
002500     05  RATE-DESTINO OCCURS 10 TIMES.
002600         10  RATE-DEST-CONTA    PIC X(08).
002700         10  RATE-DEST-PERCENTUAL
002800                                PIC 9(03)V99.
002900         10  RATE-DEST-RESTO-SW PIC X(01).
003000             88  RATE-DEST-RESTO
003100                                VALUE 'S'.
003200     05  FILLER                 PIC X(19).
