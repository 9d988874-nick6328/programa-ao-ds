000100*----------------------------------------------------------------
000200* DUPREC - LAYOUT DO REGISTRO DO HISTORICO DE ASSINATURAS DOS
000300*          DETALHES POSTADOS (DUPFILE). O SOMABAT ACRESCENTA UM
000400*          REGISTRO POR PAR POSTADO, COM A ASSINATURA DO PAR -
000500*          DEPARTAMENTO DO LOTE, CONTA, SOMA COM SINAL E DATA DE
000600*          MOVIMENTO DO CABECALHO DO LOTE - E A DATA/LOTE EM QUE
000700*          FOI POSTADO. O SOMABAT E O SOMAEDIT COMPARAM CADA
000800*          DETALHE NOVO COM AS ASSINATURAS DA JANELA DE DIAS DO
000900*          PARMFILE PARA ACUSAR DUPLICIDADE ENTRE LOTES E ENTRE
001000*          DIAS. O FECHAMENTO MENSAL (SOMAARCH) EXPURGA AS
001100*          ASSINATURAS MAIS ANTIGAS QUE A JANELA. DETALHE FORA
001200*          DE LOTE (REENVIO DO SOMAEXCP) FICA COM DEPARTAMENTO
001300*          EM BRANCO E DATA DE MOVIMENTO ZERADA.
001400*----------------------------------------------------------------
001500* DATA       AUTOR  DESCRICAO
001600* ---------- ------ ----------------------------------------------
001700* 2026-10-15 EPD    LAYOUT ORIGINAL.
001800*----------------------------------------------------------------
001900 01  DUP-RECORD.
002000     05  DUP-DATA-POSTAGEM      PIC 9(08).
002100     05  DUP-BATCH-ID           PIC X(08).
002200     05  DUP-NUMERO-REGISTRO    PIC 9(08).
002300     05  DUP-DEPTO              PIC X(04).
002400     05  DUP-CONTA              PIC X(08).
002500     05  DUP-SOMA               PIC S9(09)V99
002600         SIGN IS TRAILING SEPARATE CHARACTER.
002700     05  DUP-DATA-MOVIMENTO     PIC 9(08).
002800     05  FILLER                 PIC X(04).
