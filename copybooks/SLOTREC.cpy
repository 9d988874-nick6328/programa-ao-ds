000100*----------------------------------------------------------------
000200* SLOTREC - LAYOUT DO REGISTRO DO ARQUIVO DE LOTES INCORPORADOS
000300*           AO CADASTRO DE SALDOS (SLOTFILE). O SOMASALD GRAVA
000400*           UM REGISTRO POR LOTE POSTADO CUJOS DETALHES FORAM
000500*           LANCADOS NO SALDFILE, COM O PERIODO EM QUE ENTRARAM
000600*           E O TOTAL DE CONTROLE CONFIRMADO PELO GL. UM LOTE
000700*           QUE JA CONSTA DESTE ARQUIVO NUNCA E INCORPORADO DE
000800*           NOVO, E O BALANCETE DO PERIODO E CONFERIDO CONTRA
000900*           A SOMA DOS TOTAIS DE CONTROLE AQUI GRAVADOS.
001000*----------------------------------------------------------------
001100* DATA       AUTOR  DESCRICAO
001200* ---------- ------ ----------------------------------------------
001300* 2026-10-15 EPD    LAYOUT ORIGINAL.
001400*----------------------------------------------------------------
001500 01  SLOT-RECORD.
001600     05  SLOT-BATCH-ID          PIC X(08).
001700     05  SLOT-PERIODO           PIC 9(06).
001800     05  SLOT-QTDE-DETALHES     PIC 9(07).
001900     05  SLOT-TOTAL-CTRL        PIC S9(11)V99
002000         SIGN IS TRAILING SEPARATE CHARACTER.
002100     05  SLOT-DATA              PIC 9(08).
002200     05  FILLER                 PIC X(07).
