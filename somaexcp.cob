000420*                   NIVEL DO OVERRIDE DO SOMABAT. EXCECAO JA
000430*                   TRATADA NAO REAPARECE NAS SESSOES
000440*                   SEGUINTES.
000441* 2026-10-15 EPD    O PAR REENVIADO MANTEM O ID DO OPERADOR QUE
000442*                   O DIGITOU ORIGINALMENTE E LEVA A MARCA DE
000443*                   PAR CORRIGIDO (C), PARA QUE O SOMAAPRV NAO
000444*                   DEIXE QUEM DIGITOU OU CORRIGIU O ITEM
000445*                   APROVAR A SUA LIBERACAO QUANDO ELE FOR
000446*                   RETIDO POR LIMITE DE VALOR.
000450*----------------------------------------------------------------
000460
000470 ENVIRONMENT DIVISION.
001450     05  WS-IMG-NUMERO-2        PIC X(09).
001460     05  WS-IMG-SINAL-2         PIC X(01).
001470     05  WS-IMG-CONTA           PIC X(08).
001480     05  WS-IMG-OPERADOR-ID     PIC X(08).
001483     05  WS-IMG-CORRIGIDO       PIC X(01).
001486     05  FILLER                 PIC X(02).
001490
001500*----------------------------------------------------------------
001510* CAMPOS DE DIGITACAO DA CORRECAO
005350
005360*----------------------------------------------------------------
005370* 3900-GRAVAR-REENVIO - GRAVA O PAR CORRIGIDO NO ARQUIVO DE
005380*                       REENVIO, NO FORMATO TRANREC, COM O
005383*                       OPERADOR QUE O DIGITOU E A MARCA DE
005386*                       PAR CORRIGIDO
005390*----------------------------------------------------------------
005400 3900-GRAVAR-REENVIO.
005410     MOVE SPACES TO TRAN-RECORD.
005490     MOVE WS-VALOR-TRAN TO TRAN-NUMERO-2.
005500     MOVE WS-SINAL-2 TO TRAN-SINAL-2.
005510     MOVE WS-ENTRADA-CONTA TO TRAN-CONTA.
005513     MOVE WS-IMG-OPERADOR-ID TO TRAN-OPERADOR-ID.
005516     MOVE 'C' TO TRAN-CORRIGIDO-SW.
005520     WRITE TRAN-RECORD.
005530     ADD 1 TO WS-QTDE-REENVIADAS.
005540     MOVE "EXCP-REENV" TO WS-SEG-EVENTO.
