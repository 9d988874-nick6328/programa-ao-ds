000886*                   PELO SOMAEXCP. REGISTRO ANTIGO COM STATUS
000888*                   EM BRANCO E TRATADO COMO ABERTO. O
000890*                   REGISTRO PASSA DE 100 PARA 120 POSICOES.
000891* 2026-10-15 EPD    ACRESCENTA O DEPARTAMENTO DE ORIGEM DA EXCECAO
000892*                   (DEPARTAMENTO DO LOTE NO SOMABAT, DO ITEM
000893*                   RETIDO NO SOMAAPRV, DO DETALHE DO FEED NO
000894*                   SOMAGLAK), PARA O EXTRATO POR DEPARTAMENTO DO
000895*                   SOMADIST. EM BRANCO PARA ITEM AVULSO E PARA
000896*                   REGISTRO ANTIGO. O REGISTRO CONTINUA COM 120.
000900*----------------------------------------------------------------
001000 01  EXCEPTION-RECORD.
001100     05  EXCP-PROGRAMA          PIC X(08).
001830         88  EXCP-BAIXADA       VALUE 'B'.
001840     05  EXCP-OPER-RESOLUCAO    PIC X(08).
001850     05  EXCP-DATA-RESOLUCAO    PIC 9(08).
001860     05  EXCP-DEPTO             PIC X(04).
001960     05  FILLER                 PIC X(07).
