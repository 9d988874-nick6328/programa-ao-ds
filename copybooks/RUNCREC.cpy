001340* 2026-09-02 EPD    ACRESCENTA O STATUS (P) DE LOTE POSTADO,
001350*                   GRAVADO PELO SOMAGLAK QUANDO A CARGA DO GL
001360*                   CONFIRMA TODOS OS DETALHES DO LOTE.
001370* 2026-10-15 EPD    ACRESCENTA O STATUS (E) DE LOTE ESTORNADO,
001380*                   GRAVADO PELO SOMAREV COM O BATCH-ID DO LOTE
001390*                   DE ESTORNO EM RUNC-ID-ARQ-TRAN.
001400*----------------------------------------------------------------
001500 01  RUNC-RECORD.
001600     05  RUNC-BATCH-ID          PIC X(08).
002000         88  RUNC-COMPLETADO    VALUE 'C'.
002100         88  RUNC-RECONCILIADO  VALUE 'R'.
002110         88  RUNC-POSTADO       VALUE 'P'.
002155         88  RUNC-ESTORNADO     VALUE 'E'.
002200     05  RUNC-QTDE-PARES        PIC 9(07).
002300     05  RUNC-QTDE-REJEITADOS   PIC 9(07).
002400     05  RUNC-TOTAL             PIC S9(11)V99
