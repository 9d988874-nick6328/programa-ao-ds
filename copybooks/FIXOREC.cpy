000100*----------------------------------------------------------------
000200* FIXOREC - LAYOUT DO REGISTRO DO CADASTRO DE LANCAMENTOS FIXOS
000300*           (FIXOFILE), INDEXADO POR DEPARTAMENTO + NUMERO DE
000400*           ORDEM. MANTIDO PELO SOMAFIXM. CADA LANCAMENTO FIXO
000500*           (ALUGUEL, CONTRATO, TRANSFERENCIA FIXA ENTRE
000600*           CENTROS DE CUSTO) TEM CONTA, VALOR COM SINAL,
000700*           FREQUENCIA (M=MENSAL, T=TRIMESTRAL, U=UNICA),
000800*           VIGENCIA E DIA DE POSTAGEM NO MES. O SOMAFIXO GERA
000900*           A OCORRENCIA DE CADA PERIODO (AAAAMM) NO LOTE
001000*           DEPARTAMENTAL DO TRANFILE E GUARDA AQUI O ULTIMO
001100*           PERIODO GERADO, DE MODO QUE A MESMA OCORRENCIA
001200*           NUNCA SEJA GERADA DUAS VEZES.
001300*----------------------------------------------------------------
001400* DATA       AUTOR  DESCRICAO
001500* ---------- ------ ----------------------------------------------
001600* 2026-10-15 EPD    LAYOUT ORIGINAL.
001700*----------------------------------------------------------------
001800 01  FIXO-RECORD.
001900     05  FIXO-CHAVE.
002000         10  FIXO-DEPTO         PIC X(04).
002100         10  FIXO-NUMERO        PIC 9(04).
002200     05  FIXO-CONTA             PIC X(08).
002300     05  FIXO-DESCRICAO         PIC X(30).
002400     05  FIXO-VALOR             PIC 9(07)V99.
002500     05  FIXO-SINAL             PIC X(01).
002600     05  FIXO-FREQUENCIA        PIC X(01).
002700         88  FIXO-MENSAL        VALUE 'M'.
002800         88  FIXO-TRIMESTRAL    VALUE 'T'.
002900         88  FIXO-UNICA         VALUE 'U'.
003000     05  FIXO-DATA-INICIO       PIC 9(08).
003100     05  FIXO-DATA-FIM          PIC 9(08).
003200     05  FIXO-DIA-POSTAGEM      PIC 9(02).
003300     05  FIXO-ATIVO-SW          PIC X(01).
003400         88  FIXO-ATIVO         VALUE 'S'.
003500     05  FIXO-ULT-PERIODO       PIC 9(06).
003600     05  FIXO-ULT-DATA-POSTAGEM PIC 9(08).
003700     05  FILLER                 PIC X(10).
