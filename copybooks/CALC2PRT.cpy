      ******************************************************************
      * Copybook: CALC2PRT
      * Purpose:  TABELA DE PARTICOES DO CALCULO2 (CALC2PART.DAT), UMA
      *           LINHA POR PARTICAO: NUMERO (1 A 4) E A FAIXA DE
      *           TRAN-CUST-ID QUE A PARTICAO CALCULA. LINHA EM BRANCO
      *           OU COMECANDO COM '*' E COMENTARIO DA OPERACAO, COMO
      *           NO PLANO DO LOTE (LOTEPLAN.DAT).
      ******************************************************************
       01  PART-RECORD.
           05  PART-NUMERO             PIC X(01).
           05  FILLER                  PIC X(01).
           05  PART-CLI-DE             PIC X(06).
           05  FILLER                  PIC X(01).
           05  PART-CLI-ATE            PIC X(06).
