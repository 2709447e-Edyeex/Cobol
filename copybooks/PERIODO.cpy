      ******************************************************************
      * Copybook: PERIODO
      * Purpose:  EVENTO DE SITUACAO DE UM PERIODO CONTABIL (MES)
      *           NO LOG PERIODOS.DAT, SEQUENCIAL E SO ACRESCIDO:
      *           'F' E O FECHAMENTO GRAVADO POR FECHAMES E 'R' E A
      *           REABERTURA CONTROLADA GRAVADA POR PERREABRE. A
      *           SITUACAO VIGENTE DE UM MES E A DO SEU ULTIMO EVENTO,
      *           E O PROPRIO LOG E A TRILHA DE AUDITORIA DE QUEM
      *           FECHOU E REABRIU O QUE, QUANDO E POR QUE.
      ******************************************************************
       01  PER-RECORD.
           05  PER-MES                 PIC X(07).
           05  FILLER                  PIC X(01).
           05  PER-EVENTO              PIC X(01).
               88  PER-FECHAMENTO      VALUE 'F'.
               88  PER-REABERTURA      VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  PER-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  PER-HORA                PIC X(08).
           05  FILLER                  PIC X(01).
           05  PER-LOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PER-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PER-SUPERVISOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  PER-MOTIVO              PIC X(40).
