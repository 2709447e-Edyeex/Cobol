      ******************************************************************
      * Copybook: PERRECUS
      * Purpose:  RECUSA DE LANCAMENTO EM PERIODO FECHADO
      *           (PERRECUS.DAT, SEQUENCIAL, SO ACRESCIDO). CADA PASSO
      *           QUE GRAVA MOVIMENTO CONSULTA PERIODOS.DAT ANTES DE
      *           ABRIR SUAS SAIDAS; SE O MES DO RUN HEADER ESTA
      *           FECHADO, GRAVA UMA LINHA DESTAS E TERMINA COM RC 8.
      *           LOTALERTA LE O ARQUIVO E TRANSFORMA AS RECUSAS DO
      *           LOTE EM ALERTA CRITICO.
      ******************************************************************
       01  REC-RECORD.
           05  REC-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  REC-HORA                PIC X(08).
           05  FILLER                  PIC X(01).
           05  REC-LOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  REC-DATA-LOTE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  REC-PASSO               PIC X(15).
           05  FILLER                  PIC X(01).
           05  REC-MES                 PIC X(07).
