      ******************************************************************
      * Copybook: FATREG
      * Purpose:  REGISTRO DE FATURAS EMITIDAS (FATREG.DAT, SEQUENCIAL,
      *           SO ACRESCIDO). UMA LINHA POR FATURA, GRAVADA POR
      *           FATURA NO MOMENTO DA EMISSAO COM O NUMERO SEM
      *           LACUNAS, O PEDIDO, O CLIENTE E OS TOTAIS DO
      *           DOCUMENTO; EXPCONT LE AS FATURAS DO LOTE PARA A
      *           EXPORTACAO CONTABIL.
      ******************************************************************
       01  FATREG-RECORD.
           05  FAT-NUMERO              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FAT-LOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FAT-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  FAT-PEDIDO              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FAT-CUST-ID             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FAT-QTD-LINHAS          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  FAT-BRUTO               PIC 9(09)V9(2).
           05  FILLER                  PIC X(01).
           05  FAT-DESCONTO            PIC 9(09)V9(2).
           05  FILLER                  PIC X(01).
           05  FAT-TOTAL               PIC 9(09)V9(2).
