      ******************************************************************
      * Copybook: ESTPEND
      * Purpose:  PENDENCIA DE ENTREGA (BACK-ORDER) DA NOITE
      *           (ESTPEND.DAT, SEQUENCIAL, REGRAVADO A CADA EXECUCAO
      *           DE CALCULOS COMO O CALCORES.DAT). QUANDO A QUANTIDADE
      *           DA LINHA PASSA DO SALDO EM ESTOQUE, SO O SALDO E
      *           PRECIFICADO E O RESTANTE VIRA UMA LINHA DESTAS, QUE
      *           ESTREPOS SOMA POR ITEM NO RELATORIO DE REPOSICAO.
      ******************************************************************
       01  PEN-RECORD.
           05  PEN-LOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PEN-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  PEN-ITEM                PIC X(06).
           05  FILLER                  PIC X(01).
           05  PEN-PEDIDO              PIC X(06).
           05  FILLER                  PIC X(01).
           05  PEN-CUST-ID             PIC X(06).
           05  FILLER                  PIC X(01).
           05  PEN-QTD-PEDIDA          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PEN-QTD-ATENDIDA        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PEN-QTD-PENDENTE        PIC 9(05).
