      ******************************************************************
      * Copybook: ESTOQUE
      * Purpose:  SALDO EM ESTOQUE POR ITEM (ESTOQUE.DAT, INDEXADO PELO
      *           CODIGO DO ITEM). O SALDO SOBE COM AS ENTRADAS DE
      *           ESTENTRA E DESCE COM CADA LINHA PRECIFICADA POR
      *           CALCULOS; O PONTO DE PEDIDO E A QUANTIDADE DE
      *           REPOSICAO ALIMENTAM O RELATORIO DE REPOSICAO
      *           (ESTREPOS).
      ******************************************************************
       01  EST-RECORD.
           05  EST-ITEM                PIC X(06).
           05  EST-DESCRICAO           PIC X(20).
           05  EST-SALDO               PIC 9(07).
           05  EST-PONTO-PEDIDO        PIC 9(07).
           05  EST-QTD-REPOSICAO       PIC 9(07).
      *    LOTE EM QUE CALCULOS BAIXOU O ITEM PELA ULTIMA VEZ E O
      *    SALDO QUE O ITEM TINHA NO INICIO DAQUELE LOTE: SE O PASSO
      *    FOR REPETIDO NO MESMO LOTE, O SALDO VOLTA AO DO INICIO
      *    ANTES DE SER BAIXADO DE NOVO, E NADA E BAIXADO DUAS VEZES.
           05  EST-LOTE-BAIXA          PIC 9(06).
           05  EST-SALDO-INICIO        PIC 9(07).
           05  EST-DATA-ULT-ENTRADA    PIC X(10).
           05  EST-DATA-ULT-SAIDA      PIC X(10).
