      ******************************************************************
      * Copybook: FECHTOT
      * Purpose:  TOTAIS DE FECHAMENTO DE UM PERIODO (FECHTOT.DAT,
      *           SEQUENCIAL, SO ACRESCIDO), GRAVADOS POR FECHAMES NO
      *           MOMENTO EM QUE O MES E CONGELADO: O MOVIMENTO DE
      *           ITENS (ITEMHIST), OS VOLUMES DOS LOTES (ESTHIST) E AS
      *           TRANSMISSOES AO RAZAO CONTABIL (CONTLEDG). FT-SEQ
      *           CONTA OS FECHAMENTOS DO MESMO MES: UM MES REABERTO E
      *           FECHADO DE NOVO GANHA UM SEGUNDO REGISTRO, E A
      *           DIFERENCA ENTRE OS DOIS E O QUE A REABERTURA MUDOU.
      ******************************************************************
       01  FT-RECORD.
           05  FT-MES                  PIC X(07).
           05  FILLER                  PIC X(01).
           05  FT-SEQ                  PIC 9(02).
           05  FILLER                  PIC X(01).
           05  FT-DATA                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  FT-LOTE                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FT-IH-REGS              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FT-IH-QTD               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  FT-IH-BRUTO             PIC 9(11)V9(2).
           05  FILLER                  PIC X(01).
           05  FT-IH-DESCONTO          PIC 9(11)V9(2).
           05  FILLER                  PIC X(01).
           05  FT-IH-LIQUIDO           PIC 9(11)V9(2).
           05  FILLER                  PIC X(01).
           05  FT-IH-ICMS              PIC 9(11)V9(2).
           05  FILLER                  PIC X(01).
           05  FT-IH-IPI               PIC 9(11)V9(2).
           05  FILLER                  PIC X(01).
           05  FT-EST-LOTES            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  FT-EST-C2-LIDAS         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-EST-C2-OK            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-EST-C2-REJ           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-EST-CLI-GRAV         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-EST-TOTAL-R          PIC S9(11)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  FT-LED-TRANSM           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  FT-LED-QTD              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-LED-HASH             PIC S9(13)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  FT-LED-ACEITAS          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  FT-LED-PENDENTES        PIC 9(04).
