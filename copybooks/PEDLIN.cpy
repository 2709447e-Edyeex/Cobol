      ******************************************************************
      * Copybook: PEDLIN
      * Purpose:  LINHA PRECIFICADA DE PEDIDO DE CLIENTE (CALCPED.DAT,
      *           SEQUENCIAL). CALCULOS GRAVA UMA LINHA DESTAS PARA
      *           CADA ITEM DE CALCOSIN.DAT QUE TRAZ NUMERO DE PEDIDO E
      *           CUST-ID, COM OS VALORES JA CALCULADOS (BRUTO,
      *           PERCENTUAL E FONTE DO DESCONTO, LIQUIDO) E O
      *           RESULTADO DA CRITICA DO CLIENTE CONTRA O MESTRE;
      *           FATURA AGRUPA AS LINHAS DE CADA PEDIDO NUMA FATURA.
      *           ITEM SEM PEDIDO CONTINUA SO EM CALCORES.DAT.
      ******************************************************************
       01  PED-RECORD.
           05  PED-NUMERO              PIC 9(06).
           05  PED-CUST-ID             PIC 9(06).
           05  PED-ITEM                PIC X(06).
           05  PED-DESCRICAO           PIC X(20).
           05  PED-QTD                 PIC 9(05).
           05  PED-UNIT                PIC 9(05)V9(2).
           05  PED-BRUTO               PIC 9(09)V9(2).
           05  PED-PCT                 PIC 9(02).
      *    FONTE DO DESCONTO: T=FAIXA DE QUANTIDADE, P=PROMOCAO.
           05  PED-FONTE               PIC X(01).
           05  PED-DESCONTO            PIC 9(09)V9(2).
           05  PED-LIQUIDO             PIC 9(09)V9(2).
      *    'A' LINHA ACEITA; 'R' LINHA RECUSADA NA CRITICA, COM A
      *    RAZAO -- UMA LINHA RECUSADA IMPEDE A FATURA DO PEDIDO TODO.
           05  PED-SITUACAO            PIC X(01).
               88  PED-ACEITO          VALUE 'A'.
               88  PED-RECUSADO        VALUE 'R'.
           05  PED-RAZAO               PIC X(30).
