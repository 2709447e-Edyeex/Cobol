      ******************************************************************
      * Copybook: CUSTEND
      * Purpose:  REGISTRO DO CADASTRO DE ENDERECOS E CONTATOS DOS
      *           CLIENTES (CUSTEND.DAT, INDEXADO): UM REGISTRO POR
      *           CUST-ID E TIPO DE ENDERECO ('C' COBRANCA, 'E'
      *           ENTREGA), FORA DO MESTRE PARA QUE O CLIENTE SEM
      *           ENDERECO CONTINUE SO COM O REGISTRO DE NOME. MANTIDO
      *           PELAS TRANSACOES 'E'/'X' DA MANUTENCAO (CLIMANUT) E
      *           LIDO PELAS ETIQUETAS E PELA LISTA DE CONTATOS
      *           (CLIETIQ).
      ******************************************************************
       01  END-RECORD.
           05  END-CHAVE.
               10  END-CUST-ID         PIC 9(06).
               10  END-TIPO            PIC X(01).
                   88  END-COBRANCA    VALUE 'C'.
                   88  END-ENTREGA     VALUE 'E'.
           05  END-LOGRADOURO          PIC X(40).
           05  END-NUMERO              PIC X(06).
           05  END-COMPLEMENTO         PIC X(20).
           05  END-BAIRRO              PIC X(20).
           05  END-CIDADE              PIC X(25).
           05  END-UF                  PIC X(02).
           05  END-CEP                 PIC 9(08).
           05  END-TELEFONE            PIC X(15).
           05  END-EMAIL               PIC X(40).
           05  END-LOTE-MANUT          PIC 9(06).
           05  END-DATA-MANUT          PIC X(10).
