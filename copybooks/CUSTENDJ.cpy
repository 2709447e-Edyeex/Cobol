      ******************************************************************
      * Copybook: CUSTENDJ
      * Purpose:  REGISTRO DO JORNAL DE ALTERACOES DO CADASTRO DE
      *           ENDERECOS (CUSTENDJ.DAT), NO MESMO DESENHO DO JORNAL
      *           DO MESTRE (VER COPYBOOK CUSTJRN): LOTE/DATA DO RUN
      *           HEADER, ACAO, CHAVE E AS IMAGENS ANTES/DEPOIS DO
      *           REGISTRO DE ENDERECO (VER COPYBOOK CUSTEND).
      *           ACOES: 'I' INCLUSAO, 'C' ALTERACAO E 'D' EXCLUSAO
      *           (IMAGEM DEPOIS EM BRANCO).
      ******************************************************************
       01  ENDJ-RECORD.
           05  ENDJ-LOTE               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ENDJ-DATA               PIC X(10).
           05  FILLER                  PIC X(01).
           05  ENDJ-ACAO               PIC X(01).
           05  FILLER                  PIC X(01).
           05  ENDJ-CUST-ID            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  ENDJ-TIPO               PIC X(01).
           05  FILLER                  PIC X(01).
           05  ENDJ-ANTES              PIC X(200).
           05  FILLER                  PIC X(01).
           05  ENDJ-DEPOIS             PIC X(200).
