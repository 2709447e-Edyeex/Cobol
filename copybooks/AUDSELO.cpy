      ******************************************************************
      * Copybook: AUDSELO
      * Purpose:  SELO DA CADEIA DE RESUMOS DOS ARQUIVOS DE TRILHA
      *           (AUDSELO.DAT, SEQUENCIAL E SO ACRESCIDO). CADA LINHA
      *           DE AUDHIST.DAT E DE CUSTJRNL.DAT LEVA NO FIM UM
      *           RESUMO ENCADEADO AO DA LINHA ANTERIOR (VER COPYBOOK
      *           CADEIA); TODO PASSO QUE ACRESCENTA LINHAS A UM DELES
      *           GRAVA AQUI, AO TERMINAR, QUANTAS LINHAS A CADEIA TEM
      *           E O RESUMO DA ULTIMA -- QUEM APAGAR LINHAS DO FIM DO
      *           ARQUIVO, OU REFIZER A CADEIA DEPOIS DE EDITAR UMA
      *           LINHA, NAO CONSEGUE REFAZER TAMBEM OS SELOS JA
      *           GRAVADOS. AUDVERIF CONFERE OS DOIS ARQUIVOS CONTRA
      *           A CADEIA E OS SELOS.
      *           SELO-ARQUIVO: 'AUDHIST' OU 'CUSTJRNL'.
      *           SELO-TIPO: 'L' LINHAS ACRESCIDAS PELO LOTE, 'E'
      *           EXPURGO DO INICIO DO ARQUIVO (AUDPURGA) E 'R' CADEIA
      *           REFEITA POR UMA REESCRITA AUTORIZADA (ANONIMIZACAO
      *           DE CLIENTES, CLIANONI) -- OS SELOS ANTERIORES A UM
      *           'R' DEIXAM DE VALER PARA O ARQUIVO.
      *           SELO-LINHAS: LINHAS DA CADEIA ATE A ULTIMA GRAVADA,
      *           CONTANDO AS JA EXPURGADAS (A NUMERACAO NAO MUDA COM
      *           O EXPURGO). SELO-EXPURGADAS E SELO-ANCORA: QUANTAS
      *           LINHAS JA SAIRAM DO INICIO DO ARQUIVO E O RESUMO DA
      *           ULTIMA DELAS, DE ONDE A CADEIA DA PRIMEIRA LINHA QUE
      *           FICOU CONTINUA.
      ******************************************************************
       01  SELO-RECORD.
           05  SELO-ARQUIVO            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SELO-TIPO               PIC X(01).
               88  SELO-ACRESCIMO      VALUE 'L'.
               88  SELO-EXPURGO        VALUE 'E'.
               88  SELO-REENCADEADO    VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  SELO-LOTE               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SELO-DATA               PIC X(10).
           05  FILLER                  PIC X(01).
           05  SELO-PROGRAMA           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SELO-LINHAS             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SELO-HASH               PIC 9(10).
           05  FILLER                  PIC X(01).
           05  SELO-EXPURGADAS         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SELO-ANCORA             PIC 9(10).
