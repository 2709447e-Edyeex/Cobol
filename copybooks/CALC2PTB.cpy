      ******************************************************************
      * Copybook: CALC2PTB
      * Purpose:  CAMPOS DE TRABALHO DA TABELA DE PARTICOES DO CALCULO2
      *           (VER COPYBOOK CALC2PRT), COMPARTILHADOS PELAS
      *           INSTANCIAS PARTICIONADAS DE CALCULO2 E PELA JUNCAO
      *           (CALC2JUN). A ROTINA CARREGAR-TABELA-PARTICOES LE
      *           CALC2PART.DAT E CRITICA CADA LINHA: NUMERO DE 1 A 4
      *           SEM REPETICAO, FAIXA NUMERICA COM DE <= ATE E SEM
      *           SOBREPOSICAO COM OUTRA PARTICAO; A PRIMEIRA
      *           IRREGULARIDADE FICA EM WS-PART-MOTIVO E A TABELA
      *           INTEIRA E RECUSADA. SEM O ARQUIVO (OU SEM NENHUMA
      *           LINHA) VALE UMA PARTICAO SO, A 1, COM TODOS OS
      *           CLIENTES. WS-PART-PRIMEIRA E A PARTICAO DE MENOR
      *           NUMERO: E ELA QUE RECEBE O DETALHE CUJO CUST-ID NAO
      *           E NUMERICO OU NAO CAI EM FAIXA NENHUMA, PARA QUE TODO
      *           DETALHE DO ARQUIVO TENHA EXATAMENTE UMA PARTICAO.
      ******************************************************************
       01  WS-FS-PART                  PIC X(02) VALUE SPACES.
       01  WS-FIM-PART-FLAG            PIC X(01) VALUE 'N'.
           88  WS-FIM-PART             VALUE 'S'.
       01  WS-PART-INVALIDA-FLAG       PIC X(01) VALUE 'N'.
           88  WS-PART-INVALIDA        VALUE 'S'.
       01  WS-PART-MOTIVO              PIC X(50) VALUE SPACES.
       01  WS-TAB-PARTICOES.
           05  WS-PART-ENT OCCURS 4 TIMES.
               10  WS-PART-NUM         PIC 9(01).
               10  WS-PART-DE          PIC 9(06).
               10  WS-PART-ATE         PIC 9(06).
       01  WS-QTD-PARTICOES            PIC 9(01) VALUE ZEROS.
       01  WS-PART-IDX                 PIC 9(02) VALUE ZEROS.
       01  WS-PART-PRIMEIRA            PIC 9(01) VALUE ZEROS.
       01  WS-PART-DESTINO             PIC 9(01) VALUE ZEROS.
       01  WS-PART-LIDO-NUM            PIC 9(01) VALUE ZEROS.
       01  WS-PART-LIDO-DE             PIC 9(06) VALUE ZEROS.
       01  WS-PART-LIDO-ATE            PIC 9(06) VALUE ZEROS.
