      ******************************************************************
      * Copybook: CUSTDOC
      * Purpose:  CAMPOS DE TRABALHO DA CRITICA DO DOCUMENTO DO
      *           CLIENTE (CPF/CNPJ), COMPARTILHADOS PELOS PROGRAMAS QUE
      *           GRAVAM NO MESTRE (IMPORTACAO E MANUTENCAO). O
      *           NUMERO CHEGA EM WS-DOC-ENTRADA COMO A FILIAL DIGITOU
      *           (COM OU SEM PONTOS, TRACO E BARRA), E A ROTINA
      *           VALIDAR-DOCUMENTO DEVOLVE SO OS DIGITOS EM
      *           WS-DOC-DIGITOS, O TIPO ('F' CPF, 'J' CNPJ) E O
      *           RESULTADO DOS DIGITOS VERIFICADORES DE MODULO 11 DA
      *           RECEITA FEDERAL.
      ******************************************************************
       01  WS-DOC-ENTRADA              PIC X(18) VALUE SPACES.
       01  WS-DOC-DIGITOS              PIC X(14) VALUE SPACES.
       01  WS-DOC-DIGITOS-R REDEFINES WS-DOC-DIGITOS.
           05  WS-DOC-DIG              PIC 9(01) OCCURS 14 TIMES.
       01  WS-DOC-TIPO                 PIC X(01) VALUE SPACES.
       01  WS-DOC-VALIDO-FLAG          PIC X(01) VALUE 'S'.
           88  WS-DOC-VALIDO           VALUE 'S'.
       01  WS-DOC-RAZAO                PIC X(30) VALUE SPACES.
       01  WS-DOC-TAM                  PIC 9(02) VALUE ZEROS.
       01  WS-DOC-POS                  PIC 9(02) VALUE ZEROS.
       01  WS-DOC-IDX                  PIC 9(02) VALUE ZEROS.
       01  WS-DOC-IGUAIS               PIC 9(02) VALUE ZEROS.
       01  WS-DOC-QTD-BASE             PIC 9(02) VALUE ZEROS.
       01  WS-DOC-SOMA                 PIC 9(05) VALUE ZEROS.
       01  WS-DOC-PESO                 PIC 9(02) VALUE ZEROS.
       01  WS-DOC-RESTO                PIC 9(02) VALUE ZEROS.
       01  WS-DOC-DV                   PIC 9(01) VALUE ZEROS.
      *    PESOS DO CNPJ PARA O SEGUNDO DIGITO (13 POSICOES); O
      *    PRIMEIRO DIGITO USA OS MESMOS PESOS A PARTIR DA SEGUNDA
      *    POSICAO DA TABELA (5,4,3,2,9,...,2).
       01  WS-DOC-PESOS-CNPJ.
           05  FILLER                  PIC X(26) VALUE
               '06050403020908070605040302'.
       01  WS-DOC-PESOS-CNPJ-R REDEFINES WS-DOC-PESOS-CNPJ.
           05  WS-DOC-PESO-CNPJ        PIC 9(02) OCCURS 13 TIMES.
