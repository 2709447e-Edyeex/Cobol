      ******************************************************************
      * Copybook: OPRCTL
      * Purpose:  CAMPOS DE TRABALHO DO RESUMO DE SENHA DOS
      *           OPERADORES, COMPARTILHADOS PELO MENU E PELA
      *           MANUTENCAO DO CADASTRO (OPERMANUT). A ROTINA
      *           CALCULAR-RESUMO-SENHA PERCORRE CODIGO + SENHA
      *           (WS-OPR-ENTRADA) ACUMULANDO ACUM * 33 + ORD(CARACTER)
      *           MODULO O PRIMO WS-OPR-PRIMO, E DEIXA O RESULTADO EM
      *           WS-OPR-RESUMO, QUE E O QUE VAI PARA OPR-SENHA-HASH.
      *           WS-OPR-MAX-FALHAS E O LIMITE DE FALHAS SEGUIDAS QUE
      *           BLOQUEIA O OPERADOR.
      ******************************************************************
       01  WS-FS-OPERADOR              PIC X(02) VALUE SPACES.
       01  WS-FS-ACESSO                PIC X(02) VALUE SPACES.
       01  WS-OPR-ENTRADA.
           05  WS-OPR-ENT-ID           PIC X(08).
           05  WS-OPR-ENT-SENHA        PIC X(16).
       01  WS-OPR-SENHA                PIC X(16) VALUE SPACES.
       01  WS-OPR-ACUM                 PIC 9(18) VALUE ZEROS.
       01  WS-OPR-RESUMO               PIC 9(10) VALUE ZEROS.
       01  WS-OPR-POS                  PIC 9(02) VALUE ZEROS.
       01  WS-OPR-PRIMO                PIC 9(10) VALUE 4294967291.
       01  WS-OPR-MAX-FALHAS           PIC 9(02) VALUE 3.
       01  WS-OPR-AMD                  PIC X(08) VALUE SPACES.
       01  WS-OPR-HORA                 PIC X(08) VALUE SPACES.
       01  WS-OPR-DATA                 PIC X(10) VALUE SPACES.
