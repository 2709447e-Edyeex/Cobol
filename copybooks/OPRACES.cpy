      ******************************************************************
      * Copybook: OPRACES
      * Purpose:  REGISTRO DO LOG DE ACESSOS DO MENU (MENUACES.DAT,
      *           SO ACRESCIDO): UMA LINHA POR ENTRADA, FALHA DE
      *           SENHA, BLOQUEIO, OPCAO ESCOLHIDA OU SAIDA, COM O
      *           OPERADOR, A DATA/HORA E A OPCAO. E ONDE SE DESCOBRE
      *           QUEM ESTAVA NO MENU QUANDO APARECE NO JORNAL UMA
      *           GRAVACAO COM ORIGEM 'MENU'.
      *           EVENTOS: 'E' ENTRADA ACEITA, 'F' SENHA INCORRETA,
      *           'B' OPERADOR BLOQUEADO PELAS FALHAS, 'R' ENTRADA
      *           RECUSADA (DESCONHECIDO, INATIVO OU JA BLOQUEADO),
      *           'O' OPCAO EXECUTADA, 'N' OPCAO NEGADA AO PERFIL,
      *           'S' SAIDA DO MENU E 'M' MANUTENCAO DO CADASTRO DE
      *           OPERADORES (OPERMANUT).
      ******************************************************************
       01  ACS-RECORD.
           05  ACS-DATA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  ACS-HORA                PIC X(08).
           05  FILLER                  PIC X(01).
           05  ACS-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ACS-EVENTO              PIC X(01).
           05  FILLER                  PIC X(01).
           05  ACS-OPCAO               PIC X(01).
           05  FILLER                  PIC X(01).
           05  ACS-DESCRICAO           PIC X(50).
