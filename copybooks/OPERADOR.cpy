      ******************************************************************
      * Copybook: OPERADOR
      * Purpose:  REGISTRO DO CADASTRO DE OPERADORES (OPERADOR.DAT,
      *           INDEXADO PELO CODIGO): QUEM PODE ENTRAR NO MENU, COM
      *           QUE PERFIL, E O CONTROLE DE TENTATIVAS DE SENHA.
      *           A SENHA NUNCA E GRAVADA: FICA SO O RESUMO CALCULADO
      *           SOBRE CODIGO + SENHA (VER OPRCTL), DE MODO QUE DOIS
      *           OPERADORES COM A MESMA SENHA TEM RESUMOS DIFERENTES.
      *           PERFIS: 'C' CONSULTA, 'O' OPERADOR, 'S' SUPERVISOR,
      *           'A' ADMINISTRADOR (QUEM MANTEM O CADASTRO).
      *           OPR-ATIVO 'N' DESLIGA O OPERADOR SEM APAGAR O
      *           HISTORICO; OPR-BLOQUEADO 'S' E LIGADO PELO MENU AO
      *           ATINGIR O LIMITE DE FALHAS SEGUIDAS E SO E DESLIGADO
      *           PELO ADMINISTRADOR (OPERMANUT).
      ******************************************************************
       01  OPR-RECORD.
           05  OPR-ID                  PIC X(08).
           05  OPR-NOME                PIC X(30).
           05  OPR-SENHA-HASH          PIC 9(10).
           05  OPR-PERFIL              PIC X(01).
               88  OPR-PERFIL-CONSULTA     VALUE 'C'.
               88  OPR-PERFIL-OPERADOR     VALUE 'O'.
               88  OPR-PERFIL-SUPERVISOR   VALUE 'S'.
               88  OPR-PERFIL-ADMIN        VALUE 'A'.
               88  OPR-PERFIL-VALIDO       VALUE 'C' 'O' 'S' 'A'.
           05  OPR-ATIVO               PIC X(01).
               88  OPR-ESTA-ATIVO          VALUE 'S'.
           05  OPR-BLOQUEADO           PIC X(01).
               88  OPR-ESTA-BLOQUEADO      VALUE 'S'.
           05  OPR-FALHAS              PIC 9(02).
           05  OPR-ULT-ACESSO-DATA     PIC X(10).
           05  OPR-ULT-ACESSO-HORA     PIC X(08).
           05  OPR-MANUT-DATA          PIC X(10).
           05  OPR-MANUT-POR           PIC X(08).
