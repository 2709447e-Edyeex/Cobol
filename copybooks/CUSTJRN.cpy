      *           ACOES: 'I' INCLUSAO PELA IMPORTACAO, 'A' INCLUSAO
      *           PELA MANUTENCAO, 'C' ALTERACAO, 'D' EXCLUSAO
      *           (LOGICA: A IMAGEM DEPOIS CARREGA O REGISTRO COM A
      *           SITUACAO 'E'), 'R' REATIVACAO E 'U' UNIFICACAO DE
      *           DOIS CADASTROS (UMA LINHA PARA O REGISTRO APOSENTADO,
      *           QUE FICA COM A SITUACAO 'U' E O PONTEIRO PARA O
      *           SOBREVIVENTE, E OUTRA PARA O SOBREVIVENTE). 'L' E
      *           A ANONIMIZACAO DO CLIENTE EXCLUIDO ALEM DA RETENCAO
      *           (CLIANONI): AS DUAS IMAGENS SAEM SEM NOME E SEM
      *           DOCUMENTO, E AS IMAGENS DAS LINHAS ANTERIORES DO
      *           CLIENTE SAO LIMPAS DA MESMA FORMA.
      *           JRN-OPERADOR TRAZ O CODIGO DO OPERADOR DO MENU NAS
      *           GRAVACOES AVULSAS (ORIGEM 'MENU'); NO LOTE FICA EM
      *           BRANCO.
      *           JRN-HASH E O RESUMO DA LINHA ENCADEADO AO DA LINHA
      *           ANTERIOR (VER COPYBOOKS CADEIA E AUDSELO); CONFERIDO
      *           POR AUDVERIF. CALCULADO SOBRE AS POSICOES 1 A 537.
      ******************************************************************
       01  JRN-RECORD.
           05  JRN-LOTE                PIC 9(06).
           05  FILLER                  PIC X(01).
           05  JRN-CUST-ID             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  JRN-ANTES               PIC X(250).
           05  FILLER                  PIC X(01).
           05  JRN-DEPOIS              PIC X(250).
           05  FILLER                  PIC X(01).
           05  JRN-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  JRN-HASH                PIC 9(10).
