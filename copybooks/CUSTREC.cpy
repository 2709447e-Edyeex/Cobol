      *    SITUACAO 'E' EM VEZ DE DELETE FISICO), COM O LOTE/DATA DA
      *    INCLUSAO E DA ULTIMA MANUTENCAO CARIMBADOS DO RUN HEADER.
      *    REGISTRO ANTIGO SEM SITUACAO (ESPACO) VALE COMO ATIVO.
      *    'U' E O CADASTRO DUPLICADO APOSENTADO PELA UNIFICACAO DE
      *    CLIMANUT: O REGISTRO FICA NO MESTRE SO COMO PONTEIRO PARA O
      *    CLIENTE QUE SOBREVIVEU (CUST-ID-SUCESSOR, NO FIM).
           05  CUST-SITUACAO           PIC X(01).
               88  CUST-EXCLUIDO       VALUE 'E'.
               88  CUST-UNIFICADO      VALUE 'U'.
           05  CUST-LOTE-INCL          PIC 9(06).
           05  CUST-DATA-INCL          PIC X(10).
           05  CUST-LOTE-MANUT         PIC 9(06).
           05  CUST-DATA-MANUT         PIC X(10).
      *    DOCUMENTO DO CONTRIBUINTE (CPF COM 11 DIGITOS OU CNPJ COM
      *    14), GRAVADO SO COM OS DIGITOS E JA CONFERIDO PELOS DIGITOS
      *    VERIFICADORES DE MODULO 11 -- DOIS CLIENTES COM O MESMO NOME
      *    DEIXAM DE SER IGUAIS PARA O SISTEMA. CUST-DOC-CHAVE E CHAVE
      *    ALTERNADA UNICA DO MESTRE: COM DOCUMENTO, O COMPLEMENTO FICA
      *    ZERADO E A CHAVE E O PROPRIO DOCUMENTO; SEM DOCUMENTO
      *    (CLIENTE ANTIGO OU FILIAL QUE AINDA NAO ENVIA), O
      *    COMPLEMENTO LEVA O PROPRIO CUST-ID E A CHAVE CONTINUA UNICA.
           05  CUST-DOC-TIPO           PIC X(01).
               88  CUST-DOC-CPF        VALUE 'F'.
               88  CUST-DOC-CNPJ       VALUE 'J'.
           05  CUST-DOC-CHAVE.
               10  CUST-DOCUMENTO      PIC X(14).
               10  CUST-DOC-COMPL      PIC 9(06).
      *    LIMITE DE CREDITO DO CLIENTE, MANTIDO PELA TRANSACAO 'L' DE
      *    CLIMANUT E CONFERIDO POR CALCULO2 CONTRA O SALDO EM ABERTO
      *    DO CONTAS A RECEBER MAIS O MOVIMENTO DA NOITE. ZERO E
      *    CLIENTE SEM LIMITE DEFINIDO (NAO HA CONFERENCIA).
           05  CUST-LIMITE-CREDITO     PIC 9(09)V9(2).
      *    CUST-ID DO CLIENTE SOBREVIVENTE, PREENCHIDO SO NO REGISTRO
      *    UNIFICADO ('U'): QUEM LE O MESTRE PELA CHAVE SEGUE O
      *    PONTEIRO PARA QUE A TRANSACAO COM O CUST-ID ANTIGO CAIA NO
      *    SOBREVIVENTE. REGISTRO ANTERIOR AO CAMPO CHEGA EM BRANCO.
           05  CUST-ID-SUCESSOR        PIC 9(06).
