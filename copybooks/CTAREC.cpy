      ******************************************************************
      * Copybook: CTAREC
      * Purpose:  PARTIDA EM ABERTO DO CONTAS A RECEBER (CTARECEB.DAT,
      *           INDEXADO). CADA RESULTADO ACEITO DE CALCULO2 VIRA UMA
      *           PARTIDA DO CLIENTE, LANCADA POR CRLANCA; RESULTADO
      *           NEGATIVO ENTRA COMO CREDITO. A CHAVE COMECA PELO
      *           CUST-ID PARA QUE O SALDO DE UM CLIENTE SEJA LIDO COM
      *           UM START E LEITURAS SEQUENCIAIS, E TERMINA NO LOTE E
      *           NA LINHA DE CALC2RES.DAT QUE ORIGINOU A PARTIDA -- O
      *           MESMO RESULTADO NUNCA E LANCADO DUAS VEZES, MESMO QUE
      *           O PASSO SEJA REPETIDO NUM RESTART OU DEPOIS DE UMA
      *           REENTRADA DE CORRECOES.
      ******************************************************************
       01  CR-RECORD.
           05  CR-CHAVE.
               10  CR-CUST-ID          PIC 9(06).
               10  CR-LOTE             PIC 9(06).
               10  CR-SEQ              PIC 9(06).
           05  CR-TIPO                 PIC X(01).
               88  CR-DEBITO           VALUE 'D'.
               88  CR-CREDITO          VALUE 'C'.
      *    DATAS NO FORMATO DD/MM/AAAA DO RUN HEADER.
           05  CR-DATA                 PIC X(10).
           05  CR-VENCTO               PIC X(10).
      *    VALOR ORIGINAL DA PARTIDA E SALDO AINDA EM ABERTO (COM O
      *    SINAL DO LANCAMENTO: CREDITO FICA NEGATIVO).
           05  CR-VALOR                PIC S9(09)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  CR-SALDO                PIC S9(09)V9(4)
                                       SIGN IS LEADING SEPARATE.
           05  CR-SITUACAO             PIC X(01).
               88  CR-ABERTO           VALUE 'A'.
               88  CR-QUITADO          VALUE 'Q'.
           05  CR-DATA-BAIXA           PIC X(10).
      *    PROGRAMA QUE GEROU A PARTIDA (EX.: 'CALCULO2').
           05  CR-ORIGEM               PIC X(08).
