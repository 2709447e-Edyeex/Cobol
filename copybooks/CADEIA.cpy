      ******************************************************************
      * Copybook: CADEIA
      * Purpose:  CAMPOS DE TRABALHO DA CADEIA DE RESUMOS DE AUDHIST E
      *           CUSTJRNL (VER COPYBOOK AUDSELO), COMPARTILHADOS PELOS
      *           PASSOS QUE GRAVAM NESSES ARQUIVOS E PELA VERIFICACAO
      *           (AUDVERIF). A ROTINA CALCULAR-HASH-CADEIA PERCORRE
      *           OS WS-CAD-TAM PRIMEIROS BYTES DE WS-CAD-DADOS (A
      *           LINHA SEM O PROPRIO RESUMO) ACUMULANDO, A PARTIR DO
      *           RESUMO DA LINHA ANTERIOR (WS-CAD-ANTERIOR), ACUM * 33
      *           + ORD(CARACTER) MODULO O PRIMO WS-CAD-PRIMO -- A
      *           MESMA CONTA DO RESUMO DE SENHA DOS OPERADORES (VER
      *           COPYBOOK OPRCTL) -- E DEIXA O RESULTADO EM
      *           WS-CAD-HASH. A PRIMEIRA LINHA DE UM ARQUIVO PARTE DE
      *           WS-CAD-SEMENTE. LINHA GRAVADA ANTES DA CADEIA (SEM
      *           RESUMO) ENTRA NA CONTA PELO RESUMO CALCULADO.
      *           WS-CAD-LINHAS E A POSICAO DA ULTIMA LINHA NA CADEIA
      *           (CONTANDO AS EXPURGADAS) E WS-CAD-GRAVADAS AS LINHAS
      *           ACRESCIDAS PELO PASSO, QUE SO SELA SE GRAVOU ALGUMA.
      *           WS-CAD-SELO-LINHAS E WS-CAD-SELO-HASH SAO OS DO
      *           ULTIMO SELO DO ARQUIVO, PARA QUEM CONFERE A CADEIA
      *           ANTES DE REESCREVER O ARQUIVO; A PRIMEIRA LINHA QUE
      *           NAO CONFERE FICA EM WS-CAD-LINHA-QUEBRA.
      ******************************************************************
       01  WS-FS-SELO                  PIC X(02) VALUE SPACES.
       01  WS-FIM-SELO-FLAG            PIC X(01) VALUE 'N'.
           88  WS-FIM-SELO             VALUE 'S'.
       01  WS-FIM-CADEIA-FLAG          PIC X(01) VALUE 'N'.
           88  WS-FIM-CADEIA           VALUE 'S'.
       01  WS-CAD-ARQUIVO              PIC X(08) VALUE SPACES.
       01  WS-CAD-DADOS                PIC X(540) VALUE SPACES.
       01  WS-CAD-TAM                  PIC 9(04) VALUE ZEROS.
       01  WS-CAD-POS                  PIC 9(04) VALUE ZEROS.
       01  WS-CAD-ACUM                 PIC 9(18) VALUE ZEROS.
       01  WS-CAD-PRIMO                PIC 9(10) VALUE 4294967291.
       01  WS-CAD-SEMENTE              PIC 9(10) VALUE 5381.
       01  WS-CAD-ANTERIOR             PIC 9(10) VALUE ZEROS.
       01  WS-CAD-HASH                 PIC 9(10) VALUE ZEROS.
       01  WS-CAD-LINHAS               PIC 9(09) VALUE ZEROS.
       01  WS-CAD-EXPURGADAS           PIC 9(09) VALUE ZEROS.
       01  WS-CAD-ANCORA               PIC 9(10) VALUE ZEROS.
       01  WS-CAD-GRAVADAS             PIC 9(09) VALUE ZEROS.
       01  WS-CAD-TIPO-SELO            PIC X(01) VALUE SPACES.
       01  WS-CAD-PROGRAMA             PIC X(08) VALUE SPACES.
       01  WS-CAD-SELO-LINHAS          PIC 9(09) VALUE ZEROS.
       01  WS-CAD-SELO-HASH            PIC 9(10) VALUE ZEROS.
       01  WS-CAD-INICIADA-FLAG        PIC X(01) VALUE 'N'.
           88  WS-CAD-INICIADA         VALUE 'S'.
       01  WS-CAD-QUEBRA-FLAG          PIC X(01) VALUE 'N'.
           88  WS-CAD-QUEBRADA         VALUE 'S'.
       01  WS-CAD-LINHA-QUEBRA         PIC 9(09) VALUE ZEROS.
       01  WS-CAD-LOTE-QUEBRA          PIC 9(06) VALUE ZEROS.
