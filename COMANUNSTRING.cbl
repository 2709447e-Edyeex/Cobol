               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

      *    PROXIMO CUST-ID DISPONIVEL, PERSISTIDO ENTRE LOTES NO MESMO
           SELECT JRNL-FILE ASSIGN TO "data/CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  EXCEPTION-RECORD                PIC X(130).

       FD  IMPORT-FILE.
       01  IMPORT-RECORD                   PIC X(80).

       FD  IMPORT1-FILE.
       01  IMPORT1-RECORD                  PIC X(80).

       FD  IMPORT2-FILE.
       01  IMPORT2-RECORD                  PIC X(80).

       FD  IMPORT3-FILE.
       01  IMPORT3-RECORD                  PIC X(80).

       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
      *    PARTES JA QUEBRADAS DO NOME (118-167) PARA CRIAR O CLIENTE
      *    SEM REFAZER O UNSTRING, E A ORIGEM (210-217).
       FD  DUP-FILE.
       01  DUP-RECORD                      PIC X(240).

       FD  COUNT-FILE.
       01  COUNT-RECORD.
       FD  JRNL-FILE.
       COPY CUSTJRN.

       FD  SELO-FILE.
       COPY AUDSELO.

       WORKING-STORAGE SECTION.
       COPY CADEIA.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FIM-INTAKE-FLAG               PIC X(01) VALUE 'N'.
           88 WS-FIM-INTAKE                VALUE 'S'.
       77 WS-PARM                          PIC X(10) VALUE SPACES.
      *    O MENU PASSA O CODIGO DO OPERADOR QUE ENTROU COMO SEGUNDO
      *    PARAMETRO ('MENU OPERADOR'); ELE VAI PARA JRN-OPERADOR. NO
      *    LOTE NOTURNO FICA EM BRANCO.
       77 WS-LINHA-CMD                     PIC X(40) VALUE SPACES.
       77 WS-PARM-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-MODO-AVULSO-FLAG              PIC X(01) VALUE 'N'.
           88 WS-MODO-AVULSO               VALUE 'S'.
       77 WS-IMP-SLOT                      PIC 9(01) VALUE ZEROS.
       77 WS-IMP-NOME                      PIC X(12) VALUE SPACES.
       77 WS-IMP-REG                       PIC X(80) VALUE SPACES.
       77 WS-IMP-ABERTO-FLAG               PIC X(01) VALUE 'N'.
           88 WS-IMP-ABERTO               VALUE 'S'.
       77 WS-ORIGEM-ATUAL                  PIC X(08) VALUE SPACES.
       77 WS-FIM-DUP-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-DUP                   VALUE 'S'.
       77 WS-CNT-DUPLICADOS               PIC 9(05) VALUE ZEROS.
      *    UM CPF/CNPJ JA CADASTRADO NO MESTRE E CASAMENTO CERTO (O
      *    MESMO CONTRIBUINTE), NAO SO SUSPEITA DE NOME; A RAZAO DA
      *    LINHA DE CUSTDUP TEM LARGURA FIXA PARA A TRIAGEM (CLIDUPTR)
      *    CONTINUAR ACHANDO A ORIGEM E O DOCUMENTO NA MESMA POSICAO.
       77 WS-DUP-DOC-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-DUP-POR-DOCUMENTO         VALUE 'S'.
       77 WS-DUP-RAZAO                     PIC X(26) VALUE SPACES.
       COPY CUSTDOC.
      *-----------------------------------------------------------------
      *    CONTAGENS DA IMPORTACAO PARA A VERIFICACAO DE FIM DE LOTE:
      *    CADA LINHA LIDA TERMINA EM EXATAMENTE UM DESTES DESTINOS
       77 WS-FS-JRNL                       PIC X(02) VALUE SPACES.
       77 WS-JRN-ACAO                      PIC X(01) VALUE SPACES.
       77 WS-JRN-CUST-ID                   PIC 9(06) VALUE ZEROS.
       77 WS-JRN-ANTES                     PIC X(250) VALUE SPACES.
       77 WS-JRN-DEPOIS                    PIC X(250) VALUE SPACES.
       77 WS-CNT-LIDOS                     PIC 9(05) VALUE ZEROS.
       77 WS-CNT-GRAVADOS                  PIC 9(05) VALUE ZEROS.
       77 WS-CNT-EXCECOES                  PIC 9(05) VALUE ZEROS.
            END-IF
      *    O JORNAL E SEMPRE ACUMULADO ENTRE LOTES, COMO O HISTORICO
      *    DE AUDITORIA DE CALCULO2.
            PERFORM LER-FIM-CADEIA-JORNAL
            OPEN EXTEND JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                OPEN OUTPUT JRNL-FILE
            CLOSE EXCEPTION-FILE
            CLOSE DUP-FILE
            CLOSE JRNL-FILE
            MOVE 'COMANUNS' TO WS-CAD-PROGRAMA
            PERFORM SELAR-JORNAL

      *    AS CONTAGENS EM CUSTIMPCT.DAT SAO DO LOTE NOTURNO: UMA
      *    ANALISE AVULSA PELO MENU NAO PODE SOBRESCREVE-LAS, SENAO A
      *    O PARAMETRO 'MENU' NA LINHA DE COMANDO (NO MESMO ESTILO DO
      *    CALCULO2) CHAVEIA A IMPORTACAO PARA O ARQUIVO AVULSO DO
      *    MENU EM VEZ DO CONTROLE DE ENTRADA DAS FILIAIS.
            ACCEPT WS-LINHA-CMD FROM COMMAND-LINE
            UNSTRING WS-LINHA-CMD DELIMITED BY ALL SPACE
                INTO WS-PARM WS-PARM-OPERADOR
            END-UNSTRING
            IF WS-PARM = 'MENU'
                MOVE 'S' TO WS-MODO-AVULSO-FLAG
            END-IF.
                       WS-MOSTRA
                       WS-COUNT

            MOVE WS-IMP-REG(1:60) TO WS-NOME-COMPLETO
            MOVE WS-NOME-COMPLETO TO WS-NOME-ORIGINAL
            PERFORM PADRONIZAR-NOME

            DISPLAY '-----------------------------------'
            PERFORM GLUE-PREFIXOS-SOBRENOME
            PERFORM VALIDAR-NOME
      *    O CPF/CNPJ VEM NAS COLUNAS 61-78 DA LINHA, DEPOIS DO NOME.
      *    LINHA SEM DOCUMENTO (FILIAL QUE AINDA NAO O ENVIA) SEGUE SO
      *    PELO NOME, COMO ANTES; DOCUMENTO PRESENTE E INVALIDO LEVA A
      *    LINHA PARA O LOG DE EXCECOES COMO UM NOME INVALIDO.
            MOVE WS-IMP-REG(61:18) TO WS-DOC-ENTRADA
            MOVE SPACES            TO WS-DOC-DIGITOS WS-DOC-TIPO
            IF WS-NOME-VALIDO AND WS-DOC-ENTRADA NOT = SPACES
                PERFORM VALIDAR-DOCUMENTO
                IF NOT WS-DOC-VALIDO
                    MOVE 'N'          TO WS-NOME-VALIDO-FLAG
                    MOVE WS-DOC-RAZAO TO WS-EXC-RAZAO
                END-IF
            END-IF
            IF WS-NOME-VALIDO
                MOVE 'N' TO WS-DUP-FLAG
                MOVE 'N' TO WS-DUP-DOC-FLAG
                IF WS-DOC-DIGITOS NOT = SPACES
                    PERFORM VERIFICAR-DOCUMENTO-MESTRE
                END-IF
                IF NOT WS-EH-DUPLICADO
                    PERFORM VERIFICAR-DUPLICIDADE
                END-IF
                IF WS-EH-DUPLICADO
                    ADD 1 TO WS-CNT-DUPLICADOS
                    MOVE 'DUPLICADO'       TO WS-RET-SITUACAO
                    MOVE WS-DUP-ID-ACHADO  TO WS-RET-ID
                    IF WS-DUP-POR-DOCUMENTO
                        MOVE 'CPF/CNPJ IDENTICO AO DO MESTRE'
                                           TO WS-RET-RAZAO
                    ELSE
                        MOVE 'NOME IDENTICO AO DO MESTRE'
                                           TO WS-RET-RAZAO
                    END-IF
                    PERFORM GRAVAR-RETORNO-DETALHE
                ELSE
                    PERFORM GRAVAR-CLIENTE
            ELSE
                PERFORM GRAVAR-EXCECAO
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-DOCUMENTO-MESTRE.
      *-----------------------------------------------------------------
      *    LE O MESTRE PELA CHAVE ALTERNADA DO DOCUMENTO (COMPLEMENTO
      *    ZERADO, VER COPYBOOK CUSTREC): ACHANDO, E O MESMO
      *    CONTRIBUINTE JA CADASTRADO, QUALQUER QUE SEJA A GRAFIA DO
      *    NOME, E A LINHA VAI PARA CUSTDUP COMO CASAMENTO CERTO.
            MOVE WS-DOC-DIGITOS TO CUST-DOCUMENTO
            MOVE ZEROS          TO CUST-DOC-COMPL
            READ CUSTOMER-FILE KEY IS CUST-DOC-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-DUP-FLAG
                    MOVE 'S' TO WS-DUP-DOC-FLAG
                    MOVE 'CPF/CNPJ IGUAL AO MESTRE' TO WS-DUP-RAZAO
                    PERFORM GRAVAR-DUPLICATA
            END-READ.
      *-----------------------------------------------------------------
       VERIFICAR-DUPLICIDADE.
      *-----------------------------------------------------------------
                        IF CUST-ULTI-NOME NOT = WS-ULTI-NOME
                            MOVE 'S' TO WS-FIM-DUP-FLAG
                        ELSE
      *    COM DOCUMENTO DOS DOIS LADOS E DIFERENTES, SAO DOIS
      *    CONTRIBUINTES DISTINTOS COM O MESMO NOME -- NAO HA O QUE
      *    TRIAR (DOCUMENTO IGUAL JA CAIU NA LEITURA PELO DOCUMENTO).
                            IF CUST-PRIM-NOME = WS-PRIM-NOME
                               AND CUST-NOME-MEIO-1 = WS-NOME-MEIO-1
                               AND CUST-NOME-MEIO-2 = WS-NOME-MEIO-2
                               AND CUST-NOME-MEIO-3 = WS-NOME-MEIO-3
                               AND (CUST-DOCUMENTO = SPACES
                                    OR WS-DOC-DIGITOS = SPACES)
                                MOVE 'S' TO WS-DUP-FLAG
                                MOVE 'NOME IDENTICO AO DO MESTRE'
                                    TO WS-DUP-RAZAO
                                PERFORM GRAVAR-DUPLICATA
                            END-IF
                        END-IF
                   ' PARTES=['       DELIMITED BY SIZE
                   WS-NOME           DELIMITED BY SIZE
                   ']'               DELIMITED BY SIZE
                   ' RAZAO='         DELIMITED BY SIZE
                   WS-DUP-RAZAO      DELIMITED BY SIZE
                   ' ORIGEM='        DELIMITED BY SIZE
                   WS-ORIGEM-ATUAL   DELIMITED BY SIZE
                   ' DOC='           DELIMITED BY SIZE
                   WS-DOC-DIGITOS    DELIMITED BY SIZE
                   INTO DUP-RECORD
            END-STRING
            WRITE DUP-RECORD.
                    END-IF
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       VALIDAR-DOCUMENTO.
      *-----------------------------------------------------------------
      *    SEPARA OS DIGITOS DO DOCUMENTO RECEBIDO (PONTOS, TRACO,
      *    BARRA E ESPACOS SAO SO FORMATACAO) E CONFERE OS DOIS
      *    DIGITOS VERIFICADORES DE MODULO 11: 11 DIGITOS E CPF, 14 E
      *    CNPJ, QUALQUER OUTRA QUANTIDADE OU CARACTERE E DOCUMENTO
      *    INVALIDO. UM NUMERO COM TODOS OS DIGITOS IGUAIS FECHA A
      *    CONTA MAS NAO EXISTE, E TAMBEM E RECUSADO.
            MOVE 'S'    TO WS-DOC-VALIDO-FLAG
            MOVE SPACES TO WS-DOC-DIGITOS WS-DOC-TIPO WS-DOC-RAZAO
            MOVE ZEROS  TO WS-DOC-TAM
            MOVE 1      TO WS-DOC-POS
            PERFORM UNTIL WS-DOC-POS > 18
                EVALUATE TRUE
                    WHEN WS-DOC-ENTRADA(WS-DOC-POS:1) = '.' OR '-'
                                                     OR '/' OR SPACE
                        CONTINUE
                    WHEN WS-DOC-ENTRADA(WS-DOC-POS:1) IS NUMERIC
                         AND WS-DOC-TAM < 14
                        ADD 1 TO WS-DOC-TAM
                        MOVE WS-DOC-ENTRADA(WS-DOC-POS:1)
                            TO WS-DOC-DIGITOS(WS-DOC-TAM:1)
                    WHEN OTHER
                        MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-EVALUATE
                ADD 1 TO WS-DOC-POS
            END-PERFORM

            IF WS-DOC-VALIDO
                EVALUATE WS-DOC-TAM
                    WHEN 11
                        MOVE 'F' TO WS-DOC-TIPO
                    WHEN 14
                        MOVE 'J' TO WS-DOC-TIPO
                    WHEN OTHER
                        MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-EVALUATE
            END-IF
            IF WS-DOC-VALIDO
                MOVE ZEROS TO WS-DOC-IGUAIS
                INSPECT WS-DOC-DIGITOS(1:WS-DOC-TAM)
                    TALLYING WS-DOC-IGUAIS
                    FOR ALL WS-DOC-DIGITOS(1:1)
                IF WS-DOC-IGUAIS = WS-DOC-TAM
                    MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-IF
            END-IF
            IF WS-DOC-VALIDO
                COMPUTE WS-DOC-QTD-BASE = WS-DOC-TAM - 2
                PERFORM CALCULAR-DV-DOCUMENTO
            END-IF
            IF WS-DOC-VALIDO
                ADD 1 TO WS-DOC-QTD-BASE
                PERFORM CALCULAR-DV-DOCUMENTO
            END-IF
            IF NOT WS-DOC-VALIDO
                MOVE 'CPF/CNPJ INVALIDO' TO WS-DOC-RAZAO
            END-IF.
      *-----------------------------------------------------------------
       CALCULAR-DV-DOCUMENTO.
      *-----------------------------------------------------------------
      *    SOMA PONDERADA DOS WS-DOC-QTD-BASE PRIMEIROS DIGITOS E
      *    CONFERENCIA DO DIGITO SEGUINTE. NO CPF OS PESOS DESCEM DE
      *    QTD-BASE + 1 ATE 2; NO CNPJ VEM DA TABELA DE PESOS,
      *    ALINHADA PELA DIREITA. RESTO MENOR QUE 2 DA DIGITO 0.
            MOVE ZEROS TO WS-DOC-SOMA
            MOVE 1     TO WS-DOC-POS
            PERFORM UNTIL WS-DOC-POS > WS-DOC-QTD-BASE
                IF WS-DOC-TIPO = 'F'
                    COMPUTE WS-DOC-PESO =
                        WS-DOC-QTD-BASE + 2 - WS-DOC-POS
                ELSE
                    COMPUTE WS-DOC-IDX =
                        WS-DOC-POS + 13 - WS-DOC-QTD-BASE
                    MOVE WS-DOC-PESO-CNPJ(WS-DOC-IDX) TO WS-DOC-PESO
                END-IF
                COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                    + WS-DOC-DIG(WS-DOC-POS) * WS-DOC-PESO
                ADD 1 TO WS-DOC-POS
            END-PERFORM
            COMPUTE WS-DOC-RESTO = FUNCTION MOD(WS-DOC-SOMA, 11)
            IF WS-DOC-RESTO < 2
                MOVE 0 TO WS-DOC-DV
            ELSE
                COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
            END-IF
            IF WS-DOC-DV NOT = WS-DOC-DIG(WS-DOC-QTD-BASE + 1)
                MOVE 'N' TO WS-DOC-VALIDO-FLAG
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-CLIENTE.
      *-----------------------------------------------------------------
            MOVE 'A'            TO CUST-SITUACAO
            MOVE WS-RUN-NUMERO  TO CUST-LOTE-INCL CUST-LOTE-MANUT
            MOVE WS-RUN-DATA    TO CUST-DATA-INCL CUST-DATA-MANUT
            MOVE WS-DOC-TIPO    TO CUST-DOC-TIPO
            IF WS-DOC-DIGITOS = SPACES
                MOVE SPACES     TO CUST-DOCUMENTO
                MOVE CUST-ID    TO CUST-DOC-COMPL
            ELSE
                MOVE WS-DOC-DIGITOS TO CUST-DOCUMENTO
                MOVE ZEROS      TO CUST-DOC-COMPL
            END-IF
            MOVE ZEROS          TO CUST-LIMITE-CREDITO
            MOVE ZEROS          TO CUST-ID-SUCESSOR
            WRITE CUSTOMER-RECORD
            IF WS-FS-CUSTOMER NOT = '00'
                DISPLAY 'ERRO AO GRAVAR CUSTOMER-RECORD, FILE STATUS: '
            MOVE WS-JRN-CUST-ID TO JRN-CUST-ID
            MOVE WS-JRN-ANTES  TO JRN-ANTES
            MOVE WS-JRN-DEPOIS TO JRN-DEPOIS
            IF WS-MODO-AVULSO
                MOVE WS-PARM-OPERADOR TO JRN-OPERADOR
            END-IF
            PERFORM ENCADEAR-JORNAL
            WRITE JRN-RECORD.
      *-----------------------------------------------------------------
       LER-FIM-CADEIA-JORNAL.
      *-----------------------------------------------------------------
      *    PERCORRE O JORNAL ATE O FIM PARA SABER DE ONDE A CADEIA
      *    CONTINUA: RESUMO E POSICAO DA ULTIMA LINHA. LINHA ANTERIOR
      *    A CADEIA (SEM RESUMO) ENTRA PELO RESUMO CALCULADO.
            MOVE 'CUSTJRNL' TO WS-CAD-ARQUIVO
            PERFORM LER-ULTIMO-SELO
            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
            MOVE 'N' TO WS-FIM-CADEIA-FLAG
            OPEN INPUT JRNL-FILE
            IF WS-FS-JRNL = '00'
                PERFORM UNTIL WS-FIM-CADEIA
                    READ JRNL-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-CADEIA-FLAG
                        NOT AT END
                            IF JRN-HASH IS NUMERIC
                                MOVE JRN-HASH TO WS-CAD-ANTERIOR
                            ELSE
                                MOVE JRN-RECORD(1:537) TO WS-CAD-DADOS
                                MOVE 537 TO WS-CAD-TAM
                                PERFORM CALCULAR-HASH-CADEIA
                                MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
                            END-IF
                            ADD 1 TO WS-CAD-LINHAS
                    END-READ
                END-PERFORM
                CLOSE JRNL-FILE
            END-IF.
      *-----------------------------------------------------------------
       ENCADEAR-JORNAL.
      *-----------------------------------------------------------------
            MOVE JRN-RECORD(1:537) TO WS-CAD-DADOS
            MOVE 537 TO WS-CAD-TAM
            PERFORM CALCULAR-HASH-CADEIA
            MOVE WS-CAD-HASH TO JRN-HASH
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
            ADD 1 TO WS-CAD-LINHAS
            ADD 1 TO WS-CAD-GRAVADAS.
      *-----------------------------------------------------------------
       SELAR-JORNAL.
      *-----------------------------------------------------------------
      *    SO SELA SE O PASSO ACRESCENTOU ALGUMA LINHA AO JORNAL.
            IF WS-CAD-GRAVADAS > ZEROS
                MOVE 'L' TO WS-CAD-TIPO-SELO
                PERFORM GRAVAR-SELO
            END-IF.
      *-----------------------------------------------------------------
       CALCULAR-HASH-CADEIA.
      *-----------------------------------------------------------------
      *    MESMA ROTINA EM TODOS OS PASSOS QUE GRAVAM NA CADEIA E EM
      *    AUDVERIF, QUE A CONFERE.
            MOVE WS-CAD-ANTERIOR TO WS-CAD-ACUM
            MOVE 1               TO WS-CAD-POS
            PERFORM UNTIL WS-CAD-POS > WS-CAD-TAM
                COMPUTE WS-CAD-ACUM = FUNCTION MOD(
                        WS-CAD-ACUM * 33
                      + FUNCTION ORD(WS-CAD-DADOS(WS-CAD-POS:1)),
                        WS-CAD-PRIMO)
                ADD 1 TO WS-CAD-POS
            END-PERFORM
            MOVE WS-CAD-ACUM TO WS-CAD-HASH.
      *-----------------------------------------------------------------
       LER-ULTIMO-SELO.
      *-----------------------------------------------------------------
      *    O ULTIMO SELO DO ARQUIVO TRAZ QUANTAS LINHAS JA FORAM
      *    EXPURGADAS DO INICIO E O RESUMO DE ONDE A CADEIA PARTE.
            MOVE ZEROS          TO WS-CAD-EXPURGADAS
            MOVE WS-CAD-SEMENTE TO WS-CAD-ANCORA
            MOVE ZEROS          TO WS-CAD-GRAVADAS
            MOVE ZEROS          TO WS-CAD-SELO-LINHAS
            MOVE ZEROS          TO WS-CAD-SELO-HASH
            MOVE 'N' TO WS-FIM-SELO-FLAG
            OPEN INPUT SELO-FILE
            IF WS-FS-SELO = '00'
                PERFORM UNTIL WS-FIM-SELO
                    READ SELO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-SELO-FLAG
                        NOT AT END
                            IF SELO-ARQUIVO = WS-CAD-ARQUIVO
                                MOVE SELO-EXPURGADAS
                                  TO WS-CAD-EXPURGADAS
                                MOVE SELO-ANCORA TO WS-CAD-ANCORA
                                MOVE SELO-LINHAS
                                  TO WS-CAD-SELO-LINHAS
                                MOVE SELO-HASH   TO WS-CAD-SELO-HASH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SELO-FILE
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-SELO.
      *-----------------------------------------------------------------
            OPEN EXTEND SELO-FILE
            IF WS-FS-SELO NOT = '00'
                OPEN OUTPUT SELO-FILE
            END-IF
            MOVE SPACES            TO SELO-RECORD
            MOVE WS-CAD-ARQUIVO    TO SELO-ARQUIVO
            MOVE WS-CAD-TIPO-SELO  TO SELO-TIPO
            MOVE WS-RUN-NUMERO     TO SELO-LOTE
            MOVE WS-RUN-DATA       TO SELO-DATA
            MOVE WS-CAD-PROGRAMA   TO SELO-PROGRAMA
            MOVE WS-CAD-LINHAS     TO SELO-LINHAS
            MOVE WS-CAD-ANTERIOR   TO SELO-HASH
            MOVE WS-CAD-EXPURGADAS TO SELO-EXPURGADAS
            MOVE WS-CAD-ANCORA     TO SELO-ANCORA
            WRITE SELO-RECORD
            CLOSE SELO-FILE.
      *-----------------------------------------------------------------
       LER-PROX-ID.
      *-----------------------------------------------------------------
