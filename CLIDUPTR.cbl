               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT CUSTSEQ-FILE ASSIGN TO "data/CUSTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.

           SELECT PRINT-FILE ASSIGN TO "data/CUSTDUPAG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

      *    POSICOES FIXAS DA LINHA DE SUSPEITA (VER GRAVAR-DUPLICATA
      *    EM COMANUNSTRING): LOTE 6-11, DATA 18-27, NOME 34-93,
      *    CUST-ID EXISTENTE 103-108, PARTES DO NOME 118-167, RAZAO
      *    176-201, ORIGEM 210-217 E CPF/CNPJ 223-236.
       FD  DUP-FILE.
       01  DUP-RECORD                      PIC X(240).

       FD  DEC-FILE.
       01  DEC-RECORD.
           05  DEC-ACAO                    PIC X(01).

       FD  TEMP-FILE.
       01  TEMP-RECORD                     PIC X(240).

       FD  LOG-FILE.
       01  LOG-RECORD.
       FD  JRNL-FILE.
       COPY CUSTJRN.

       FD  SELO-FILE.
       COPY AUDSELO.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CADEIA.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-DUP                        PIC X(02) VALUE SPACES.
       77 WS-DUP-NOME                      PIC X(60) VALUE SPACES.
       77 WS-DUP-ID-EXIST                  PIC 9(06) VALUE ZEROS.
       77 WS-DUP-ORIGEM                    PIC X(08) VALUE SPACES.
      *    UMA LINHA CASADA PELO CPF/CNPJ E O MESMO CONTRIBUINTE, NAO
      *    SUSPEITA: NAO HA CLIENTE NOVO POSSIVEL (O DOCUMENTO E CHAVE
      *    UNICA DO MESTRE), SO A DECISAO 'M'.
       77 WS-DUP-RAZAO                     PIC X(26) VALUE SPACES.
           88 WS-DUP-POR-DOCUMENTO         VALUE
                                           'CPF/CNPJ IGUAL AO MESTRE'.
       77 WS-DUP-DOC                       PIC X(14) VALUE SPACES.
       01 WS-DUP-PARTES.
           05  WS-DUP-PRIM-NOME            PIC X(10).
           05  WS-DUP-NOME-MEIO-1          PIC X(10).
       77 WS-CNT-INVALIDAS                 PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DO JORNAL, COMO EM COMANUNSTRING.
       77 WS-JRN-ANTES                     PIC X(250) VALUE SPACES.
       77 WS-JRN-DEPOIS                    PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-FS-LOG NOT = '00'
                OPEN OUTPUT LOG-FILE
            END-IF
            PERFORM LER-FIM-CADEIA-JORNAL
            OPEN EXTEND JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                OPEN OUTPUT JRNL-FILE
            CLOSE TEMP-FILE
            CLOSE LOG-FILE
            CLOSE JRNL-FILE
            MOVE 'CLIDUPTR' TO WS-CAD-PROGRAMA
            PERFORM SELAR-JORNAL
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF
            END-IF
            MOVE DUP-RECORD(118:50) TO WS-DUP-PARTES
            MOVE DUP-RECORD(210:8)  TO WS-DUP-ORIGEM
            MOVE DUP-RECORD(176:26) TO WS-DUP-RAZAO
            MOVE DUP-RECORD(223:14) TO WS-DUP-DOC

            PERFORM LOCALIZAR-DECISAO
            EVALUATE TRUE
                    MOVE WS-DUP-ID-EXIST TO DLOG-CUST-ID
                    PERFORM GRAVAR-LOG-DECISAO
                    ADD 1 TO WS-CNT-MANTIDOS
                WHEN WS-DEC-ACAO(WS-DEC-ACHADO) = 'N'
                     AND WS-DUP-POR-DOCUMENTO
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'LINHA ' WS-DUP-LINHA ' CASADA PELO '
                            'CPF/CNPJ NAO PODE VIRAR CLIENTE NOVO '
                            '(VALIDA: M). SUSPEITA MANTIDA.'
                    PERFORM MANTER-NA-FILA
                WHEN WS-DEC-ACAO(WS-DEC-ACHADO) = 'N'
                    IF WS-MESTRE-OK
                        PERFORM CRIAR-CLIENTE-NOVO
            MOVE 'A'                 TO CUST-SITUACAO
            MOVE WS-RUN-NUMERO       TO CUST-LOTE-INCL CUST-LOTE-MANUT
            MOVE WS-RUN-DATA         TO CUST-DATA-INCL CUST-DATA-MANUT
      *    O DOCUMENTO DA LINHA JA VEM CONFERIDO PELA IMPORTACAO; O
      *    TIPO SAI DA QUANTIDADE DE DIGITOS (11 CPF, 14 CNPJ).
            IF WS-DUP-DOC = SPACES
                MOVE SPACES          TO CUST-DOCUMENTO
                MOVE CUST-ID         TO CUST-DOC-COMPL
            ELSE
                MOVE WS-DUP-DOC      TO CUST-DOCUMENTO
                MOVE ZEROS           TO CUST-DOC-COMPL
                IF WS-DUP-DOC(12:3) = SPACES
                    MOVE 'F'         TO CUST-DOC-TIPO
                ELSE
                    MOVE 'J'         TO CUST-DOC-TIPO
                END-IF
            END-IF
            MOVE ZEROS               TO CUST-LIMITE-CREDITO
            MOVE ZEROS               TO CUST-ID-SUCESSOR
            WRITE CUSTOMER-RECORD
                INVALID KEY
                    SUBTRACT 1 FROM WS-PROX-ID
            MOVE CUST-ID       TO JRN-CUST-ID
            MOVE WS-JRN-ANTES  TO JRN-ANTES
            MOVE WS-JRN-DEPOIS TO JRN-DEPOIS
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
       REESCREVER-FILA.
      *-----------------------------------------------------------------
