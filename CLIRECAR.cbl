               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT BKP1-FILE ASSIGN TO "data/CUSTBKP1.DAT"
       COPY CUSTREC.

       FD  BKP1-FILE.
       01  BKP1-RECORD                     PIC X(250).

       FD  BKP2-FILE.
       01  BKP2-RECORD                     PIC X(250).

       FD  BKP3-FILE.
       01  BKP3-RECORD                     PIC X(250).

       FD  JRNL-FILE.
       COPY CUSTJRN.
       77 WS-SLOT                          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-BKP-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-BKP                   VALUE 'S'.
       77 WS-BKP-LINHA                     PIC X(250) VALUE SPACES.
       77 WS-PRIMEIRA-LINHA                PIC X(01) VALUE 'S'.
           88 WS-EH-CABECALHO              VALUE 'S'.
       77 WS-CNT-RECARREGADOS              PIC 9(06) VALUE ZEROS.
                        MOVE 'N' TO WS-PRIMEIRA-LINHA
                    ELSE
                        MOVE WS-BKP-LINHA TO CUSTOMER-RECORD
                        PERFORM NORMALIZAR-CHAVE-DOCUMENTO
                        WRITE CUSTOMER-RECORD
                            INVALID KEY
                                DISPLAY 'CHAVE INVALIDA NA RECARGA: '
                WHEN 'I'
                WHEN 'A'
                    MOVE JRN-DEPOIS TO CUSTOMER-RECORD
                    PERFORM NORMALIZAR-CHAVE-DOCUMENTO
                    WRITE CUSTOMER-RECORD
                        INVALID KEY
                            REWRITE CUSTOMER-RECORD
                    ADD 1 TO WS-CNT-AVANCADOS
                WHEN 'C'
                WHEN 'R'
                WHEN 'U'
                WHEN 'L'
                    MOVE JRN-DEPOIS TO CUSTOMER-RECORD
                    PERFORM NORMALIZAR-CHAVE-DOCUMENTO
                    REWRITE CUSTOMER-RECORD
                        INVALID KEY
                            WRITE CUSTOMER-RECORD
                        END-DELETE
                    ELSE
                        MOVE JRN-DEPOIS TO CUSTOMER-RECORD
                        PERFORM NORMALIZAR-CHAVE-DOCUMENTO
                        REWRITE CUSTOMER-RECORD
                            INVALID KEY
                                WRITE CUSTOMER-RECORD
                    DISPLAY 'LANCAMENTO DE ACAO DESCONHECIDA NO '
                            'JORNAL, IGNORADO: ' JRN-ACAO
            END-EVALUATE.
      *-----------------------------------------------------------------
       NORMALIZAR-CHAVE-DOCUMENTO.
      *-----------------------------------------------------------------
      *    BACKUP OU IMAGEM DE JORNAL GRAVADOS ANTES DO CPF/CNPJ NO
      *    MESTRE CHEGAM COM A CHAVE DO DOCUMENTO EM BRANCO; SEM
      *    DOCUMENTO, O COMPLEMENTO RECEBE O PROPRIO CUST-ID (VER
      *    COPYBOOK CUSTREC) PARA A CHAVE ALTERNADA UNICA NAO COLIDIR
      *    ENTRE OS CLIENTES ANTIGOS. E POR ESTA RECARGA QUE UM MESTRE
      *    DO LAYOUT ANTERIOR E CONVERTIDO.
            IF CUST-DOCUMENTO = SPACES
                MOVE SPACES  TO CUST-DOC-TIPO
                MOVE CUST-ID TO CUST-DOC-COMPL
            ELSE
                MOVE ZEROS   TO CUST-DOC-COMPL
            END-IF
      *    PELO MESMO MOTIVO O LIMITE DE CREDITO E O PONTEIRO DE
      *    UNIFICACAO DE UM REGISTRO ANTIGO CHEGAM EM BRANCO E VIRAM
      *    ZERO (SEM LIMITE, SEM SUCESSOR).
            IF CUST-LIMITE-CREDITO NOT NUMERIC
                MOVE ZEROS   TO CUST-LIMITE-CREDITO
            END-IF
            IF CUST-ID-SUCESSOR NOT NUMERIC
                MOVE ZEROS   TO CUST-ID-SUCESSOR
            END-IF.
      *-----------------------------------------------------------------
       ABRIR-BACKUP.
      *-----------------------------------------------------------------
