      *            LISTA TODO CUST-ID CUJO SOBRENOME COMECA PELO TEXTO
      *            INFORMADO (BUSCA EXATA OU PARCIAL), EM VEZ DE O
      *            OPERADOR PRECISAR VARRER O ARQUIVO INTEIRO.
      *            UM CADASTRO APOSENTADO POR UNIFICACAO (CLIMANUT)
      *            LEVA A CONSULTA AO CLIENTE SOBREVIVENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.
       DATA DIVISION.
       FILE SECTION.
      *    VALE COMO ATIVO.
       77 WS-SO-ATIVOS                     PIC X(01) VALUE 'N'.
           88 WS-FILTRA-ATIVOS             VALUE 'S'.
       77 WS-SITUACAO-DESC                 PIC X(09) VALUE SPACES.
      *-----------------------------------------------------------------
      *    NOME REMONTADO A PARTIR DAS PARTES DO REGISTRO, NO FORMATO
      *    'ULTIMO, PRIMEIRO MEIOS' USADO NAS CONSULTAS DAS AGENCIAS.
       77 WS-NOME-MONTADO                  PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
      *    CADASTROS UNIFICADOS ACHADOS NA BUSCA: O PONTEIRO SO E
      *    SEGUIDO DEPOIS DA LEITURA PELO SOBRENOME, PORQUE A LEITURA
      *    PELA CHAVE PRINCIPAL PERDERIA A POSICAO NO INDICE ALTERNADO.
      *    O SOBREVIVENTE APARECE MESMO COM O FILTRO DE ATIVOS -- E ELE
      *    QUE O OPERADOR PROCURA, AINDA QUE COM OUTRO SOBRENOME.
       01 WS-TAB-UNIFICADOS.
           05  WS-UNI-ENT OCCURS 50 TIMES.
               10  WS-UNI-ID               PIC 9(06).
               10  WS-UNI-SUCESSOR         PIC 9(06).
       77 WS-QTD-UNIFICADOS                PIC 9(02) VALUE ZEROS.
       77 WS-UNI-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-UNI-SALTOS                    PIC 9(02) VALUE ZEROS.
       77 WS-UNI-FIM-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-UNI-FIM                   VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    NOT AT END
                        IF CUST-ULTI-NOME(1:WS-BUSCA-TAM) =
                           WS-BUSCA(1:WS-BUSCA-TAM)
                            EVALUATE TRUE
                                WHEN CUST-UNIFICADO
                                    PERFORM GUARDAR-UNIFICADO
                                WHEN WS-FILTRA-ATIVOS AND CUST-EXCLUIDO
                                    CONTINUE
                                WHEN OTHER
                                    PERFORM MOSTRAR-CLIENTE
                            END-EVALUATE
                        ELSE
                            MOVE 'S' TO WS-FIM-BUSCA-FLAG
                        END-IF
                END-READ
            END-PERFORM

            MOVE 1 TO WS-UNI-IDX
            PERFORM UNTIL WS-UNI-IDX > WS-QTD-UNIFICADOS
                PERFORM MOSTRAR-SOBREVIVENTE
                ADD 1 TO WS-UNI-IDX
            END-PERFORM

            CLOSE CUSTOMER-FILE

            DISPLAY '-----------------------------------'

            STOP RUN.
      *-----------------------------------------------------------------
       GUARDAR-UNIFICADO.
      *-----------------------------------------------------------------
      *    SEM O FILTRO DE ATIVOS O CADASTRO APOSENTADO TAMBEM E
      *    LISTADO, MARCADO COMO UNIFICADO.
            IF NOT WS-FILTRA-ATIVOS
                PERFORM MOSTRAR-CLIENTE
            END-IF
            IF WS-QTD-UNIFICADOS < 50
               AND CUST-ID-SUCESSOR IS NUMERIC
                ADD 1 TO WS-QTD-UNIFICADOS
                MOVE CUST-ID TO WS-UNI-ID(WS-QTD-UNIFICADOS)
                MOVE CUST-ID-SUCESSOR
                    TO WS-UNI-SUCESSOR(WS-QTD-UNIFICADOS)
            END-IF.
      *-----------------------------------------------------------------
       MOSTRAR-SOBREVIVENTE.
      *-----------------------------------------------------------------
      *    SEGUE O PONTEIRO (CADEIA LIMITADA A 10 SALTOS) ATE O
      *    CLIENTE QUE NAO E MAIS UNIFICADO E O MOSTRA COMO DESTINO DO
      *    CUST-ID APOSENTADO.
            MOVE ZEROS TO WS-UNI-SALTOS
            MOVE 'N'   TO WS-UNI-FIM-FLAG
            MOVE WS-UNI-SUCESSOR(WS-UNI-IDX) TO CUST-ID
            PERFORM UNTIL WS-UNI-FIM
                READ CUSTOMER-FILE
                    INVALID KEY
                        DISPLAY 'CUST-ID: ' WS-UNI-ID(WS-UNI-IDX)
                                ' UNIFICADO NO CUST-ID ' CUST-ID
                                ', NAO CADASTRADO.'
                        MOVE 'S' TO WS-UNI-FIM-FLAG
                    NOT INVALID KEY
                        IF CUST-UNIFICADO
                           AND CUST-ID-SUCESSOR IS NUMERIC
                           AND WS-UNI-SALTOS < 10
                            ADD 1 TO WS-UNI-SALTOS
                            MOVE CUST-ID-SUCESSOR TO CUST-ID
                        ELSE
                            DISPLAY 'CUST-ID: ' WS-UNI-ID(WS-UNI-IDX)
                                    ' UNIFICADO NO CUST-ID ' CUST-ID
                                    ':'
                            PERFORM MOSTRAR-CLIENTE
                            MOVE 'S' TO WS-UNI-FIM-FLAG
                        END-IF
                END-READ
            END-PERFORM.
      *-----------------------------------------------------------------
       MOSTRAR-CLIENTE.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN CUST-EXCLUIDO
                    MOVE 'EXCLUIDO'  TO WS-SITUACAO-DESC
                WHEN CUST-UNIFICADO
                    MOVE 'UNIFICADO' TO WS-SITUACAO-DESC
                WHEN OTHER
                    MOVE 'ATIVO'     TO WS-SITUACAO-DESC
            END-EVALUATE
            ADD 1 TO WS-CNT-ACHADOS
            MOVE SPACES TO WS-NOME-MONTADO
            STRING FUNCTION TRIM(CUST-ULTI-NOME)     DELIMITED BY SIZE
