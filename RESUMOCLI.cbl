      *            MESTRE) PARA AS AGENCIAS -- LIDO DAS SAIDAS JA
      *            GRAVADAS, O EXTRATO FICA CORRETO MESMO QUANDO
      *            CALCULO2 RETOMOU DE UM CHECKPOINT NO MEIO DO LOTE.
      *            UM CUST-ID APOSENTADO POR UNIFICACAO (CLIMANUT) E
      *            SOMADO NO CLIENTE SOBREVIVENTE.
      *            CADA ESTORNO DA NOITE (OPERACAO 'X') SAI LISTADO
      *            LOGO ABAIXO DA LINHA DO CLIENTE, COM O LOTE E O
      *            REGISTRO DA TRANSACAO ORIGINAL QUE ELE ANULA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT PRINT-FILE ASSIGN TO "data/RESUMOCLI.PRT"
       01  RUNCTL-RECORD                   PIC X(24).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

       FD  REJECT-FILE.
       01  REJECT-RECORD                   PIC X(120).
       77 WS-VALOR                         PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-TOTAL-EDIT                    PIC -ZZZZZZZZ9.9999.
       77 WS-NOME-MONTADO                  PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
      *    PONTEIRO DE UNIFICACAO: O CUST-ID LIDO DA LINHA E TROCADO
      *    PELO DO SOBREVIVENTE ANTES DE IR PARA A TABELA, COM O MESMO
      *    LIMITE DE SALTOS DA CRITICA DE CALCULO2.
       77 WS-UNI-SALTOS                    PIC 9(02) VALUE ZEROS.
       77 WS-UNI-FIM-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-UNI-FIM                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    ESTORNOS DA NOITE, NA ORDEM DO ARQUIVO DE RESULTADOS, PARA
      *    AS LINHAS DE DETALHE DO EXTRATO. NA LINHA DE RESULTADO DE
      *    OPERACAO 'X' O N1= (POSICOES 4-12) E O N2= (17-25) SAO O
      *    LOTE E O REGISTRO DA ORIGINAL. AS LINHAS COMECAM POR
      *    '  ESTORNO ' E SEGUEM A LINHA 'CLIENTE=' DO DONO (RELFILIAL
      *    AS LEVA JUNTO PARA A FILIAL DELE).
       01 WS-TAB-ESTORNOS.
           05  WS-EST-ENT OCCURS 500 TIMES.
               10  WS-EST-CLI              PIC 9(03).
               10  WS-EST-LOTE             PIC 9(06).
               10  WS-EST-REGISTRO         PIC 9(06).
               10  WS-EST-VALOR            PIC S9(09)V9(4).
       77 WS-QTD-ESTORNOS                  PIC 9(03) VALUE ZEROS.
       77 WS-EST-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-CNT-ESTOURO-EST               PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER

      *    O MESTRE ABRE ANTES DA ACUMULACAO PARA O PONTEIRO DE
      *    UNIFICACAO SER SEGUIDO LINHA A LINHA.
            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE 'S' TO WS-MESTRE-OK-FLAG
            END-IF

            PERFORM ACUMULAR-RESULTADOS
            PERFORM ACUMULAR-REJEICOES

            OPEN OUTPUT PRINT-FILE

            MOVE SPACES TO PRINT-RECORD
                WRITE PRINT-RECORD
            END-IF

            IF WS-CNT-ESTOURO-EST > 0
                MOVE SPACES TO PRINT-RECORD
                STRING 'ATENCAO: ' DELIMITED BY SIZE
                       WS-CNT-ESTOURO-EST DELIMITED BY SIZE
                       ' ESTORNOS ALEM DA CAPACIDADE DA TABELA FICARAM '
                                   DELIMITED BY SIZE
                       'SEM LINHA DE DETALHE'
                                   DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            CLOSE PRINT-FILE
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
                COMPUTE WS-VALOR
                      = FUNCTION NUMVAL(RESULT-RECORD(34:11))
                ADD WS-VALOR TO WS-CLI-TOTAL(WS-CLI-ACHADO)
                IF RESULT-RECORD(30:1) = 'X'
                    PERFORM GUARDAR-ESTORNO
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-ESTORNO.
      *-----------------------------------------------------------------
            IF WS-QTD-ESTORNOS < 500
                ADD 1 TO WS-QTD-ESTORNOS
                MOVE WS-CLI-ACHADO TO WS-EST-CLI(WS-QTD-ESTORNOS)
                COMPUTE WS-EST-LOTE(WS-QTD-ESTORNOS)
                      = FUNCTION NUMVAL(RESULT-RECORD(4:9))
                COMPUTE WS-EST-REGISTRO(WS-QTD-ESTORNOS)
                      = FUNCTION NUMVAL(RESULT-RECORD(17:9))
                MOVE WS-VALOR TO WS-EST-VALOR(WS-QTD-ESTORNOS)
            ELSE
                ADD 1 TO WS-CNT-ESTOURO-EST
            END-IF.
      *-----------------------------------------------------------------
       ACUMULAR-REJEICOES.
            ELSE
                MOVE ZEROS TO WS-ID-NUM
            END-IF
            IF WS-ID-NUM > 0 AND WS-MESTRE-OK
                PERFORM SEGUIR-CLIENTE-UNIFICADO
            END-IF
            MOVE ZEROS TO WS-CLI-ACHADO
            MOVE 1     TO WS-CLI-IDX
            PERFORM UNTIL WS-CLI-IDX > WS-QTD-CLIENTES
                    ADD 1 TO WS-CNT-ESTOURO
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       SEGUIR-CLIENTE-UNIFICADO.
      *-----------------------------------------------------------------
      *    CHAVE INEXISTENTE OU CADEIA QUEBRADA MANTEM O ULTIMO
      *    CUST-ID ALCANCADO; O NOME DO RELATORIO DIZ O RESTO.
            MOVE ZEROS TO WS-UNI-SALTOS
            MOVE 'N'   TO WS-UNI-FIM-FLAG
            PERFORM UNTIL WS-UNI-FIM
                MOVE WS-ID-NUM TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE 'S' TO WS-UNI-FIM-FLAG
                    NOT INVALID KEY
                        IF CUST-UNIFICADO
                           AND CUST-ID-SUCESSOR IS NUMERIC
                           AND WS-UNI-SALTOS < 10
                            ADD 1 TO WS-UNI-SALTOS
                            MOVE CUST-ID-SUCESSOR TO WS-ID-NUM
                        ELSE
                            MOVE 'S' TO WS-UNI-FIM-FLAG
                        END-IF
                END-READ
            END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-CLIENTE.
      *-----------------------------------------------------------------
                   WS-NOME-MONTADO DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE 1 TO WS-EST-IDX
            PERFORM UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
                IF WS-EST-CLI(WS-EST-IDX) = WS-CLI-IDX
                    PERFORM IMPRIMIR-LINHA-ESTORNO
                END-IF
                ADD 1 TO WS-EST-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-ESTORNO.
      *-----------------------------------------------------------------
            MOVE WS-EST-VALOR(WS-EST-IDX) TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING '  ESTORNO DO LOTE ' DELIMITED BY SIZE
                   WS-EST-LOTE(WS-EST-IDX) DELIMITED BY SIZE
                   ' REGISTRO '         DELIMITED BY SIZE
                   WS-EST-REGISTRO(WS-EST-IDX) DELIMITED BY SIZE
                   ' VALOR='            DELIMITED BY SIZE
                   WS-TOTAL-EDIT        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       BUSCAR-NOME-CLIENTE.
