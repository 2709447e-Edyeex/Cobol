      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   AGING DO CONTAS A RECEBER: LE AS PARTIDAS EM ABERTO
      *            DE CTARECEB.DAT (LANCADAS POR CRLANCA) NA ORDEM DA
      *            CHAVE, QUE JA AGRUPA POR CLIENTE, E DISTRIBUI O
      *            SALDO DE CADA CLIENTE NAS FAIXAS A VENCER, 1-30,
      *            31-60, 61-90 E MAIS DE 90 DIAS DE ATRASO, CONTADOS DO
      *            VENCIMENTO DA PARTIDA ATE A DATA DO RUN HEADER. O
      *            CREDITO ENTRA NA FAIXA DO SEU PROPRIO VENCIMENTO E
      *            ABATE O SALDO DELA. SUBSTITUI A REMONTAGEM MANUAL QUE
      *            A COBRANCA FAZIA A PARTIR DOS RESUMOCLI ARQUIVADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT RECEB-FILE ASSIGN TO "data/CTARECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-FS-RECEB.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT PRINT-FILE ASSIGN TO "data/CRAGING.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  RECEB-FILE.
       COPY CTAREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-RECEB                      PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-MESTRE-OK-FLAG                PIC X(01) VALUE 'N'.
           88 WS-MESTRE-OK                 VALUE 'S'.
      *-----------------------------------------------------------------
      *    DATAS DD/MM/AAAA CONVERTIDAS PARA DIAS CORRIDOS: O ATRASO E
      *    A DATA DO LOTE MENOS O VENCIMENTO DA PARTIDA.
       77 WS-DATA-AMD                      PIC 9(08) VALUE ZEROS.
       77 WS-DIA-LOTE                      PIC 9(07) VALUE ZEROS.
       77 WS-DIA-VENC                      PIC 9(07) VALUE ZEROS.
       77 WS-ATRASO                        PIC S9(07) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    FAIXAS DO CLIENTE CORRENTE (1 A VENCER, 2 1-30, 3 31-60,
      *    4 61-90, 5 MAIS DE 90) E TOTAIS GERAIS NAS MESMAS FAIXAS.
       01 WS-FAIXAS-CLIENTE.
           05  WS-FX-CLI                   PIC S9(09)V9(4)
                                           OCCURS 5 TIMES.
       01 WS-FAIXAS-GERAL.
           05  WS-FX-GER                   PIC S9(09)V9(4)
                                           OCCURS 5 TIMES.
       77 WS-FX-IDX                        PIC 9(01) VALUE ZEROS.
       77 WS-SALDO-CLI                     PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-SALDO-GER                     PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-CLI-ATUAL                     PIC 9(06) VALUE ZEROS.
       77 WS-TEM-CLIENTE-FLAG              PIC X(01) VALUE 'N'.
           88 WS-TEM-CLIENTE               VALUE 'S'.
       77 WS-QTD-CLIENTES                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PARTIDAS                  PIC 9(06) VALUE ZEROS.
       77 WS-NOME-MONTADO                  PIC X(30) VALUE SPACES.
       77 WS-VALOR-EDIT                    PIC -ZZZZZZZ9.99.
       77 WS-COL                           PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES
                DISPLAY 'RUN HEADER AUSENTE, SEM DATA DE REFERENCIA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-RUN-DATA(07:04) TO WS-DATA-AMD(1:4)
            MOVE WS-RUN-DATA(04:02) TO WS-DATA-AMD(5:2)
            MOVE WS-RUN-DATA(01:02) TO WS-DATA-AMD(7:2)
            COMPUTE WS-DIA-LOTE = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)

            MOVE ZEROS TO WS-FAIXAS-CLIENTE WS-FAIXAS-GERAL

            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE 'S' TO WS-MESTRE-OK-FLAG
            END-IF

            OPEN OUTPUT PRINT-FILE
            PERFORM IMPRIMIR-CABECALHO

            OPEN INPUT RECEB-FILE
            IF WS-FS-RECEB = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ RECEB-FILE NEXT RECORD
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM TRATAR-PARTIDA
                    END-READ
                END-PERFORM
                CLOSE RECEB-FILE
            END-IF

            IF WS-TEM-CLIENTE
                PERFORM IMPRIMIR-CLIENTE
            ELSE
                MOVE SPACES TO PRINT-RECORD
                MOVE '  (SEM PARTIDAS EM ABERTO)' TO PRINT-RECORD
                WRITE PRINT-RECORD
            END-IF

            PERFORM IMPRIMIR-TOTAIS

            CLOSE PRINT-FILE
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF

            DISPLAY 'AGING DO CONTAS A RECEBER EM ' WS-RUN-DATA
            DISPLAY 'CLIENTES COM SALDO...: ' WS-QTD-CLIENTES
            DISPLAY 'PARTIDAS EM ABERTO...: ' WS-QTD-PARTIDAS
            DISPLAY 'RELATORIO GRAVADO EM data/CRAGING.PRT'

            STOP RUN.
      *-----------------------------------------------------------------
       TRATAR-PARTIDA.
      *-----------------------------------------------------------------
      *    PARTIDA QUITADA OU COM SALDO ZERO NAO ENTRA NO AGING. A
      *    QUEBRA POR CLIENTE VEM DA ORDEM DA CHAVE (CUST-ID PRIMEIRO).
            IF CR-ABERTO AND CR-SALDO NOT = ZEROS
                IF WS-TEM-CLIENTE AND CR-CUST-ID NOT = WS-CLI-ATUAL
                    PERFORM IMPRIMIR-CLIENTE
                END-IF
                IF NOT WS-TEM-CLIENTE
                    MOVE 'S'        TO WS-TEM-CLIENTE-FLAG
                    MOVE CR-CUST-ID TO WS-CLI-ATUAL
                    MOVE ZEROS      TO WS-FAIXAS-CLIENTE
                END-IF
                PERFORM CLASSIFICAR-PARTIDA
                ADD CR-SALDO TO WS-FX-CLI(WS-FX-IDX)
                ADD CR-SALDO TO WS-FX-GER(WS-FX-IDX)
                ADD 1 TO WS-QTD-PARTIDAS
            END-IF.
      *-----------------------------------------------------------------
       CLASSIFICAR-PARTIDA.
      *-----------------------------------------------------------------
            MOVE CR-VENCTO(07:04) TO WS-DATA-AMD(1:4)
            MOVE CR-VENCTO(04:02) TO WS-DATA-AMD(5:2)
            MOVE CR-VENCTO(01:02) TO WS-DATA-AMD(7:2)
            COMPUTE WS-DIA-VENC = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
            COMPUTE WS-ATRASO = WS-DIA-LOTE - WS-DIA-VENC
            EVALUATE TRUE
                WHEN WS-ATRASO < 1
                    MOVE 1 TO WS-FX-IDX
                WHEN WS-ATRASO < 31
                    MOVE 2 TO WS-FX-IDX
                WHEN WS-ATRASO < 61
                    MOVE 3 TO WS-FX-IDX
                WHEN WS-ATRASO < 91
                    MOVE 4 TO WS-FX-IDX
                WHEN OTHER
                    MOVE 5 TO WS-FX-IDX
            END-EVALUATE.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            STRING 'AGING DO CONTAS A RECEBER' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'DATA DE REFERENCIA: ' DELIMITED BY SIZE
                   WS-RUN-DATA            DELIMITED BY SIZE
                   '     LOTE: '          DELIMITED BY SIZE
                   WS-RUN-NUMERO          DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'CLIENTE NOME' TO PRINT-RECORD(1:12)
            MOVE '    A VENCER'  TO PRINT-RECORD(39:12)
            MOVE '     1-30 D'   TO PRINT-RECORD(52:11)
            MOVE '    31-60 D'   TO PRINT-RECORD(65:11)
            MOVE '    61-90 D'   TO PRINT-RECORD(78:11)
            MOVE '   +90 DIAS'   TO PRINT-RECORD(91:11)
            MOVE '  SALDO TOTAL' TO PRINT-RECORD(103:13)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:116)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-CLIENTE.
      *-----------------------------------------------------------------
      *    COLUNAS FIXAS: CUST-ID 1-6, NOME 8-37, CINCO FAIXAS DE 12
      *    POSICOES A PARTIR DA 39 E O SALDO TOTAL NA 104.
            PERFORM BUSCAR-NOME-CLIENTE
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-CLI-ATUAL    TO PRINT-RECORD(1:6)
            MOVE WS-NOME-MONTADO TO PRINT-RECORD(8:30)
            MOVE ZEROS TO WS-SALDO-CLI
            MOVE 39 TO WS-COL
            MOVE 1  TO WS-FX-IDX
            PERFORM UNTIL WS-FX-IDX > 5
                MOVE WS-FX-CLI(WS-FX-IDX) TO WS-VALOR-EDIT
                MOVE WS-VALOR-EDIT TO PRINT-RECORD(WS-COL:12)
                ADD WS-FX-CLI(WS-FX-IDX) TO WS-SALDO-CLI
                ADD 13 TO WS-COL
                ADD 1  TO WS-FX-IDX
            END-PERFORM
            MOVE WS-SALDO-CLI TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO PRINT-RECORD(104:12)
            WRITE PRINT-RECORD
            ADD WS-SALDO-CLI TO WS-SALDO-GER
            ADD 1 TO WS-QTD-CLIENTES
            MOVE 'N' TO WS-TEM-CLIENTE-FLAG.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:116)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'TOTAL GERAL' TO PRINT-RECORD(8:11)
            MOVE 39 TO WS-COL
            MOVE 1  TO WS-FX-IDX
            PERFORM UNTIL WS-FX-IDX > 5
                MOVE WS-FX-GER(WS-FX-IDX) TO WS-VALOR-EDIT
                MOVE WS-VALOR-EDIT TO PRINT-RECORD(WS-COL:12)
                ADD 13 TO WS-COL
                ADD 1  TO WS-FX-IDX
            END-PERFORM
            MOVE WS-SALDO-GER TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO PRINT-RECORD(104:12)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'CLIENTES COM SALDO: ' DELIMITED BY SIZE
                   WS-QTD-CLIENTES        DELIMITED BY SIZE
                   '   PARTIDAS EM ABERTO: ' DELIMITED BY SIZE
                   WS-QTD-PARTIDAS        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       BUSCAR-NOME-CLIENTE.
      *-----------------------------------------------------------------
      *    NOME NO FORMATO 'ULTIMO, PRIMEIRO' DA CONSULTA DE CLIENTES.
            MOVE SPACES TO WS-NOME-MONTADO
            IF WS-MESTRE-OK
                MOVE WS-CLI-ATUAL TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO WS-NOME-MONTADO
                    NOT INVALID KEY
                        STRING FUNCTION TRIM(CUST-ULTI-NOME)
                                   DELIMITED BY SIZE
                               ', '
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(CUST-PRIM-NOME)
                                   DELIMITED BY SIZE
                               INTO WS-NOME-MONTADO
                        END-STRING
                END-READ
            END-IF.
      *-----------------------------------------------------------------
       LER-RUN-HEADER.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-RUN-HEADER
            OPEN INPUT RUNCTL-FILE
            IF WS-FS-RUNCTL = '00'
                READ RUNCTL-FILE
                    NOT AT END
                        MOVE RUNCTL-RECORD TO WS-RUN-HEADER
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.

       END PROGRAM CRAGING.
