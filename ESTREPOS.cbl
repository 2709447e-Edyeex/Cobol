      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   RELATORIO NOTURNO DE REPOSICAO DE ESTOQUE
      *            (ESTREPOS.PRT): LISTA TODO ITEM DE ESTOQUE.DAT COM
      *            SALDO NO PONTO DE PEDIDO OU ABAIXO DELE, OU COM
      *            PENDENCIA DE ENTREGA NA NOITE (ESTPEND.DAT), COM A
      *            QUANTIDADE SUGERIDA PARA COMPRA, SEGUIDO DO DETALHE
      *            DAS PENDENCIAS POR PEDIDO -- NO LUGAR DA ESTIMATIVA
      *            QUE COMPRAS FAZIA A PARTIR DO RESUMO MENSAL RELITEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT ESTOQUE-FILE ASSIGN TO "data/ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-ITEM
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT PEND-FILE ASSIGN TO "data/ESTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

           SELECT PRINT-FILE ASSIGN TO "data/ESTREPOS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  ESTOQUE-FILE.
       COPY ESTOQUE.

       FD  PEND-FILE.
       COPY ESTPEND.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-ESTOQUE                    PIC X(02) VALUE SPACES.
       77 WS-FS-PEND                       PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    PENDENCIAS DA NOITE SOMADAS POR ITEM.
       01 WS-TAB-PENDENCIAS.
           05 WS-PEN-ENT OCCURS 500 TIMES.
               10 WS-PEN-ITEM              PIC X(06).
               10 WS-PEN-QTD               PIC 9(07).
       77 WS-QTD-PEN-ITENS                 PIC 9(03) VALUE ZEROS.
       77 WS-PEN-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-PEN-ACHADO                    PIC 9(03) VALUE ZEROS.
       77 WS-PEN-BUSCA                     PIC X(06) VALUE SPACES.
       77 WS-CNT-PEN-FORA                  PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    SUGESTAO DE COMPRA: A QUANTIDADE DE REPOSICAO DO ITEM, OU O
      *    NECESSARIO PARA ATENDER AS PENDENCIAS E VOLTAR AO PONTO DE
      *    PEDIDO, O QUE FOR MAIOR.
       77 WS-PENDENTE-ITEM                 PIC 9(07) VALUE ZEROS.
       77 WS-NECESSARIO                    PIC S9(09) VALUE ZEROS.
       77 WS-SUGERIDO                      PIC 9(09) VALUE ZEROS.
       77 WS-CNT-ITENS-LIDOS               PIC 9(06) VALUE ZEROS.
       77 WS-CNT-ITENS-REPOR               PIC 9(06) VALUE ZEROS.
       77 WS-CNT-PENDENCIAS                PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EDIT                      PIC ZZZZZZ9.
       77 WS-SUG-EDIT                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            PERFORM CARREGAR-PENDENCIAS

            OPEN INPUT ESTOQUE-FILE
            IF WS-FS-ESTOQUE NOT = '00'
                DISPLAY 'SEM ARQUIVO DE ESTOQUE, RELATORIO DE '
                        'REPOSICAO NAO GERADO.'
                STOP RUN
            END-IF

            OPEN OUTPUT PRINT-FILE
            PERFORM IMPRIMIR-CABECALHO

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            PERFORM UNTIL WS-FIM-ARQ
                READ ESTOQUE-FILE NEXT
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        ADD 1 TO WS-CNT-ITENS-LIDOS
                        PERFORM AVALIAR-ITEM
                END-READ
            END-PERFORM
            CLOSE ESTOQUE-FILE

            PERFORM IMPRIMIR-PENDENCIAS
            PERFORM IMPRIMIR-TOTAIS
            CLOSE PRINT-FILE

            DISPLAY 'ITENS DE ESTOQUE LIDOS: ' WS-CNT-ITENS-LIDOS
            DISPLAY 'ITENS A REPOR.........: ' WS-CNT-ITENS-REPOR
            DISPLAY 'PENDENCIAS DE ENTREGA.: ' WS-CNT-PENDENCIAS
            IF WS-CNT-PEN-FORA > 0
                DISPLAY 'ATENCAO: ' WS-CNT-PEN-FORA ' PENDENCIAS ALEM '
                        'DA CAPACIDADE DA TABELA FORA DA SUGESTAO'
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
       CARREGAR-PENDENCIAS.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-QTD-PEN-ITENS WS-CNT-PENDENCIAS
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT PEND-FILE
            IF WS-FS-PEND = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PEND-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            ADD 1 TO WS-CNT-PENDENCIAS
                            PERFORM SOMAR-PENDENCIA
                    END-READ
                END-PERFORM
                CLOSE PEND-FILE
            END-IF.
      *-----------------------------------------------------------------
       SOMAR-PENDENCIA.
      *-----------------------------------------------------------------
            MOVE PEN-ITEM TO WS-PEN-BUSCA
            PERFORM LOCALIZAR-PENDENCIA
            IF WS-PEN-ACHADO = 0
                IF WS-QTD-PEN-ITENS < 500
                    ADD 1 TO WS-QTD-PEN-ITENS
                    MOVE WS-QTD-PEN-ITENS TO WS-PEN-ACHADO
                    MOVE PEN-ITEM TO WS-PEN-ITEM(WS-PEN-ACHADO)
                    MOVE ZEROS    TO WS-PEN-QTD(WS-PEN-ACHADO)
                ELSE
                    ADD 1 TO WS-CNT-PEN-FORA
                END-IF
            END-IF
            IF WS-PEN-ACHADO > 0 AND PEN-QTD-PENDENTE IS NUMERIC
                ADD PEN-QTD-PENDENTE TO WS-PEN-QTD(WS-PEN-ACHADO)
            END-IF.
      *-----------------------------------------------------------------
       LOCALIZAR-PENDENCIA.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-PEN-ACHADO
            MOVE 1     TO WS-PEN-IDX
            PERFORM UNTIL WS-PEN-IDX > WS-QTD-PEN-ITENS
                    OR WS-PEN-ACHADO > 0
                IF WS-PEN-ITEM(WS-PEN-IDX) = WS-PEN-BUSCA
                    MOVE WS-PEN-IDX TO WS-PEN-ACHADO
                END-IF
                ADD 1 TO WS-PEN-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       AVALIAR-ITEM.
      *-----------------------------------------------------------------
            MOVE ZEROS    TO WS-PENDENTE-ITEM
            MOVE EST-ITEM TO WS-PEN-BUSCA
            PERFORM LOCALIZAR-PENDENCIA
            IF WS-PEN-ACHADO > 0
                MOVE WS-PEN-QTD(WS-PEN-ACHADO) TO WS-PENDENTE-ITEM
            END-IF

            IF EST-SALDO NOT > EST-PONTO-PEDIDO
               OR WS-PENDENTE-ITEM > 0
                COMPUTE WS-NECESSARIO = WS-PENDENTE-ITEM
                                      + EST-PONTO-PEDIDO
                                      - EST-SALDO
                MOVE EST-QTD-REPOSICAO TO WS-SUGERIDO
                IF WS-NECESSARIO > WS-SUGERIDO
                    MOVE WS-NECESSARIO TO WS-SUGERIDO
                END-IF
                ADD 1 TO WS-CNT-ITENS-REPOR
                PERFORM IMPRIMIR-LINHA-ITEM
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            STRING 'RELATORIO DE REPOSICAO DE ESTOQUE'
                   DELIMITED BY SIZE INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'DATA DE EXECUCAO: ' DELIMITED BY SIZE
                   WS-RUN-DATA         DELIMITED BY SIZE
                   '     LOTE: '       DELIMITED BY SIZE
                   WS-RUN-NUMERO       DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:90)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'ITEM'             TO PRINT-RECORD(1:4)
            MOVE 'DESCRICAO'        TO PRINT-RECORD(8:9)
            MOVE 'SALDO'            TO PRINT-RECORD(32:5)
            MOVE 'PONTO'            TO PRINT-RECORD(40:5)
            MOVE 'REPOSICAO'        TO PRINT-RECORD(46:9)
            MOVE 'PENDENTE'         TO PRINT-RECORD(56:8)
            MOVE 'SUGERIDO'         TO PRINT-RECORD(68:8)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-ITEM.
      *-----------------------------------------------------------------
            MOVE SPACES            TO PRINT-RECORD
            MOVE EST-ITEM          TO PRINT-RECORD(1:6)
            MOVE EST-DESCRICAO     TO PRINT-RECORD(8:20)
            MOVE EST-SALDO         TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT       TO PRINT-RECORD(29:7)
            MOVE EST-PONTO-PEDIDO  TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT       TO PRINT-RECORD(38:7)
            MOVE EST-QTD-REPOSICAO TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT       TO PRINT-RECORD(48:7)
            MOVE WS-PENDENTE-ITEM  TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT       TO PRINT-RECORD(57:7)
            MOVE WS-SUGERIDO       TO WS-SUG-EDIT
            MOVE WS-SUG-EDIT       TO PRINT-RECORD(67:9)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-PENDENCIAS.
      *-----------------------------------------------------------------
      *    DETALHE DAS PENDENCIAS DE ENTREGA DA NOITE, NA ORDEM EM QUE
      *    CALCULOS AS GRAVOU.
            MOVE SPACES TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'PENDENCIAS DE ENTREGA (BACK-ORDERS) DO LOTE'
                   DELIMITED BY SIZE INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT PEND-FILE
            IF WS-FS-PEND = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PEND-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE SPACES TO PRINT-RECORD
                            STRING '  PEDIDO: '     DELIMITED BY SIZE
                                   PEN-PEDIDO       DELIMITED BY SIZE
                                   '  CLIENTE: '    DELIMITED BY SIZE
                                   PEN-CUST-ID      DELIMITED BY SIZE
                                   '  ITEM: '       DELIMITED BY SIZE
                                   PEN-ITEM         DELIMITED BY SIZE
                                   '  PEDIDA: '     DELIMITED BY SIZE
                                   PEN-QTD-PEDIDA   DELIMITED BY SIZE
                                   '  ATENDIDA: '   DELIMITED BY SIZE
                                   PEN-QTD-ATENDIDA DELIMITED BY SIZE
                                   '  PENDENTE: '   DELIMITED BY SIZE
                                   PEN-QTD-PENDENTE DELIMITED BY SIZE
                                   INTO PRINT-RECORD
                            END-STRING
                            WRITE PRINT-RECORD
                    END-READ
                END-PERFORM
                CLOSE PEND-FILE
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:90)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'ITENS LIDOS: '        DELIMITED BY SIZE
                   WS-CNT-ITENS-LIDOS     DELIMITED BY SIZE
                   '   ITENS A REPOR: '   DELIMITED BY SIZE
                   WS-CNT-ITENS-REPOR     DELIMITED BY SIZE
                   '   PENDENCIAS: '      DELIMITED BY SIZE
                   WS-CNT-PENDENCIAS      DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
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

       END PROGRAM ESTREPOS.
