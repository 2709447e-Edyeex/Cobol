      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   VOLUME DA NOITE POR MOEDA: AGRUPA OS RESULTADOS
      *            (CALC2RES.DAT) E AS REJEICOES (CALC2REJ.DAT) DE
      *            CALCULO2 PELA MOEDA ORIGINAL DE CADA TRANSACAO E
      *            IMPRIME, POR MOEDA, AS QUANTIDADES, O TOTAL NA MOEDA
      *            ORIGINAL, O TOTAL CONVERTIDO EM REAIS E A TAXA DO DIA
      *            (CAMBIO.DAT), COM DESTAQUE PARA AS REJEITADAS POR
      *            FALTA DE TAXA (CODIGO 10) -- LIDO DAS SAIDAS JA
      *            GRAVADAS, COMO O RESUMO POR CLIENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMOEDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT RESULT-FILE ASSIGN TO "data/CALC2RES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.

           SELECT REJECT-FILE ASSIGN TO "data/CALC2REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           SELECT CAMBIO-FILE ASSIGN TO "data/CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT PRINT-FILE ASSIGN TO "data/RELMOEDA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

       FD  REJECT-FILE.
       01  REJECT-RECORD                   PIC X(120).

       FD  CAMBIO-FILE.
       COPY CAMBIO.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-RESULT                     PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT                     PIC X(02) VALUE SPACES.
       77 WS-FS-CAMBIO                     PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    ACUMULADORES POR MOEDA, NA ORDEM EM QUE CADA MOEDA APARECE
      *    NAS SAIDAS DA NOITE. NA LINHA DE RESULTADO O R= (POSICOES
      *    34-44) E O VALOR EM REAIS, A MOEDA FICA NAS POSICOES 61-63
      *    E O VALOR NELA NAS POSICOES 68-78; NA LINHA DE REJEICAO A
      *    MOEDA FICA NAS POSICOES 118-120 E O CODIGO DE ERRO NAS
      *    POSICOES 53-54. LINHA SEM ' MOE=' (DE ANTES DA MOEDA
      *    ESTRANGEIRA) CONTA COMO REAIS.
       01 WS-TAB-MOEDAS.
           05  WS-MOE-ENT OCCURS 50 TIMES.
               10  WS-MOE-CODIGO           PIC X(03).
               10  WS-MOE-QTD-OK           PIC 9(05).
               10  WS-MOE-QTD-REJ          PIC 9(05).
               10  WS-MOE-QTD-SEM-TAXA     PIC 9(05).
               10  WS-MOE-TOTAL-ORIGEM     PIC S9(09)V9(4).
               10  WS-MOE-TOTAL-REAIS      PIC S9(09)V9(4).
               10  WS-MOE-TAXA             PIC 9(04)V9(06).
       77 WS-QTD-MOEDAS                    PIC 9(02) VALUE ZEROS.
       77 WS-MOE-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-MOE-ACHADO                    PIC 9(02) VALUE ZEROS.
       77 WS-CNT-ESTOURO                   PIC 9(05) VALUE ZEROS.
       77 WS-MOEDA-LINHA                   PIC X(03) VALUE SPACES.
       77 WS-VALOR                         PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-VALOR-ORIGEM                  PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-TOTAL-GERAL-REAIS             PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-QTD-GERAL-OK                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GERAL-REJ                 PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM-EDIT                   PIC -ZZZZZZZZ9.9999.
       77 WS-REAIS-EDIT                    PIC -ZZZZZZZZ9.9999.
       77 WS-GERAL-EDIT                    PIC -ZZZZZZZZZZ9.9999.
       77 WS-TAXA-EDIT                     PIC ZZZ9.999999
                                           BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER

            PERFORM ACUMULAR-RESULTADOS
            PERFORM ACUMULAR-REJEICOES
            PERFORM BUSCAR-TAXAS-DO-DIA

            OPEN OUTPUT PRINT-FILE

            MOVE SPACES TO PRINT-RECORD
            STRING 'VOLUME DE CALCULOS POR MOEDA'
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
            MOVE ALL '-' TO PRINT-RECORD(1:120)
            WRITE PRINT-RECORD

            MOVE 1 TO WS-MOE-IDX
            PERFORM UNTIL WS-MOE-IDX > WS-QTD-MOEDAS
                PERFORM IMPRIMIR-LINHA-MOEDA
                ADD 1 TO WS-MOE-IDX
            END-PERFORM

            IF WS-QTD-MOEDAS = 0
                MOVE SPACES TO PRINT-RECORD
                STRING '  (SEM CALCULOS NA NOITE)' DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:120)
            WRITE PRINT-RECORD
            MOVE WS-TOTAL-GERAL-REAIS TO WS-GERAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'TOTAL: OK='          DELIMITED BY SIZE
                   WS-QTD-GERAL-OK       DELIMITED BY SIZE
                   ' REJ='               DELIMITED BY SIZE
                   WS-QTD-GERAL-REJ      DELIMITED BY SIZE
                   ' EM REAIS='          DELIMITED BY SIZE
                   WS-GERAL-EDIT         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            IF WS-CNT-ESTOURO > 0
                MOVE SPACES TO PRINT-RECORD
                STRING 'ATENCAO: ' DELIMITED BY SIZE
                       WS-CNT-ESTOURO DELIMITED BY SIZE
                       ' LINHAS ALEM DA CAPACIDADE DA TABELA DE '
                                   DELIMITED BY SIZE
                       'MOEDAS FICARAM FORA DO RELATORIO'
                                   DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            CLOSE PRINT-FILE

            STOP RUN.
      *-----------------------------------------------------------------
       ACUMULAR-RESULTADOS.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT RESULT-FILE
            IF WS-FS-RESULT = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ RESULT-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM ACUMULAR-UM-RESULTADO
                    END-READ
                END-PERFORM
                CLOSE RESULT-FILE
            END-IF.
      *-----------------------------------------------------------------
       ACUMULAR-UM-RESULTADO.
      *-----------------------------------------------------------------
            COMPUTE WS-VALOR = FUNCTION NUMVAL(RESULT-RECORD(34:11))
            IF RESULT-RECORD(56:5) = ' MOE='
                MOVE RESULT-RECORD(61:3) TO WS-MOEDA-LINHA
                COMPUTE WS-VALOR-ORIGEM
                      = FUNCTION NUMVAL(RESULT-RECORD(68:11))
            ELSE
                MOVE 'BRL'    TO WS-MOEDA-LINHA
                MOVE WS-VALOR TO WS-VALOR-ORIGEM
            END-IF
            PERFORM LOCALIZAR-MOEDA
            IF WS-MOE-ACHADO > 0
                ADD 1 TO WS-MOE-QTD-OK(WS-MOE-ACHADO)
                ADD WS-VALOR-ORIGEM
                    TO WS-MOE-TOTAL-ORIGEM(WS-MOE-ACHADO)
                ADD WS-VALOR TO WS-MOE-TOTAL-REAIS(WS-MOE-ACHADO)
            END-IF
            ADD 1 TO WS-QTD-GERAL-OK
            ADD WS-VALOR TO WS-TOTAL-GERAL-REAIS.
      *-----------------------------------------------------------------
       ACUMULAR-REJEICOES.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT REJECT-FILE
            IF WS-FS-REJECT = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ REJECT-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM ACUMULAR-UMA-REJEICAO
                    END-READ
                END-PERFORM
                CLOSE REJECT-FILE
            END-IF.
      *-----------------------------------------------------------------
       ACUMULAR-UMA-REJEICAO.
      *-----------------------------------------------------------------
            IF REJECT-RECORD(1:9) = 'REGISTRO='
                IF REJECT-RECORD(113:5) = ' MOE='
                    MOVE REJECT-RECORD(118:3) TO WS-MOEDA-LINHA
                ELSE
                    MOVE 'BRL' TO WS-MOEDA-LINHA
                END-IF
                PERFORM LOCALIZAR-MOEDA
                IF WS-MOE-ACHADO > 0
                    ADD 1 TO WS-MOE-QTD-REJ(WS-MOE-ACHADO)
                    IF REJECT-RECORD(53:2) = '10'
                        ADD 1 TO WS-MOE-QTD-SEM-TAXA(WS-MOE-ACHADO)
                    END-IF
                END-IF
                ADD 1 TO WS-QTD-GERAL-REJ
            END-IF.
      *-----------------------------------------------------------------
       LOCALIZAR-MOEDA.
      *-----------------------------------------------------------------
      *    PROCURA A MOEDA NA TABELA E ABRE UMA ENTRADA NOVA SE FOR A
      *    PRIMEIRA VEZ; TABELA CHEIA SO TALLYA O ESTOURO PARA O AVISO
      *    DO FIM DO RELATORIO.
            IF WS-MOEDA-LINHA = SPACES
                MOVE 'BRL' TO WS-MOEDA-LINHA
            END-IF
            MOVE ZEROS TO WS-MOE-ACHADO
            MOVE 1     TO WS-MOE-IDX
            PERFORM UNTIL WS-MOE-IDX > WS-QTD-MOEDAS
                    OR WS-MOE-ACHADO > 0
                IF WS-MOE-CODIGO(WS-MOE-IDX) = WS-MOEDA-LINHA
                    MOVE WS-MOE-IDX TO WS-MOE-ACHADO
                END-IF
                ADD 1 TO WS-MOE-IDX
            END-PERFORM
            IF WS-MOE-ACHADO = 0
                IF WS-QTD-MOEDAS < 50
                    ADD 1 TO WS-QTD-MOEDAS
                    MOVE WS-MOEDA-LINHA
                        TO WS-MOE-CODIGO(WS-QTD-MOEDAS)
                    MOVE ZEROS TO WS-MOE-QTD-OK(WS-QTD-MOEDAS)
                                  WS-MOE-QTD-REJ(WS-QTD-MOEDAS)
                                  WS-MOE-QTD-SEM-TAXA(WS-QTD-MOEDAS)
                                  WS-MOE-TOTAL-ORIGEM(WS-QTD-MOEDAS)
                                  WS-MOE-TOTAL-REAIS(WS-QTD-MOEDAS)
                                  WS-MOE-TAXA(WS-QTD-MOEDAS)
                    MOVE WS-QTD-MOEDAS TO WS-MOE-ACHADO
                ELSE
                    ADD 1 TO WS-CNT-ESTOURO
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       BUSCAR-TAXAS-DO-DIA.
      *-----------------------------------------------------------------
      *    A TAXA IMPRESSA E A MESMA QUE CALCULO2 USOU: A DA DATA DO
      *    RUN HEADER, VALENDO A ULTIMA LINHA DA MOEDA NO DIA. REAIS
      *    SAI COM TAXA 1.
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT CAMBIO-FILE
            IF WS-FS-CAMBIO = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ CAMBIO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF CAM-DATA = WS-RUN-DATA
                               AND CAM-TAXA IS NUMERIC
                                PERFORM APLICAR-TAXA-DO-DIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAMBIO-FILE
            END-IF
            MOVE 1 TO WS-MOE-IDX
            PERFORM UNTIL WS-MOE-IDX > WS-QTD-MOEDAS
                IF WS-MOE-CODIGO(WS-MOE-IDX) = 'BRL'
                    MOVE 1 TO WS-MOE-TAXA(WS-MOE-IDX)
                END-IF
                ADD 1 TO WS-MOE-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       APLICAR-TAXA-DO-DIA.
      *-----------------------------------------------------------------
            MOVE 1 TO WS-MOE-IDX
            PERFORM UNTIL WS-MOE-IDX > WS-QTD-MOEDAS
                IF WS-MOE-CODIGO(WS-MOE-IDX) = CAM-MOEDA
                    MOVE CAM-TAXA TO WS-MOE-TAXA(WS-MOE-IDX)
                END-IF
                ADD 1 TO WS-MOE-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-MOEDA.
      *-----------------------------------------------------------------
      *    MOEDA SEM TAXA NA DATA SAI COM TAXA EM BRANCO: TODAS AS
      *    SUAS TRANSACOES FORAM PARA A REJEICAO COM O CODIGO 10.
            MOVE WS-MOE-TOTAL-ORIGEM(WS-MOE-IDX) TO WS-ORIGEM-EDIT
            MOVE WS-MOE-TOTAL-REAIS(WS-MOE-IDX)  TO WS-REAIS-EDIT
            MOVE WS-MOE-TAXA(WS-MOE-IDX)         TO WS-TAXA-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'MOEDA='      DELIMITED BY SIZE
                   WS-MOE-CODIGO(WS-MOE-IDX) DELIMITED BY SIZE
                   ' OK='        DELIMITED BY SIZE
                   WS-MOE-QTD-OK(WS-MOE-IDX) DELIMITED BY SIZE
                   ' REJ='       DELIMITED BY SIZE
                   WS-MOE-QTD-REJ(WS-MOE-IDX) DELIMITED BY SIZE
                   ' SEM TAXA='  DELIMITED BY SIZE
                   WS-MOE-QTD-SEM-TAXA(WS-MOE-IDX) DELIMITED BY SIZE
                   ' ORIGINAL='  DELIMITED BY SIZE
                   WS-ORIGEM-EDIT DELIMITED BY SIZE
                   ' EM REAIS='  DELIMITED BY SIZE
                   WS-REAIS-EDIT DELIMITED BY SIZE
                   ' TAXA='      DELIMITED BY SIZE
                   WS-TAXA-EDIT  DELIMITED BY SIZE
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

       END PROGRAM RELMOEDA.
