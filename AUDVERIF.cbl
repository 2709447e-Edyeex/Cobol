      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   VERIFICACAO DA CADEIA DE RESUMOS DOS ARQUIVOS DE
      *            TRILHA (VER COPYBOOKS CADEIA E AUDSELO): PERCORRE O
      *            HISTORICO DE AUDITORIA (AUDHIST.DAT) E O JORNAL DE
      *            ALTERACOES DO MESTRE (CUSTJRNL.DAT), RECALCULA O
      *            RESUMO DE CADA LINHA A PARTIR DO DA ANTERIOR,
      *            CONFERE COM O GRAVADO NA LINHA E COM OS SELOS DE
      *            AUDSELO.DAT, E APONTA A PRIMEIRA QUEBRA PELO LOTE E
      *            PELA LINHA. RODA NO FIM DO LOTE NOTURNO, ANTES DA
      *            VERIFICACAO DE ENCERRAMENTO; QUEBRA DEVOLVE RC 8.
      *            A LISTAGEM SAI EM AUDVERIF.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT HIST-FILE ASSIGN TO "data/AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT JRNL-FILE ASSIGN TO "data/CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.

           SELECT PRINT-FILE ASSIGN TO "data/AUDVERIF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

      *    O RESUMO DA LINHA DO HISTORICO E CALCULADO SOBRE AS
      *    POSICOES 1-186 E GRAVADO NAS POSICOES 188-197.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-LOTE                   PIC 9(06).
           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC 9(10).

       FD  JRNL-FILE.
       COPY CUSTJRN.

       FD  SELO-FILE.
       COPY AUDSELO.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CADEIA.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FS-JRNL                       PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-ALGUMA-QUEBRA-FLAG            PIC X(01) VALUE 'N'.
           88 WS-ALGUMA-QUEBRA             VALUE 'S'.
      *-----------------------------------------------------------------
      *    SELOS QUE VALEM PARA O ARQUIVO: OS GRAVADOS A PARTIR DO
      *    ULTIMO 'R' (CADEIA REFEITA) E QUE NAO CAEM EM LINHAS JA
      *    EXPURGADAS. WS-VER-IDX-SELO NUMERA AS LINHAS DE AUDSELO.DAT
      *    NA LEITURA E WS-VER-IDX-INICIO E A DO ULTIMO 'R'. OS SELOS
      *    VALIDOS SAO LIDOS UM A UM, NA ORDEM, ENQUANTO O ARQUIVO E
      *    PERCORRIDO: O PENDENTE E CONFERIDO QUANDO A CADEIA CHEGA A
      *    SUA LINHA.
       77 WS-VER-IDX-SELO                  PIC 9(06) VALUE ZEROS.
       77 WS-VER-IDX-INICIO                PIC 9(06) VALUE ZEROS.
       77 WS-VER-PENDENTE-FLAG             PIC X(01) VALUE 'N'.
           88 WS-VER-PENDENTE              VALUE 'S'.
       77 WS-VER-SELO-LINHAS               PIC 9(09) VALUE ZEROS.
       77 WS-VER-SELO-HASH                 PIC 9(10) VALUE ZEROS.
       77 WS-VER-SELO-LOTE                 PIC 9(06) VALUE ZEROS.
       77 WS-VER-ULT-SELADA                PIC 9(09) VALUE ZEROS.
       77 WS-VER-SEM-SELO                  PIC 9(09) VALUE ZEROS.
       77 WS-CNT-SELOS                     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    LINHA EM CONFERENCIA: LOTE, RESUMO GRAVADO (EM BRANCO NAS
      *    LINHAS ANTERIORES A CADEIA), POSICAO NO ARQUIVO E NO LOTE.
       77 WS-VER-LOTE                      PIC 9(06) VALUE ZEROS.
       77 WS-VER-LOTE-ANT                  PIC 9(06) VALUE ZEROS.
       77 WS-VER-HASH-X                    PIC X(10) VALUE SPACES.
       77 WS-VER-HASH-N REDEFINES WS-VER-HASH-X
                                           PIC 9(10).
       77 WS-VER-LINHA-ARQ                 PIC 9(09) VALUE ZEROS.
       77 WS-VER-LINHA-LOTE                PIC 9(06) VALUE ZEROS.
       77 WS-CNT-LEGADAS                   PIC 9(09) VALUE ZEROS.
       77 WS-VER-MOTIVO                    PIC X(70) VALUE SPACES.
      *-----------------------------------------------------------------
      *    PRIMEIRA QUEBRA DO ARQUIVO (A LINHA NA CADEIA E O LOTE FICAM
      *    EM WS-CAD-LINHA-QUEBRA E WS-CAD-LOTE-QUEBRA).
       77 WS-QBR-LINHA-ARQ                 PIC 9(09) VALUE ZEROS.
       77 WS-QBR-LINHA-LOTE                PIC 9(06) VALUE ZEROS.
       77 WS-QBR-MOTIVO                    PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            DISPLAY 'VERIFICACAO DA CADEIA DE RESUMOS DE: ' WS-RUN-DATA
            DISPLAY 'NUMERO DO LOTE: ' WS-RUN-NUMERO

            OPEN OUTPUT PRINT-FILE
            MOVE SPACES TO PRINT-RECORD
            STRING 'VERIFICACAO DA CADEIA DE RESUMOS - LOTE '
                   DELIMITED BY SIZE
                   WS-RUN-NUMERO DELIMITED BY SIZE
                   ' DE '        DELIMITED BY SIZE
                   WS-RUN-DATA   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:90)
            WRITE PRINT-RECORD

            PERFORM CONFERIR-HISTORICO
            PERFORM CONFERIR-JORNAL

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:90)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            IF WS-ALGUMA-QUEBRA
                MOVE 'RESULTADO: CADEIA QUEBRADA, VER ACIMA.'
                  TO PRINT-RECORD
            ELSE
                MOVE 'RESULTADO: CADEIAS INTEGRAS.' TO PRINT-RECORD
            END-IF
            WRITE PRINT-RECORD
            CLOSE PRINT-FILE

            IF WS-ALGUMA-QUEBRA
                DISPLAY 'CADEIA DE RESUMOS QUEBRADA, VER AUDVERIF.PRT.'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'CADEIAS DE RESUMOS INTEGRAS.'
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
       CONFERIR-HISTORICO.
      *-----------------------------------------------------------------
            MOVE 'AUDHIST' TO WS-CAD-ARQUIVO
            PERFORM INICIAR-CONFERENCIA
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ HIST-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE HIST-RECORD(1:186)   TO WS-CAD-DADOS
                        MOVE 186                  TO WS-CAD-TAM
                        MOVE HIST-LOTE            TO WS-VER-LOTE
                        MOVE HIST-RECORD(188:10)  TO WS-VER-HASH-X
                        PERFORM CONFERIR-LINHA
                        IF WS-CAD-QUEBRADA
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-HIST = '00' OR WS-FS-HIST = '10'
                CLOSE HIST-FILE
            END-IF
            PERFORM ENCERRAR-CONFERENCIA.
      *-----------------------------------------------------------------
       CONFERIR-JORNAL.
      *-----------------------------------------------------------------
            MOVE 'CUSTJRNL' TO WS-CAD-ARQUIVO
            PERFORM INICIAR-CONFERENCIA
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ JRNL-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE JRN-RECORD(1:537)   TO WS-CAD-DADOS
                        MOVE 537                 TO WS-CAD-TAM
                        MOVE JRN-LOTE            TO WS-VER-LOTE
                        MOVE JRN-RECORD(539:10)  TO WS-VER-HASH-X
                        PERFORM CONFERIR-LINHA
                        IF WS-CAD-QUEBRADA
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-JRNL = '00' OR WS-FS-JRNL = '10'
                CLOSE JRNL-FILE
            END-IF
            PERFORM ENCERRAR-CONFERENCIA.
      *-----------------------------------------------------------------
       INICIAR-CONFERENCIA.
      *-----------------------------------------------------------------
      *    PRIMEIRA LEITURA DOS SELOS: O ULTIMO 'R' DO ARQUIVO E, PELO
      *    ULTIMO SELO, QUANTAS LINHAS JA FORAM EXPURGADAS E A ANCORA.
      *    DEPOIS O ARQUIVO DE SELOS E REABERTO E FICA PENDENTE O
      *    PRIMEIRO SELO VALIDO.
            MOVE ZEROS          TO WS-CAD-EXPURGADAS
            MOVE WS-CAD-SEMENTE TO WS-CAD-ANCORA
            MOVE ZEROS          TO WS-VER-IDX-SELO
            MOVE ZEROS          TO WS-VER-IDX-INICIO
            MOVE 'N' TO WS-FIM-SELO-FLAG
            OPEN INPUT SELO-FILE
            IF WS-FS-SELO = '00'
                PERFORM UNTIL WS-FIM-SELO
                    READ SELO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-SELO-FLAG
                        NOT AT END
                            ADD 1 TO WS-VER-IDX-SELO
                            IF SELO-ARQUIVO = WS-CAD-ARQUIVO
                                MOVE SELO-EXPURGADAS
                                  TO WS-CAD-EXPURGADAS
                                MOVE SELO-ANCORA TO WS-CAD-ANCORA
                                IF SELO-REENCADEADO
                                    MOVE WS-VER-IDX-SELO
                                      TO WS-VER-IDX-INICIO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SELO-FILE
            END-IF

            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
            MOVE WS-CAD-EXPURGADAS TO WS-VER-ULT-SELADA
            MOVE ZEROS  TO WS-VER-LINHA-ARQ
            MOVE ZEROS  TO WS-VER-LINHA-LOTE
            MOVE ZEROS  TO WS-VER-LOTE-ANT
            MOVE ZEROS  TO WS-CNT-LEGADAS
            MOVE ZEROS  TO WS-CNT-SELOS
            MOVE ZEROS  TO WS-CAD-LINHA-QUEBRA
            MOVE ZEROS  TO WS-CAD-LOTE-QUEBRA
            MOVE SPACES TO WS-QBR-MOTIVO
            MOVE 'N' TO WS-CAD-INICIADA-FLAG
            MOVE 'N' TO WS-CAD-QUEBRA-FLAG

            MOVE ZEROS TO WS-VER-IDX-SELO
            MOVE 'N' TO WS-FIM-SELO-FLAG
            OPEN INPUT SELO-FILE
            IF WS-FS-SELO NOT = '00'
                MOVE 'S' TO WS-FIM-SELO-FLAG
            END-IF
            PERFORM LER-PROXIMO-SELO.
      *-----------------------------------------------------------------
       LER-PROXIMO-SELO.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-VER-PENDENTE-FLAG
            PERFORM UNTIL WS-FIM-SELO OR WS-VER-PENDENTE
                READ SELO-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-SELO-FLAG
                    NOT AT END
                        ADD 1 TO WS-VER-IDX-SELO
                        IF SELO-ARQUIVO = WS-CAD-ARQUIVO
                           AND WS-VER-IDX-SELO >= WS-VER-IDX-INICIO
                           AND SELO-LINHAS > WS-CAD-EXPURGADAS
                            MOVE 'S'         TO WS-VER-PENDENTE-FLAG
                            MOVE SELO-LINHAS TO WS-VER-SELO-LINHAS
                            MOVE SELO-HASH   TO WS-VER-SELO-HASH
                            MOVE SELO-LOTE   TO WS-VER-SELO-LOTE
                        END-IF
                END-READ
            END-PERFORM.
      *-----------------------------------------------------------------
       CONFERIR-LINHA.
      *-----------------------------------------------------------------
      *    A LINHA SEM RESUMO SO E ACEITA ANTES DA PRIMEIRA QUE TEM
      *    (GRAVADA ANTES DA CADEIA EXISTIR); DALI EM DIANTE TODA LINHA
      *    PRECISA TRAZER O RESUMO CERTO.
            ADD 1 TO WS-CAD-LINHAS
            ADD 1 TO WS-VER-LINHA-ARQ
            IF WS-VER-LOTE = WS-VER-LOTE-ANT
                ADD 1 TO WS-VER-LINHA-LOTE
            ELSE
                MOVE 1           TO WS-VER-LINHA-LOTE
                MOVE WS-VER-LOTE TO WS-VER-LOTE-ANT
            END-IF
            PERFORM CALCULAR-HASH-CADEIA
            IF WS-VER-HASH-X IS NUMERIC
                MOVE 'S' TO WS-CAD-INICIADA-FLAG
                IF WS-VER-HASH-N NOT = WS-CAD-HASH
                    MOVE 'RESUMO GRAVADO NA LINHA NAO CONFERE'
                      TO WS-VER-MOTIVO
                    PERFORM MARCAR-QUEBRA
                END-IF
            ELSE
                IF WS-CAD-INICIADA
                    MOVE 'LINHA SEM RESUMO NO MEIO DA CADEIA'
                      TO WS-VER-MOTIVO
                    PERFORM MARCAR-QUEBRA
                ELSE
                    ADD 1 TO WS-CNT-LEGADAS
                END-IF
            END-IF
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR

            PERFORM UNTIL NOT WS-VER-PENDENTE
                       OR WS-VER-SELO-LINHAS > WS-CAD-LINHAS
                       OR WS-CAD-QUEBRADA
                IF WS-VER-SELO-LINHAS < WS-CAD-LINHAS
                    MOVE SPACES TO WS-VER-MOTIVO
                    STRING 'SELO DO LOTE ' DELIMITED BY SIZE
                           WS-VER-SELO-LOTE DELIMITED BY SIZE
                           ' FORA DE ORDEM' DELIMITED BY SIZE
                           INTO WS-VER-MOTIVO
                    END-STRING
                    PERFORM MARCAR-QUEBRA
                ELSE
                    IF WS-VER-SELO-HASH NOT = WS-CAD-HASH
                        MOVE SPACES TO WS-VER-MOTIVO
                        STRING 'SELO DO LOTE ' DELIMITED BY SIZE
                               WS-VER-SELO-LOTE DELIMITED BY SIZE
                               ' NAO CONFERE' DELIMITED BY SIZE
                               INTO WS-VER-MOTIVO
                        END-STRING
                        PERFORM MARCAR-QUEBRA
                    ELSE
                        ADD 1 TO WS-CNT-SELOS
                        MOVE WS-CAD-LINHAS TO WS-VER-ULT-SELADA
                        PERFORM LER-PROXIMO-SELO
                    END-IF
                END-IF
            END-PERFORM.
      *-----------------------------------------------------------------
       MARCAR-QUEBRA.
      *-----------------------------------------------------------------
            IF NOT WS-CAD-QUEBRADA
                MOVE 'S'               TO WS-CAD-QUEBRA-FLAG
                MOVE WS-CAD-LINHAS     TO WS-CAD-LINHA-QUEBRA
                MOVE WS-VER-LOTE       TO WS-CAD-LOTE-QUEBRA
                MOVE WS-VER-LINHA-ARQ  TO WS-QBR-LINHA-ARQ
                MOVE WS-VER-LINHA-LOTE TO WS-QBR-LINHA-LOTE
                MOVE WS-VER-MOTIVO     TO WS-QBR-MOTIVO
            END-IF.
      *-----------------------------------------------------------------
       ENCERRAR-CONFERENCIA.
      *-----------------------------------------------------------------
      *    SELO AINDA PENDENTE NO FIM DO ARQUIVO: O SELO CONTA MAIS
      *    LINHAS DO QUE O ARQUIVO TEM -- O FIM FOI CORTADO. LINHAS
      *    DEPOIS DO ULTIMO SELO SO GERAM AVISO (PASSO QUE CAIU ANTES
      *    DE SELAR).
            IF WS-VER-PENDENTE AND NOT WS-CAD-QUEBRADA
                MOVE SPACES TO WS-VER-MOTIVO
                STRING 'ARQUIVO TERMINA ANTES DA LINHA '
                       DELIMITED BY SIZE
                       WS-VER-SELO-LINHAS DELIMITED BY SIZE
                       ' DO SELO DO LOTE ' DELIMITED BY SIZE
                       WS-VER-SELO-LOTE DELIMITED BY SIZE
                       INTO WS-VER-MOTIVO
                END-STRING
                ADD 1 TO WS-CAD-LINHAS
                ADD 1 TO WS-VER-LINHA-ARQ
                MOVE WS-VER-SELO-LOTE TO WS-VER-LOTE
                MOVE ZEROS            TO WS-VER-LINHA-LOTE
                PERFORM MARCAR-QUEBRA
            END-IF
            IF WS-FS-SELO = '00' OR WS-FS-SELO = '10'
                CLOSE SELO-FILE
            END-IF

            MOVE SPACES TO PRINT-RECORD
            STRING 'ARQUIVO: '          DELIMITED BY SIZE
                   WS-CAD-ARQUIVO       DELIMITED BY SIZE
                   '  LINHAS: '         DELIMITED BY SIZE
                   WS-VER-LINHA-ARQ     DELIMITED BY SIZE
                   '  EXPURGADAS: '     DELIMITED BY SIZE
                   WS-CAD-EXPURGADAS    DELIMITED BY SIZE
                   '  SELOS CONFERIDOS: ' DELIMITED BY SIZE
                   WS-CNT-SELOS         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            IF WS-CAD-QUEBRADA
                MOVE 'S' TO WS-ALGUMA-QUEBRA-FLAG
                MOVE SPACES TO PRINT-RECORD
                STRING '  PRIMEIRA QUEBRA: LOTE ' DELIMITED BY SIZE
                       WS-CAD-LOTE-QUEBRA     DELIMITED BY SIZE
                       ' LINHA DO LOTE '      DELIMITED BY SIZE
                       WS-QBR-LINHA-LOTE      DELIMITED BY SIZE
                       ' LINHA DO ARQUIVO '   DELIMITED BY SIZE
                       WS-QBR-LINHA-ARQ       DELIMITED BY SIZE
                       ' (NA CADEIA '         DELIMITED BY SIZE
                       WS-CAD-LINHA-QUEBRA    DELIMITED BY SIZE
                       ')'                    DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
                MOVE SPACES TO PRINT-RECORD
                STRING '  MOTIVO: '    DELIMITED BY SIZE
                       WS-QBR-MOTIVO   DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
                DISPLAY WS-CAD-ARQUIVO ': QUEBRA NO LOTE '
                        WS-CAD-LOTE-QUEBRA ' LINHA DO LOTE '
                        WS-QBR-LINHA-LOTE ' LINHA DO ARQUIVO '
                        WS-QBR-LINHA-ARQ
                DISPLAY WS-CAD-ARQUIVO ': ' WS-QBR-MOTIVO
            ELSE
                MOVE '  CADEIA INTEGRA.' TO PRINT-RECORD
                WRITE PRINT-RECORD
                DISPLAY WS-CAD-ARQUIVO ': CADEIA INTEGRA, '
                        WS-VER-LINHA-ARQ ' LINHAS, ' WS-CNT-SELOS
                        ' SELOS.'
                IF WS-CAD-LINHAS > WS-VER-ULT-SELADA
                    COMPUTE WS-VER-SEM-SELO
                          = WS-CAD-LINHAS - WS-VER-ULT-SELADA
                    MOVE SPACES TO PRINT-RECORD
                    STRING '  AVISO: '       DELIMITED BY SIZE
                           WS-VER-SEM-SELO   DELIMITED BY SIZE
                           ' LINHAS DEPOIS DO ULTIMO SELO.'
                                             DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
                    WRITE PRINT-RECORD
                END-IF
            END-IF
            IF WS-CNT-LEGADAS > 0
                MOVE SPACES TO PRINT-RECORD
                STRING '  AVISO: '       DELIMITED BY SIZE
                       WS-CNT-LEGADAS    DELIMITED BY SIZE
                       ' LINHAS GRAVADAS ANTES DA CADEIA, SEM RESUMO.'
                                         DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
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

       END PROGRAM AUDVERIF.
