      *            CONFIGURADA EM AUDRETCFG.DAT (MESES; 13 SE O ARQUIVO
      *            NAO EXISTIR OU TROUXER VALOR INVALIDO, COMO O
      *            CALC2CFG.DAT DE CALCULO2). O CORTE E CONTADO A
      *            PARTIR DA DATA DO RUN HEADER. SO SAI O TRECHO
      *            INICIAL DO ARQUIVO: A PARTIR DA PRIMEIRA LINHA
      *            MANTIDA TODAS FICAM, PARA A CADEIA DE RESUMOS (VER
      *            COPYBOOK AUDSELO) CONTINUAR INTEIRA; O RESUMO DA
      *            ULTIMA LINHA EXPURGADA VIRA A ANCORA GRAVADA NO
      *            SELO DO EXPURGO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAM-FILE ASSIGN TO "data/SISPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC 9(10).

       FD  TEMP-FILE.
       01  TEMP-RECORD                     PIC X(197).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD                   PIC 9(02).
           05  FILLER                      PIC X(01).
           05  PRM-VALOR                   PIC X(12).

       FD  SELO-FILE.
       COPY AUDSELO.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CADEIA.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FS-TEMP                       PIC X(02) VALUE SPACES.
       77 WS-MES                           PIC 9(02) VALUE ZEROS.
       77 WS-CNT-MANTIDAS                  PIC 9(06) VALUE ZEROS.
       77 WS-CNT-EXPURGADAS                PIC 9(06) VALUE ZEROS.
       77 WS-MANTENDO-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-MANTENDO                  VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                STOP RUN
            END-IF

            MOVE 'AUDHIST' TO WS-CAD-ARQUIVO
            PERFORM LER-ULTIMO-SELO
            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS

            OPEN OUTPUT TEMP-FILE

            PERFORM UNTIL WS-FIM-ARQ
            CLOSE TEMP-FILE
            CLOSE HIST-FILE

      *    O SELO DO EXPURGO GUARDA A NOVA ANCORA E QUANTAS LINHAS
      *    JA SAIRAM DO INICIO, ALEM DO FIM DA CADEIA NESTE MOMENTO.
            IF WS-CNT-EXPURGADAS > ZEROS
                ADD WS-CNT-EXPURGADAS TO WS-CAD-EXPURGADAS
                MOVE 'E'        TO WS-CAD-TIPO-SELO
                MOVE 'AUDPURGA' TO WS-CAD-PROGRAMA
                PERFORM GRAVAR-SELO
            END-IF

            DISPLAY 'LINHAS MANTIDAS....: ' WS-CNT-MANTIDAS
            DISPLAY 'LINHAS EXPURGADAS..: ' WS-CNT-EXPURGADAS

            MOVE HIST-DATA(04:02) TO WS-MES
            COMPUTE WS-MESES-REG = WS-ANO * 12 + WS-MES
            IF WS-MESES-REG > WS-MESES-CORTE
                MOVE 'S' TO WS-MANTENDO-FLAG
            END-IF
            MOVE HIST-RECORD(1:186) TO WS-CAD-DADOS
            MOVE 186 TO WS-CAD-TAM
            PERFORM CALCULAR-HASH-CADEIA
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
            ADD 1 TO WS-CAD-LINHAS
            IF WS-MANTENDO
                MOVE HIST-RECORD TO TEMP-RECORD
                WRITE TEMP-RECORD
                ADD 1 TO WS-CNT-MANTIDAS
            ELSE
                MOVE WS-CAD-HASH TO WS-CAD-ANCORA
                ADD 1 TO WS-CNT-EXPURGADAS
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
       LER-CONFIG-RETENCAO.
      *-----------------------------------------------------------------
