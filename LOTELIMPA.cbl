      * Author:    ÉDER CASAGRANDA
      * Date:      02/09/2026
      * Purpose:   FAXINA DOS ARQUIVOS OPERACIONAIS QUE SO CRESCEM:
      *            APARA LOTEHIST.DAT, LOTEDATAS.DAT, ESTHIST.DAT,
      *            LOTEENTRLOG.DAT E OS
      *            ACERVOS DE RELATORIO CALCOSARQ.DAT/CALC2ARQ.DAT
      *            PARA A JANELA DE RETENCAO DE CADA UM (MESES,
      *            CONFIGURAVEIS NO ARQUIVO UNICO DE PARAMETROS),
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALC2ARQ.

      *    REGISTRO DE CHEGADA DAS ENTRADAS DO LOTE NOTURNO: MESMA
      *    RETENCAO DO HISTORICO DE PASSOS (RETLOTEHIST).
           SELECT ENTRLOG-FILE ASSIGN TO "data/LOTEENTRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRLOG.

      *    ARQUIVO DE TRABALHO UNICO DA FAXINA (UM ARQUIVO POR VEZ): O
      *    LINE SEQUENTIAL DESCARTA OS BRANCOS A DIREITA, ENTAO OS
      *    REGISTROS DE LARGURAS DIFERENTES PASSAM POR AQUI INTACTOS.
           SELECT CALC2ARQA-FILE ASSIGN TO "data/CALC2ARQA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALC2ARQA.

           SELECT ENTRLOGA-FILE ASSIGN TO "data/LOTEENTRLOGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRLOGA.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  ESTHIST-RECORD                  PIC X(90).

       FD  CALCOSARQ-FILE.
       01  CALCOSARQ-RECORD                PIC X(128).

       FD  CALC2ARQ-FILE.
       01  CALC2ARQ-RECORD                 PIC X(96).

       FD  ENTRLOG-FILE.
       01  ENTRLOG-RECORD                  PIC X(72).

       FD  TEMP-FILE.
       01  TEMP-RECORD                     PIC X(200).
       01  ESTHISTA-RECORD                 PIC X(90).

       FD  CALCOSARQA-FILE.
       01  CALCOSARQA-RECORD               PIC X(128).

       FD  CALC2ARQA-FILE.
       01  CALC2ARQA-RECORD                PIC X(96).

       FD  ENTRLOGA-FILE.
       01  ENTRLOGA-RECORD                 PIC X(72).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-ESTHISTA                   PIC X(02) VALUE SPACES.
       77 WS-FS-CALCOSARQA                 PIC X(02) VALUE SPACES.
       77 WS-FS-CALC2ARQA                  PIC X(02) VALUE SPACES.
       77 WS-FS-ENTRLOG                    PIC X(02) VALUE SPACES.
       77 WS-FS-ENTRLOGA                   PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-FIM-PARAM-FLAG                PIC X(01) VALUE 'N'.
            PERFORM EXPURGAR-ESTHIST
            PERFORM EXPURGAR-CALCOSARQ
            PERFORM EXPURGAR-CALC2ARQ
            PERFORM EXPURGAR-ENTRLOG

            STOP RUN.
      *-----------------------------------------------------------------
                DISPLAY 'LOTEHIST..: MANTIDOS ' WS-CNT-MANTIDOS
                        ' ARQUIVADOS ' WS-CNT-ARQUIVADOS
            END-IF.
      *-----------------------------------------------------------------
       EXPURGAR-ENTRLOG.
      *-----------------------------------------------------------------
            COMPUTE WS-MESES-CORTE = WS-MESES-LOTE - WS-RET-LOTEHIST
            MOVE ZEROS TO WS-CNT-MANTIDOS WS-CNT-ARQUIVADOS
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT ENTRLOG-FILE
            IF WS-FS-ENTRLOG NOT = '00'
                DISPLAY 'LOTEENTRLOG.DAT AUSENTE, NADA A APARAR.'
            ELSE
                OPEN OUTPUT TEMP-FILE
                OPEN EXTEND ENTRLOGA-FILE
                IF WS-FS-ENTRLOGA NOT = '00'
                    OPEN OUTPUT ENTRLOGA-FILE
                END-IF
                PERFORM UNTIL WS-FIM-ARQ
                    READ ENTRLOG-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE ENTRLOG-RECORD(1:10) TO WS-DATA-REG
                            PERFORM AVALIAR-RETENCAO
                            IF WS-MANTER
                                MOVE ENTRLOG-RECORD TO TEMP-RECORD
                                WRITE TEMP-RECORD
                                ADD 1 TO WS-CNT-MANTIDOS
                            ELSE
                                MOVE ENTRLOG-RECORD
                                    TO ENTRLOGA-RECORD
                                WRITE ENTRLOGA-RECORD
                                ADD 1 TO WS-CNT-ARQUIVADOS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENTRLOG-FILE
                CLOSE TEMP-FILE
                CLOSE ENTRLOGA-FILE

                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT TEMP-FILE
                OPEN OUTPUT ENTRLOG-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ TEMP-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE TEMP-RECORD TO ENTRLOG-RECORD
                            WRITE ENTRLOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE TEMP-FILE
                CLOSE ENTRLOG-FILE

                DISPLAY 'LOTEENTRLOG: MANTIDOS ' WS-CNT-MANTIDOS
                        ' ARQUIVADOS ' WS-CNT-ARQUIVADOS
            END-IF.
      *-----------------------------------------------------------------
       EXPURGAR-LOTEDATAS.
      *-----------------------------------------------------------------
