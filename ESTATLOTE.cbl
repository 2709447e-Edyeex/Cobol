           SELECT ESTHIST-FILE ASSIGN TO "data/ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTHIST.

      *    TRAVA DE PERIODO FECHADO: LOG DE FECHAMENTOS/REABERTURAS
      *    (FECHAMES, PERREABRE) E REGISTRO DAS RECUSAS.
           SELECT PERIODO-FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.

           SELECT PERRECUS-FILE ASSIGN TO "data/PERRECUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERRECUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           05  C2CNT-REJEITADAS            PIC 9(06).
           05  C2CNT-TOTAL-R               PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05  C2CNT-ERRO-09               PIC 9(05).
           05  C2CNT-ERRO-10               PIC 9(05).
           05  C2CNT-ERRO-11               PIC 9(05).

       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05  EST-TOTAL-R                 PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-COUNT2                     PIC X(02) VALUE SPACES.
       77 WS-FS-COUNT                      PIC X(02) VALUE SPACES.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'ESTATLOTE' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            MOVE ZEROS TO COUNT2-RECORD
            OPEN INPUT COUNT2-FILE
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-PERIODO-FECHADO.
      *-----------------------------------------------------------------
      *    MES JA FECHADO PELA CONTABILIDADE NAO RECEBE MAIS
      *    MOVIMENTO: A RECUSA FICA EM PERRECUS.DAT (LOTALERTA A
      *    TRANSFORMA EM ALERTA) E O PASSO TERMINA ANTES DE ABRIR
      *    QUALQUER SAIDA. SO UMA REABERTURA PELO PERREABRE LIBERA.
            MOVE WS-RUN-DATA(4:7) TO WS-PER-MES-ALVO
            MOVE SPACES           TO WS-PER-SITUACAO
            MOVE 'N'              TO WS-FIM-PER-FLAG
            OPEN INPUT PERIODO-FILE
            IF WS-FS-PERIODO = '00'
                PERFORM UNTIL WS-FIM-PER
                    READ PERIODO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PER-FLAG
                        NOT AT END
                            IF PER-MES = WS-PER-MES-ALVO
                                MOVE PER-EVENTO TO WS-PER-SITUACAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF
            IF WS-PER-FECHADO
                DISPLAY 'PERIODO ' WS-PER-MES-ALVO ' FECHADO: '
                        WS-PER-PASSO ' RECUSADO, NADA FOI LANCADO.'
                PERFORM REGISTRAR-RECUSA-PERIODO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
      *-----------------------------------------------------------------
       REGISTRAR-RECUSA-PERIODO.
      *-----------------------------------------------------------------
            ACCEPT WS-PER-AMD  FROM DATE YYYYMMDD
            ACCEPT WS-PER-HORA FROM TIME
            OPEN EXTEND PERRECUS-FILE
            IF WS-FS-PERRECUS NOT = '00'
                OPEN OUTPUT PERRECUS-FILE
            END-IF
            MOVE SPACES TO REC-RECORD
            STRING WS-PER-AMD(7:2) '/' WS-PER-AMD(5:2) '/'
                   WS-PER-AMD(1:4)
                   DELIMITED BY SIZE INTO REC-DATA
            END-STRING
            MOVE WS-PER-HORA     TO REC-HORA
            MOVE WS-RUN-NUMERO   TO REC-LOTE
            MOVE WS-RUN-DATA     TO REC-DATA-LOTE
            MOVE WS-PER-PASSO    TO REC-PASSO
            MOVE WS-PER-MES-ALVO TO REC-MES
            WRITE REC-RECORD
            CLOSE PERRECUS-FILE.

       END PROGRAM ESTATLOTE.
