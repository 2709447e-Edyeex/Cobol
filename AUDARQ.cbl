      *            CARIMBADAS COM O NUMERO E A DATA DO LOTE DO RUN
      *            HEADER -- A TRILHA DE UM LOTE DEIXA DE EVAPORAR
      *            QUANDO O LOTE SEGUINTE RECRIA CALC2AUD.DAT.
      *            CADA LINHA ARQUIVADA LEVA O RESUMO ENCADEADO AO DA
      *            LINHA ANTERIOR, E O LOTE DEIXA SEU SELO EM
      *            AUDSELO.DAT (VER COPYBOOKS CADEIA E AUDSELO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HIST-FILE ASSIGN TO "data/AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.

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
       01  RUNCTL-RECORD                   PIC X(24).

      *    A LINHA DE CALCULO2 PODE TRAZER NA POSICAO 133 O NUMERO DA
      *    ORDEM PERMANENTE QUE GEROU A TRANSACAO (' ORD=') E, NA
      *    POSICAO 146, A MOEDA ORIGINAL E O RESULTADO NELA (' MOE=').
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                    PIC X(168).

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC 9(10).

       FD  SELO-FILE.
       COPY AUDSELO.

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       COPY CADEIA.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-AUDIT                      PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
            PERFORM LER-RUN-HEADER
            DISPLAY 'ARQUIVAMENTO DE AUDITORIA DE: ' WS-RUN-DATA
            DISPLAY 'NUMERO DO LOTE: ' WS-RUN-NUMERO
            MOVE 'AUDARQ' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            PERFORM VERIFICAR-LOTE-JA-ARQUIVADO
            IF WS-JA-ARQUIVADO
                STOP RUN
            END-IF

            MOVE 'AUDHIST' TO WS-CAD-ARQUIVO
            PERFORM LER-ULTIMO-SELO
            PERFORM LER-FIM-CADEIA-HISTORICO

            OPEN EXTEND HIST-FILE
            IF WS-FS-HIST NOT = '00'
                OPEN OUTPUT HIST-FILE
                        MOVE WS-RUN-NUMERO TO HIST-LOTE
                        MOVE WS-RUN-DATA   TO HIST-DATA
                        MOVE AUDIT-RECORD  TO HIST-LINHA
                        PERFORM ENCADEAR-HISTORICO
                        WRITE HIST-RECORD
                        ADD 1 TO WS-CNT-ARQUIVADAS
                END-READ
            CLOSE AUDIT-FILE
            CLOSE HIST-FILE

            IF WS-CAD-GRAVADAS > ZEROS
                MOVE 'L'      TO WS-CAD-TIPO-SELO
                MOVE 'AUDARQ' TO WS-CAD-PROGRAMA
                PERFORM GRAVAR-SELO
            END-IF

            DISPLAY 'LINHAS DE AUDITORIA ARQUIVADAS: ' WS-CNT-ARQUIVADAS

            STOP RUN.
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.
      *-----------------------------------------------------------------
       LER-FIM-CADEIA-HISTORICO.
      *-----------------------------------------------------------------
      *    PERCORRE O HISTORICO ATE O FIM PARA SABER DE ONDE A CADEIA
      *    CONTINUA: RESUMO E POSICAO DA ULTIMA LINHA. LINHA ANTERIOR
      *    A CADEIA (SEM RESUMO) ENTRA PELO RESUMO CALCULADO.
            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
            MOVE 'N' TO WS-FIM-HIST-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST = '00'
                PERFORM UNTIL WS-FIM-HIST
                    READ HIST-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-HIST-FLAG
                        NOT AT END
                            IF HIST-HASH IS NUMERIC
                                MOVE HIST-HASH TO WS-CAD-ANTERIOR
                            ELSE
                                MOVE HIST-RECORD(1:186)
                                  TO WS-CAD-DADOS
                                MOVE 186 TO WS-CAD-TAM
                                PERFORM CALCULAR-HASH-CADEIA
                                MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
                            END-IF
                            ADD 1 TO WS-CAD-LINHAS
                    END-READ
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.
      *-----------------------------------------------------------------
       ENCADEAR-HISTORICO.
      *-----------------------------------------------------------------
            MOVE HIST-RECORD(1:186) TO WS-CAD-DADOS
            MOVE 186 TO WS-CAD-TAM
            PERFORM CALCULAR-HASH-CADEIA
            MOVE WS-CAD-HASH TO HIST-HASH
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
            ADD 1 TO WS-CAD-LINHAS
            ADD 1 TO WS-CAD-GRAVADAS.
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
       LER-RUN-HEADER.
      *-----------------------------------------------------------------
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

       END PROGRAM AUDARQ.
