      *            LOTE, O RESULTADO DA VERIFICACAO DE SAIDAS
      *            (LOTEVERIF.DAT), REJEICOES DE CALCULO2 E EXCECOES DA
      *            IMPORTACAO ACIMA DOS LIMITES CONFIGURADOS E UMA
      *            OSCILACAO BRUSCA DE VOLUME CONTRA O LOTE ANTERIOR,
      *            TENTATIVAS DE LANCAR EM PERIODO FECHADO --
      *            E GRAVA UM ARQUIVO DE ALERTAS PRIORIZADO (CRITICOS
      *            PRIMEIRO) MAIS UM QUADRO DE UMA TELA. ARQUIVO VAZIO,
      *            NOITE BOA; QUALQUER CRITICO, O PLANTAO SABE O QUE
           SELECT ALERTA-FILE ASSIGN TO "data/ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTA.

      *    RECUSAS DE LANCAMENTO EM PERIODO FECHADO (GRAVADAS PELOS
      *    PROPRIOS PASSOS QUE LANCAM MOVIMENTO).
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
       FD  ALERTA-FILE.
       01  ALERTA-RECORD                   PIC X(90).

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-COUNT                      PIC X(02) VALUE SPACES.
       77 WS-FS-ESTHIST                    PIC X(02) VALUE SPACES.
       77 WS-FS-ALERTA                     PIC X(02) VALUE SPACES.
       77 WS-FS-PERRECUS                   PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-FIM-PARAM-FLAG                PIC X(01) VALUE 'N'.
      *    BEM-SUCEDIDO NAO PODE VIRAR UM CRITICO FALSO, NEM UM PASSO
      *    ADIADO DUAS VEZES VIRAR DOIS AVISOS.
       01 WS-TAB-PASSOS.
           05  WS-TP-ENT OCCURS 30 TIMES.
               10  WS-TP-NOME              PIC X(15).
               10  WS-TP-SIT               PIC X(10).
               10  WS-TP-RC                PIC 9(09).
            PERFORM AVALIAR-VERIFICACAO
            PERFORM AVALIAR-CONTADORES
            PERFORM AVALIAR-VOLUME
            PERFORM AVALIAR-RECUSAS-PERIODO

            PERFORM EMITIR-ALERTAS

                ADD 1 TO WS-TP-IDX
            END-PERFORM
            IF WS-TP-ACHADO = 0
                IF WS-QTD-PASSOS < 30
                    ADD 1 TO WS-QTD-PASSOS
                    MOVE JOBH-PASSO TO WS-TP-NOME(WS-QTD-PASSOS)
                    MOVE WS-QTD-PASSOS TO WS-TP-ACHADO
                           INTO WS-TEXTO
                    END-STRING
                    PERFORM GUARDAR-ALERTA
                WHEN 'ENT-A'
                    MOVE 'AVISO'   TO WS-SEVERIDADE
                    MOVE SPACES    TO WS-TEXTO
                    STRING 'PASSO ' DELIMITED BY SIZE
                           WS-TP-NOME(WS-TP-IDX) DELIMITED BY SIZE
                           ' ADIADO: ENTRADA NAO CHEGOU NO PRAZO'
                           DELIMITED BY SIZE
                           INTO WS-TEXTO
                    END-STRING
                    PERFORM GUARDAR-ALERTA
            END-EVALUATE.
      *-----------------------------------------------------------------
       AVALIAR-VERIFICACAO.
                    PERFORM GUARDAR-ALERTA
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       AVALIAR-RECUSAS-PERIODO.
      *-----------------------------------------------------------------
      *    TODA TENTATIVA DE LANCAR NUM MES FECHADO E CRITICA: A DESTE
      *    LOTE E TAMBEM A FEITA FORA DELE NA DATA DO LOTE (UMA
      *    REENTRADA DO CALC2COR OU UMA RECARGA DO AUDARQ NO DIA).
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT PERRECUS-FILE
            IF WS-FS-PERRECUS = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PERRECUS-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF REC-LOTE = WS-RUN-NUMERO
                               OR REC-DATA = WS-RUN-DATA
                                MOVE 'CRITICO' TO WS-SEVERIDADE
                                MOVE SPACES    TO WS-TEXTO
                                STRING 'PASSO ' DELIMITED BY SIZE
                                       REC-PASSO DELIMITED BY SPACE
                                       ' RECUSADO NO MES FECHADO '
                                       DELIMITED BY SIZE
                                       REC-MES DELIMITED BY SIZE
                                       ' (LOTE ' DELIMITED BY SIZE
                                       REC-LOTE DELIMITED BY SIZE
                                       ')' DELIMITED BY SIZE
                                       INTO WS-TEXTO
                                END-STRING
                                PERFORM GUARDAR-ALERTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERRECUS-FILE
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-ALERTA.
      *-----------------------------------------------------------------
