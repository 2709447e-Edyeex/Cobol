      *            HASH-TOTAL DOS VALORES, COM NUMERO DE SEQUENCIA DE
      *            TRANSMISSAO PERSISTIDO EM CONTSEQ.DAT NO MESMO
      *            ESTILO DO RUNSEQ.DAT -- O SISTEMA CONTABIL RECUSA
      *            ARQUIVO SEM SEQUENCIA E SEM CONTROLES. AS FATURAS
      *            EMITIDAS NO LOTE (FATREG.DAT) ENTRAM NO MESMO
      *            ARQUIVO COMO DETALHES DE OPERACAO 'F', COM O TOTAL
      *            DA FATURA COMO VALOR E O NUMERO DA FATURA COMO
      *            DOCUMENTO. CADA DETALHE LEVA, ALEM DO VALOR EM
      *            REAIS, A MOEDA ORIGINAL DA TRANSACAO E O VALOR NELA.
      *            O ESTORNO (OPERACAO 'X') SAI MARCADO COMO TAL, COM A
      *            SEQUENCIA DE TRANSMISSAO E O DETALHE EM QUE A
      *            TRANSACAO ORIGINAL FOI ENVIADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

           SELECT FATREG-FILE ASSIGN TO "data/FATREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATREG.

           SELECT CONTSEQ-FILE ASSIGN TO "data/CONTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTSEQ.
           SELECT LEDGER-FILE ASSIGN TO "data/CONTLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

      *    TRAVA DE PERIODO FECHADO: LOG DE FECHAMENTOS/REABERTURAS
      *    (FECHAMES, PERREABRE) E REGISTRO DAS RECUSAS.
           SELECT PERIODO-FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.

           SELECT PERRECUS-FILE ASSIGN TO "data/PERRECUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERRECUS.

      *    HISTORICO DE AUDITORIA (AUDARQ): POSICAO DA TRANSACAO
      *    ORIGINAL DE UM ESTORNO ENTRE OS RESULTADOS DO LOTE DELA.
           SELECT HIST-FILE ASSIGN TO "data/AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

      *    TRES LAYOUTS SOB O MESMO FD, DISTINGUIDOS PELO TIPO NA
      *    PRIMEIRA POSICAO: 'H' CABECALHO, 'D' DETALHE, 'T' TRAILER.
           05  EXPD-OPERACAO               PIC X(01).
           05  EXPD-LOTE                   PIC 9(06).
           05  EXPD-DATA                   PIC X(10).
      *    NUMERO DA FATURA NOS DETALHES 'F'; ZEROS NOS RESULTADOS DE
      *    CALCULO2.
           05  EXPD-DOCUMENTO              PIC 9(06).
      *    MOEDA ORIGINAL E VALOR NELA, NO FIM DO DETALHE PARA NAO
      *    DESLOCAR OS CAMPOS QUE A CONTABILIDADE JA LE; EXPD-VALOR E
      *    O HASH DO TRAILER CONTINUAM EM REAIS. FATURAS E RESULTADOS
      *    EM REAIS LEVAM 'BRL' E O MESMO VALOR.
           05  EXPD-MOEDA                  PIC X(03).
           05  EXPD-VALOR-ORIGEM           PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.
      *    ESTORNO: 'S' E A SEQUENCIA DE TRANSMISSAO (EXPH-SEQUENCIA)
      *    E O DETALHE (EXPD-SEQ-REG) EM QUE A ORIGINAL FOI ENVIADA --
      *    ZEROS SE O LOTE DA ORIGINAL NAO CONSTA NO LIVRO-RAZAO. NOS
      *    DEMAIS DETALHES 'N' E ZEROS.
           05  EXPD-ESTORNO                PIC X(01).
           05  EXPD-SEQ-ORIGINAL           PIC 9(06).
           05  EXPD-REG-ORIGINAL           PIC 9(06).
       01  EXP-TRAILER.
           05  EXPT-TIPO                   PIC X(01).
           05  EXPT-QTD                    PIC 9(06).
           05  EXPT-HASH                   PIC S9(11)V9(4)
                                           SIGN IS LEADING SEPARATE.

       FD  FATREG-FILE.
       COPY FATREG.

       FD  CONTSEQ-FILE.
       01  CONTSEQ-RECORD                  PIC 9(06).

           05  FILLER                      PIC X(01).
           05  LED-SITUACAO                PIC X(10).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-LOTE                   PIC 9(06).
           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC X(10).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-RESULT                     PIC X(02) VALUE SPACES.
       77 WS-FS-EXPORT                     PIC X(02) VALUE SPACES.
      *    O VALOR E O OPERADOR SAO LIDOS DAS POSICOES FIXAS DA LINHA
      *    MONTADA POR CALCULO2 ('N1=' 9 BYTES ' N2=' 9 BYTES ' OP='
      *    1 BYTE ' R=' 11 BYTES): OPERADOR NA POSICAO 30 E VALOR
      *    EDITADO COM SINAL NAS POSICOES 34-44; A MOEDA ORIGINAL NAS
      *    POSICOES 61-63 E O VALOR NELA NAS POSICOES 68-78. LINHA SEM
      *    ' MOE=' E DE ANTES DA MOEDA ESTRANGEIRA: VALE COMO REAIS.
       77 WS-VALOR                         PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-VALOR-ORIGEM                  PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-HASH-TOTAL                    PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-FS-LEDGER                     PIC X(02) VALUE SPACES.
       77 WS-FS-FATREG                     PIC X(02) VALUE SPACES.
       77 WS-FIM-FATREG-FLAG               PIC X(01) VALUE 'N'.
           88 WS-FIM-FATREG                VALUE 'S'.
       77 WS-QTD-FATURAS                   PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ESTORNO: NA LINHA DE RESULTADO DE OPERADOR 'X' O N1= E O
      *    N2= SAO O LOTE E O REGISTRO DA TRANSACAO ORIGINAL. A
      *    SEQUENCIA EM QUE ELA FOI ENVIADA E A ULTIMA DO LOTE DELA NO
      *    LIVRO-RAZAO; O DETALHE E A POSICAO DELA ENTRE AS LINHAS
      *    ACEITAS (ERRO=N) DO LOTE NO HISTORICO DE AUDITORIA, QUE SAO
      *    AS LINHAS DE RESULTADO NA ORDEM EM QUE FORAM EXPORTADAS.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FIM-HIST-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-FIM-HIST                  VALUE 'S'.
       77 WS-FIM-LEDGER-FLAG               PIC X(01) VALUE 'N'.
           88 WS-FIM-LEDGER                VALUE 'S'.
       77 WS-EST-LOTE                      PIC 9(06) VALUE ZEROS.
       77 WS-EST-REGISTRO                  PIC 9(06) VALUE ZEROS.
       77 WS-EST-POSICAO                   PIC 9(06) VALUE ZEROS.
       77 WS-EST-ACHOU-FLAG                PIC X(01) VALUE 'N'.
           88 WS-EST-ACHOU                 VALUE 'S'.
       77 WS-QTD-ESTORNOS                  PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'EXPCONT' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            PERFORM CONTAR-FATURAS-LOTE
            OPEN INPUT RESULT-FILE
            IF WS-FS-RESULT NOT = '00'
      *    SEM ARQUIVO DE RESULTADOS NEM FATURAS DO LOTE NAO HA O QUE
      *    TRANSMITIR; A SEQUENCIA DE TRANSMISSAO NAO E CONSUMIDA.
                MOVE 'S' TO WS-FIM-RESULT-FLAG
                IF WS-QTD-FATURAS = 0
                    DISPLAY 'SEM RESULTADOS DE CALCULO2 A EXPORTAR.'
                    STOP RUN
                END-IF
            END-IF

            PERFORM PROX-SEQUENCIA-TRANSMISSAO
                END-READ
            END-PERFORM

            IF WS-QTD-FATURAS > 0
                MOVE 'N' TO WS-FIM-FATREG-FLAG
                OPEN INPUT FATREG-FILE
                PERFORM UNTIL WS-FIM-FATREG
                    READ FATREG-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-FATREG-FLAG
                        NOT AT END
                            IF FAT-LOTE = WS-RUN-NUMERO
                                PERFORM EXPORTAR-FATURA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FATREG-FILE
            END-IF

            MOVE SPACES         TO EXP-TRAILER
            MOVE 'T'            TO EXPT-TIPO
            MOVE WS-QTD-DETALHES TO EXPT-QTD
            MOVE WS-HASH-TOTAL  TO EXPT-HASH
            WRITE EXP-TRAILER

            IF WS-FS-RESULT = '00' OR WS-FS-RESULT = '10'
                CLOSE RESULT-FILE
            END-IF
            CLOSE EXPORT-FILE

            PERFORM GRAVAR-LEDGER

            DISPLAY 'REGISTROS EXPORTADOS: ' WS-QTD-DETALHES
                    ' (FATURAS: ' WS-QTD-FATURAS
                    ' ESTORNOS: ' WS-QTD-ESTORNOS ')'

            STOP RUN.
      *-----------------------------------------------------------------
            MOVE RESULT-RECORD(30:1) TO EXPD-OPERACAO
            MOVE WS-RUN-NUMERO     TO EXPD-LOTE
            MOVE WS-RUN-DATA       TO EXPD-DATA
            MOVE ZEROS             TO EXPD-DOCUMENTO
            IF RESULT-RECORD(56:5) = ' MOE='
                MOVE RESULT-RECORD(61:3) TO EXPD-MOEDA
                COMPUTE WS-VALOR-ORIGEM =
                        FUNCTION NUMVAL(RESULT-RECORD(68:11))
            ELSE
                MOVE 'BRL'         TO EXPD-MOEDA
                MOVE WS-VALOR      TO WS-VALOR-ORIGEM
            END-IF
            MOVE WS-VALOR-ORIGEM   TO EXPD-VALOR-ORIGEM
            MOVE 'N'               TO EXPD-ESTORNO
            MOVE ZEROS             TO EXPD-SEQ-ORIGINAL
                                      EXPD-REG-ORIGINAL
            IF RESULT-RECORD(30:1) = 'X'
                PERFORM REFERENCIAR-ORIGINAL
            END-IF
            WRITE EXP-DETAIL.
      *-----------------------------------------------------------------
       REFERENCIAR-ORIGINAL.
      *-----------------------------------------------------------------
            MOVE 'S' TO EXPD-ESTORNO
            ADD 1 TO WS-QTD-ESTORNOS
            COMPUTE WS-EST-LOTE = FUNCTION NUMVAL(RESULT-RECORD(4:9))
            COMPUTE WS-EST-REGISTRO =
                    FUNCTION NUMVAL(RESULT-RECORD(17:9))

            MOVE 'N' TO WS-FIM-LEDGER-FLAG
            OPEN INPUT LEDGER-FILE
            IF WS-FS-LEDGER = '00'
                PERFORM UNTIL WS-FIM-LEDGER
                    READ LEDGER-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-LEDGER-FLAG
                        NOT AT END
                            IF LED-LOTE = WS-EST-LOTE
                                MOVE LED-SEQUENCIA
                                    TO EXPD-SEQ-ORIGINAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
            END-IF

            MOVE ZEROS TO WS-EST-POSICAO
            MOVE 'N'   TO WS-EST-ACHOU-FLAG
            MOVE 'N'   TO WS-FIM-HIST-FLAG
            IF EXPD-SEQ-ORIGINAL > 0
                OPEN INPUT HIST-FILE
                IF WS-FS-HIST NOT = '00'
                    MOVE 'S' TO WS-FIM-HIST-FLAG
                END-IF
                PERFORM UNTIL WS-FIM-HIST OR WS-EST-ACHOU
                    READ HIST-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-HIST-FLAG
                        NOT AT END
                            IF HIST-LOTE = WS-EST-LOTE
                               AND HIST-LINHA(80:1) = 'N'
                                ADD 1 TO WS-EST-POSICAO
                                IF HIST-LINHA(82:4) = 'REG='
                                   AND HIST-LINHA(86:6) =
                                       WS-EST-REGISTRO
                                    MOVE 'S' TO WS-EST-ACHOU-FLAG
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-FS-HIST = '00' OR WS-FS-HIST = '10'
                    CLOSE HIST-FILE
                END-IF
            END-IF
            IF WS-EST-ACHOU
                MOVE WS-EST-POSICAO TO EXPD-REG-ORIGINAL
            END-IF.
      *-----------------------------------------------------------------
       EXPORTAR-FATURA.
      *-----------------------------------------------------------------
            MOVE FAT-TOTAL TO WS-VALOR
            ADD WS-VALOR TO WS-HASH-TOTAL
            ADD 1 TO WS-QTD-DETALHES

            MOVE SPACES            TO EXP-DETAIL
            MOVE 'D'               TO EXPD-TIPO
            MOVE WS-QTD-DETALHES   TO EXPD-SEQ-REG
            MOVE WS-VALOR          TO EXPD-VALOR
            MOVE 'F'               TO EXPD-OPERACAO
            MOVE WS-RUN-NUMERO     TO EXPD-LOTE
            MOVE WS-RUN-DATA       TO EXPD-DATA
            MOVE FAT-NUMERO        TO EXPD-DOCUMENTO
            MOVE 'BRL'             TO EXPD-MOEDA
            MOVE WS-VALOR          TO EXPD-VALOR-ORIGEM
            MOVE 'N'               TO EXPD-ESTORNO
            MOVE ZEROS             TO EXPD-SEQ-ORIGINAL
                                      EXPD-REG-ORIGINAL
            WRITE EXP-DETAIL.
      *-----------------------------------------------------------------
       CONTAR-FATURAS-LOTE.
      *-----------------------------------------------------------------
      *    SO AS FATURAS EMITIDAS NESTE LOTE SAO TRANSMITIDAS; AS DE
      *    LOTES ANTERIORES JA FORAM NAS SUAS PROPRIAS SEQUENCIAS.
            MOVE ZEROS TO WS-QTD-FATURAS
            MOVE 'N'   TO WS-FIM-FATREG-FLAG
            OPEN INPUT FATREG-FILE
            IF WS-FS-FATREG = '00'
                PERFORM UNTIL WS-FIM-FATREG
                    READ FATREG-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-FATREG-FLAG
                        NOT AT END
                            IF FAT-LOTE = WS-RUN-NUMERO
                                ADD 1 TO WS-QTD-FATURAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FATREG-FILE
            END-IF.
      *-----------------------------------------------------------------
       PROX-SEQUENCIA-TRANSMISSAO.
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

       END PROGRAM EXPCONT.
