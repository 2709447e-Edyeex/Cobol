      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   FECHAMENTO DO MES: CONGELA O PERIODO CONTABIL QUE A
      *            CONTABILIDADE JA CONFERIU. RODA NO LOTE NOTURNO DO
      *            PRIMEIRO DIA UTIL DO MES (CALENDARIO.DAT) E FECHA O
      *            MES ANTERIOR AO DO RUN HEADER; COM UM PARAMETRO
      *            MM/AAAA FECHA UM MES ESPECIFICO (FECHAMENTO PERDIDO
      *            OU REFECHAMENTO DEPOIS DE UMA REABERTURA). SOMA O
      *            MES EM ITEMHIST, ESTHIST E NO RAZAO CONTLEDG, GRAVA
      *            OS TOTAIS EM FECHTOT.DAT, IMPRIME O CERTIFICADO DE
      *            FECHAMENTO E SO ENTAO GRAVA O EVENTO 'F' EM
      *            PERIODOS.DAT. A PARTIR DAI OS PASSOS QUE LANCAM
      *            MOVIMENTO RECUSAM A DATA DO PERIODO FECHADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PERIODO-FILE ASSIGN TO "data/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODO.

           SELECT HIST-FILE ASSIGN TO "data/ITEMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT ESTHIST-FILE ASSIGN TO "data/ESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTHIST.

           SELECT LEDGER-FILE ASSIGN TO "data/CONTLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

           SELECT FECHTOT-FILE ASSIGN TO "data/FECHTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHTOT.

           SELECT PRINT-FILE ASSIGN TO "data/FECHAMES.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  HIST-FILE.
       01  IH-RECORD.
           05  IH-LOTE                     PIC 9(06).
           05  FILLER                      PIC X(01).
           05  IH-DATA                     PIC X(10).
           05  FILLER                      PIC X(01).
           05  IH-ITEM                     PIC X(06).
           05  FILLER                      PIC X(01).
           05  IH-QTD                      PIC 9(07).
           05  FILLER                      PIC X(01).
           05  IH-BRUTO                    PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-DESCONTO                 PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-LIQUIDO                  PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-ICMS                     PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-IPI                      PIC 9(09)V9(2).

       FD  ESTHIST-FILE.
       01  EST-RECORD.
           05  EST-LOTE                    PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-DATA                    PIC X(10).
           05  FILLER                      PIC X(01).
           05  EST-C2-LIDAS                PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-C2-OK                   PIC 9(05).
           05  FILLER                      PIC X(01).
           05  EST-C2-REJ                  PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-CLI-LIDOS               PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-CLI-GRAV                PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-CLI-EXC                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EST-TOTAL-R                 PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LED-SEQUENCIA               PIC 9(06).
           05  FILLER                      PIC X(01).
           05  LED-LOTE                    PIC 9(06).
           05  FILLER                      PIC X(01).
           05  LED-DATA                    PIC X(10).
           05  FILLER                      PIC X(01).
           05  LED-QTD                     PIC 9(06).
           05  FILLER                      PIC X(01).
           05  LED-HASH                    PIC S9(11)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  LED-SITUACAO                PIC X(10).

       FD  FECHTOT-FILE.
       COPY FECHTOT.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-PERIODO                    PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FS-ESTHIST                    PIC X(02) VALUE SPACES.
       77 WS-FS-LEDGER                     PIC X(02) VALUE SPACES.
       77 WS-FS-FECHTOT                    PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-PARM                          PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      *    MES A FECHAR (MM/AAAA, COMO NAS DATAS DD/MM/AAAA DO
      *    SISTEMA) E SUA FORMA AAAAMM PARA COMPARAR COM O MES DO LOTE.
       01 WS-MES-ALVO.
           05  WS-ALVO-MM                  PIC 9(02).
           05  WS-ALVO-BARRA               PIC X(01).
           05  WS-ALVO-AAAA                PIC 9(04).
       77 WS-ALVO-AAAAMM                   PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-AAAAMM                   PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-MM                       PIC 9(02) VALUE ZEROS.
       77 WS-LOTE-AAAA                     PIC 9(04) VALUE ZEROS.
       77 WS-FECHAMENTO-MANUAL-FLAG        PIC X(01) VALUE 'N'.
           88 WS-FECHAMENTO-MANUAL         VALUE 'S'.
      *    SITUACAO VIGENTE DO MES (ULTIMO EVENTO) E QUANTOS
      *    FECHAMENTOS ELE JA TEVE.
       77 WS-SITUACAO-MES                  PIC X(01) VALUE SPACES.
           88 WS-MES-FECHADO               VALUE 'F'.
       77 WS-QTD-FECHAMENTOS               PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DO MES.
       77 WS-IH-REGS                       PIC 9(06) VALUE ZEROS.
       77 WS-IH-QTD                        PIC 9(09) VALUE ZEROS.
       77 WS-IH-BRUTO                      PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-IH-DESCONTO                   PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-IH-LIQUIDO                    PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-IH-ICMS                       PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-IH-IPI                        PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-EST-LOTES                     PIC 9(04) VALUE ZEROS.
       77 WS-EST-C2-LIDAS                  PIC 9(08) VALUE ZEROS.
       77 WS-EST-C2-OK                     PIC 9(08) VALUE ZEROS.
       77 WS-EST-C2-REJ                    PIC 9(08) VALUE ZEROS.
       77 WS-EST-CLI-GRAV                  PIC 9(08) VALUE ZEROS.
       77 WS-EST-TOTAL-R                   PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-LED-TRANSM                    PIC 9(04) VALUE ZEROS.
       77 WS-LED-QTD                       PIC 9(08) VALUE ZEROS.
       77 WS-LED-HASH                      PIC S9(13)V9(4) VALUE ZEROS.
       77 WS-LED-ACEITAS                   PIC 9(04) VALUE ZEROS.
       77 WS-LED-PENDENTES                 PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    DATA/HORA DO FECHAMENTO E CAMPOS DE IMPRESSAO.
       77 WS-SYS-DATA                      PIC X(08) VALUE SPACES.
       77 WS-SYS-HORA                      PIC X(08) VALUE SPACES.
       77 WS-DATA-FECH                     PIC X(10) VALUE SPACES.
       77 WS-CERT-ROTULO                   PIC X(40) VALUE SPACES.
       77 WS-CERT-VALOR                    PIC X(22) VALUE SPACES.
       77 WS-QTD-EDIT                      PIC ZZZZZZZZ9.
       77 WS-VALOR-EDIT                    PIC ZZZZZZZZZZ9.99.
       77 WS-HASH-EDIT                     PIC -ZZZZZZZZZZZZ9.9999.
       77 WS-SEQ-EDIT                      PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, FECHAMENTO NAO EXECUTADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM DETERMINAR-MES-ALVO
            IF WS-ALVO-MM NOT NUMERIC OR WS-ALVO-AAAA NOT NUMERIC
               OR WS-ALVO-BARRA NOT = '/'
               OR WS-ALVO-MM < 1 OR WS-ALVO-MM > 12
                DISPLAY 'MES INVALIDO PARA FECHAMENTO: ' WS-PARM
                        ' (INFORME MM/AAAA).'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

      *    SO SE FECHA MES JA ENCERRADO: O MES DO PROPRIO LOTE (OU UM
      *    FUTURO) AINDA RECEBE MOVIMENTO.
            COMPUTE WS-ALVO-AAAAMM = WS-ALVO-AAAA * 100 + WS-ALVO-MM
            IF WS-ALVO-AAAAMM NOT < WS-LOTE-AAAAMM
                DISPLAY 'MES ' WS-MES-ALVO ' AINDA NAO ENCERRADO NA '
                        'DATA DO LOTE ' WS-RUN-DATA
                        ', FECHAMENTO RECUSADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CONSULTAR-SITUACAO-MES
            IF WS-MES-FECHADO
                DISPLAY 'PERIODO ' WS-MES-ALVO ' JA ESTA FECHADO, '
                        'NADA A FAZER.'
                STOP RUN
            END-IF

            DISPLAY 'FECHAMENTO DO PERIODO ' WS-MES-ALVO
                    ' NO LOTE ' WS-RUN-NUMERO

            PERFORM SOMAR-HISTORICO-ITENS
            PERFORM SOMAR-HISTORICO-LOTES
            PERFORM SOMAR-RAZAO-CONTABIL

            ACCEPT WS-SYS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-SYS-HORA FROM TIME
            STRING WS-SYS-DATA(7:2) '/' WS-SYS-DATA(5:2) '/'
                   WS-SYS-DATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-FECH
            END-STRING

      *    O EVENTO DE FECHAMENTO E GRAVADO POR ULTIMO: SE O PASSO
      *    ABENDAR ANTES, O MES CONTINUA ABERTO E O PROXIMO LOTE (OU O
      *    RESTART) FECHA DE NOVO DO COMECO.
            PERFORM GRAVAR-TOTAIS-FECHAMENTO
            PERFORM IMPRIMIR-CERTIFICADO
            PERFORM GRAVAR-EVENTO-FECHAMENTO

            DISPLAY 'PERIODO ' WS-MES-ALVO ' FECHADO (FECHAMENTO '
                    WS-SEQ-EDIT ').'

            STOP RUN.
      *-----------------------------------------------------------------
       DETERMINAR-MES-ALVO.
      *-----------------------------------------------------------------
      *    SEM PARAMETRO, O MES ANTERIOR AO DO RUN HEADER (O LOTE DO
      *    PRIMEIRO DIA UTIL FECHA O MES QUE ACABOU).
            MOVE WS-RUN-DATA(4:2) TO WS-LOTE-MM
            MOVE WS-RUN-DATA(7:4) TO WS-LOTE-AAAA
            COMPUTE WS-LOTE-AAAAMM = WS-LOTE-AAAA * 100 + WS-LOTE-MM

            ACCEPT WS-PARM FROM COMMAND-LINE
            IF WS-PARM = SPACES
                MOVE '/' TO WS-ALVO-BARRA
                IF WS-LOTE-MM = 1
                    MOVE 12 TO WS-ALVO-MM
                    COMPUTE WS-ALVO-AAAA = WS-LOTE-AAAA - 1
                ELSE
                    COMPUTE WS-ALVO-MM = WS-LOTE-MM - 1
                    MOVE WS-LOTE-AAAA TO WS-ALVO-AAAA
                END-IF
            ELSE
                MOVE 'S' TO WS-FECHAMENTO-MANUAL-FLAG
                MOVE WS-PARM(1:7) TO WS-MES-ALVO
            END-IF.
      *-----------------------------------------------------------------
       CONSULTAR-SITUACAO-MES.
      *-----------------------------------------------------------------
      *    A SITUACAO DO MES E A DO SEU ULTIMO EVENTO NO LOG.
            MOVE SPACES TO WS-SITUACAO-MES
            MOVE ZEROS  TO WS-QTD-FECHAMENTOS
            MOVE 'N'    TO WS-FIM-ARQ-FLAG
            OPEN INPUT PERIODO-FILE
            IF WS-FS-PERIODO = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PERIODO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF PER-MES = WS-MES-ALVO
                                MOVE PER-EVENTO TO WS-SITUACAO-MES
                                IF PER-FECHAMENTO
                                    ADD 1 TO WS-QTD-FECHAMENTOS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIODO-FILE
            END-IF.
      *-----------------------------------------------------------------
       SOMAR-HISTORICO-ITENS.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ HIST-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF IH-DATA(4:7) = WS-MES-ALVO
                                ADD 1           TO WS-IH-REGS
                                ADD IH-QTD      TO WS-IH-QTD
                                ADD IH-BRUTO    TO WS-IH-BRUTO
                                ADD IH-DESCONTO TO WS-IH-DESCONTO
                                ADD IH-LIQUIDO  TO WS-IH-LIQUIDO
                                ADD IH-ICMS     TO WS-IH-ICMS
                                ADD IH-IPI      TO WS-IH-IPI
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.
      *-----------------------------------------------------------------
       SOMAR-HISTORICO-LOTES.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT ESTHIST-FILE
            IF WS-FS-ESTHIST = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ ESTHIST-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF EST-DATA(4:7) = WS-MES-ALVO
                                ADD 1            TO WS-EST-LOTES
                                ADD EST-C2-LIDAS TO WS-EST-C2-LIDAS
                                ADD EST-C2-OK    TO WS-EST-C2-OK
                                ADD EST-C2-REJ   TO WS-EST-C2-REJ
                                ADD EST-CLI-GRAV TO WS-EST-CLI-GRAV
                                ADD EST-TOTAL-R  TO WS-EST-TOTAL-R
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ESTHIST-FILE
            END-IF.
      *-----------------------------------------------------------------
       SOMAR-RAZAO-CONTABIL.
      *-----------------------------------------------------------------
      *    TRANSMISSOES AINDA NAO ACEITAS PELA CONTABILIDADE NAO
      *    IMPEDEM O FECHAMENTO, MAS APARECEM NO CERTIFICADO.
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT LEDGER-FILE
            IF WS-FS-LEDGER = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ LEDGER-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF LED-DATA(4:7) = WS-MES-ALVO
                                ADD 1        TO WS-LED-TRANSM
                                ADD LED-QTD  TO WS-LED-QTD
                                ADD LED-HASH TO WS-LED-HASH
                                IF LED-SITUACAO = 'ACEITO'
                                    ADD 1 TO WS-LED-ACEITAS
                                ELSE
                                    ADD 1 TO WS-LED-PENDENTES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-TOTAIS-FECHAMENTO.
      *-----------------------------------------------------------------
            OPEN EXTEND FECHTOT-FILE
            IF WS-FS-FECHTOT NOT = '00'
                OPEN OUTPUT FECHTOT-FILE
            END-IF
            MOVE SPACES             TO FT-RECORD
            MOVE WS-MES-ALVO        TO FT-MES
            COMPUTE FT-SEQ = WS-QTD-FECHAMENTOS + 1
            MOVE FT-SEQ             TO WS-SEQ-EDIT
            MOVE WS-DATA-FECH       TO FT-DATA
            MOVE WS-RUN-NUMERO      TO FT-LOTE
            MOVE WS-IH-REGS         TO FT-IH-REGS
            MOVE WS-IH-QTD          TO FT-IH-QTD
            MOVE WS-IH-BRUTO        TO FT-IH-BRUTO
            MOVE WS-IH-DESCONTO     TO FT-IH-DESCONTO
            MOVE WS-IH-LIQUIDO      TO FT-IH-LIQUIDO
            MOVE WS-IH-ICMS         TO FT-IH-ICMS
            MOVE WS-IH-IPI          TO FT-IH-IPI
            MOVE WS-EST-LOTES       TO FT-EST-LOTES
            MOVE WS-EST-C2-LIDAS    TO FT-EST-C2-LIDAS
            MOVE WS-EST-C2-OK       TO FT-EST-C2-OK
            MOVE WS-EST-C2-REJ      TO FT-EST-C2-REJ
            MOVE WS-EST-CLI-GRAV    TO FT-EST-CLI-GRAV
            MOVE WS-EST-TOTAL-R     TO FT-EST-TOTAL-R
            MOVE WS-LED-TRANSM      TO FT-LED-TRANSM
            MOVE WS-LED-QTD         TO FT-LED-QTD
            MOVE WS-LED-HASH        TO FT-LED-HASH
            MOVE WS-LED-ACEITAS     TO FT-LED-ACEITAS
            MOVE WS-LED-PENDENTES   TO FT-LED-PENDENTES
            WRITE FT-RECORD
            CLOSE FECHTOT-FILE.
      *-----------------------------------------------------------------
       IMPRIMIR-CERTIFICADO.
      *-----------------------------------------------------------------
            OPEN OUTPUT PRINT-FILE

            MOVE SPACES TO PRINT-RECORD
            STRING 'CERTIFICADO DE FECHAMENTO DO PERIODO '
                   DELIMITED BY SIZE
                   WS-MES-ALVO DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'FECHADO EM: '     DELIMITED BY SIZE
                   WS-DATA-FECH       DELIMITED BY SIZE
                   ' AS '             DELIMITED BY SIZE
                   WS-SYS-HORA(1:2)   DELIMITED BY SIZE
                   ':'                DELIMITED BY SIZE
                   WS-SYS-HORA(3:2)   DELIMITED BY SIZE
                   '     LOTE: '      DELIMITED BY SIZE
                   WS-RUN-NUMERO      DELIMITED BY SIZE
                   ' DE '             DELIMITED BY SIZE
                   WS-RUN-DATA        DELIMITED BY SIZE
                   '     FECHAMENTO: ' DELIMITED BY SIZE
                   WS-SEQ-EDIT        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            IF WS-FECHAMENTO-MANUAL
                MOVE SPACES TO PRINT-RECORD
                STRING 'FECHAMENTO SOLICITADO FORA DO CALENDARIO '
                       DELIMITED BY SIZE
                       '(PARAMETRO DE MES).' DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:80)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'MOVIMENTO DE ITENS (ITEMHIST)' TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE 'REGISTROS'          TO WS-CERT-ROTULO
            MOVE WS-IH-REGS           TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'QUANTIDADE'         TO WS-CERT-ROTULO
            MOVE WS-IH-QTD            TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'VALOR BRUTO'        TO WS-CERT-ROTULO
            MOVE WS-IH-BRUTO          TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT        TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'DESCONTOS'          TO WS-CERT-ROTULO
            MOVE WS-IH-DESCONTO       TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT        TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'VALOR LIQUIDO'      TO WS-CERT-ROTULO
            MOVE WS-IH-LIQUIDO        TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT        TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'ICMS'               TO WS-CERT-ROTULO
            MOVE WS-IH-ICMS           TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT        TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'IPI'                TO WS-CERT-ROTULO
            MOVE WS-IH-IPI            TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT        TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO

            MOVE SPACES TO PRINT-RECORD
            MOVE 'LOTES DO PERIODO (ESTHIST)' TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE 'LOTES PROCESSADOS'  TO WS-CERT-ROTULO
            MOVE WS-EST-LOTES         TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'TRANSACOES CALCULO2 LIDAS' TO WS-CERT-ROTULO
            MOVE WS-EST-C2-LIDAS      TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'TRANSACOES CALCULO2 ACEITAS' TO WS-CERT-ROTULO
            MOVE WS-EST-C2-OK         TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'TRANSACOES CALCULO2 REJEITADAS' TO WS-CERT-ROTULO
            MOVE WS-EST-C2-REJ        TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'CLIENTES IMPORTADOS' TO WS-CERT-ROTULO
            MOVE WS-EST-CLI-GRAV      TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'TOTAL DE CONTROLE CALCULO2' TO WS-CERT-ROTULO
            MOVE WS-EST-TOTAL-R       TO WS-HASH-EDIT
            MOVE WS-HASH-EDIT         TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO

            MOVE SPACES TO PRINT-RECORD
            MOVE 'RAZAO CONTABIL (CONTLEDG)' TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE 'TRANSMISSOES'       TO WS-CERT-ROTULO
            MOVE WS-LED-TRANSM        TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'REGISTROS TRANSMITIDOS' TO WS-CERT-ROTULO
            MOVE WS-LED-QTD           TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'HASH DAS TRANSMISSOES' TO WS-CERT-ROTULO
            MOVE WS-LED-HASH          TO WS-HASH-EDIT
            MOVE WS-HASH-EDIT         TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'ACEITAS PELA CONTABILIDADE' TO WS-CERT-ROTULO
            MOVE WS-LED-ACEITAS       TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            MOVE 'NAO ACEITAS (PENDENTES)' TO WS-CERT-ROTULO
            MOVE WS-LED-PENDENTES     TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT          TO WS-CERT-VALOR
            PERFORM IMPRIMIR-LINHA-CERTIFICADO
            IF WS-LED-PENDENTES > 0
                MOVE SPACES TO PRINT-RECORD
                STRING '  ATENCAO: HA TRANSMISSOES DO PERIODO AINDA '
                       DELIMITED BY SIZE
                       'NAO ACEITAS PELA CONTABILIDADE (CONTCONC).'
                       DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:80)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'A PARTIR DESTE FECHAMENTO NENHUM PASSO LANCA '
                   DELIMITED BY SIZE
                   'MOVIMENTO COM DATA DO PERIODO.' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'CONFERIDO POR: ______________________________'
                   DELIMITED BY SIZE INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'FIM DO CERTIFICADO' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            CLOSE PRINT-FILE.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-CERTIFICADO.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            STRING '  '           DELIMITED BY SIZE
                   WS-CERT-ROTULO DELIMITED BY SIZE
                   WS-CERT-VALOR  DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       GRAVAR-EVENTO-FECHAMENTO.
      *-----------------------------------------------------------------
            OPEN EXTEND PERIODO-FILE
            IF WS-FS-PERIODO NOT = '00'
                OPEN OUTPUT PERIODO-FILE
            END-IF
            MOVE SPACES        TO PER-RECORD
            MOVE WS-MES-ALVO   TO PER-MES
            MOVE 'F'           TO PER-EVENTO
            MOVE WS-DATA-FECH  TO PER-DATA
            MOVE WS-SYS-HORA   TO PER-HORA
            MOVE WS-RUN-NUMERO TO PER-LOTE
            MOVE 'FECHAMES'    TO PER-OPERADOR
            IF WS-FECHAMENTO-MANUAL
                MOVE 'FECHAMENTO POR PARAMETRO DE MES'
                                   TO PER-MOTIVO
            ELSE
                MOVE 'FECHAMENTO DO PRIMEIRO DIA UTIL'
                                   TO PER-MOTIVO
            END-IF
            WRITE PER-RECORD
            CLOSE PERIODO-FILE.
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

       END PROGRAM FECHAMES.
