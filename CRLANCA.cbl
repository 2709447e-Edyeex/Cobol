      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   LANCAMENTO NOTURNO DO CONTAS A RECEBER: CADA
      *            RESULTADO ACEITO POR CALCULO2 (CALC2RES.DAT) VIRA UMA
      *            PARTIDA EM ABERTO DO CLIENTE NO ARQUIVO PERMANENTE
      *            CTARECEB.DAT (VER COPYBOOK CTAREC), COM LOTE, DATA,
      *            VALOR E VENCIMENTO. RESULTADO NEGATIVO ENTRA COMO
      *            CREDITO, JA VENCIDO NA PROPRIA DATA. O VENCIMENTO
      *            DOS DEBITOS E A DATA DO LOTE MAIS O PRAZO DA CHAVE
      *            CRPRAZODIAS DE SISPARAM (30 DIAS SE AUSENTE). O
      *            SALDO DE CADA CLIENTE PASSA A ATRAVESSAR OS LOTES, EM
      *            VEZ DE SER REMONTADO A MAO DOS RESUMOCLI ARQUIVADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLANCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PARAM-FILE ASSIGN TO "data/SISPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT RESULT-FILE ASSIGN TO "data/CALC2RES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.

           SELECT RECEB-FILE ASSIGN TO "data/CTARECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-FS-RECEB.

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

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-CHAVE                   PIC X(14).
           05  FILLER                      PIC X(01).
           05  PRM-VALOR                   PIC X(12).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

       FD  RECEB-FILE.
       COPY CTAREC.

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-PARAM                      PIC X(02) VALUE SPACES.
       77 WS-FS-RESULT                     PIC X(02) VALUE SPACES.
       77 WS-FS-RECEB                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-FIM-PARAM-FLAG                PIC X(01) VALUE 'N'.
           88 WS-FIM-PARAM                 VALUE 'S'.
       77 WS-PRM-NUM                       PIC S9(09)V9(2) VALUE ZEROS.
       77 WS-PRAZO-DIAS                    PIC 9(03) VALUE 30.
      *-----------------------------------------------------------------
      *    A LINHA DE RESULTADO E LIDA NAS POSICOES FIXAS MONTADAS POR
      *    CALCULO2 (VER RESUMOCLI): VALOR R= NAS POSICOES 34-44 E
      *    CUST-ID DEPOIS DO ' CLI=' NAS POSICOES 50-55. A SEQUENCIA DA
      *    PARTIDA E O NUMERO DA LINHA NO ARQUIVO, QUE NAO MUDA NUM
      *    RESTART NEM NUMA REENTRADA (AMBOS SO ACRESCENTAM LINHAS).
       77 WS-LINHA                         PIC 9(06) VALUE ZEROS.
       77 WS-ID-LINHA                      PIC X(06) VALUE SPACES.
       77 WS-VALOR                         PIC S9(09)V9(4) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    VENCIMENTO: DATA DO LOTE (DD/MM/AAAA) CONVERTIDA PARA DIAS
      *    CORRIDOS, SOMADA DO PRAZO E DEVOLVIDA AO MESMO FORMATO.
       77 WS-DATA-AMD                      PIC 9(08) VALUE ZEROS.
       77 WS-DIA-LOTE                      PIC 9(07) VALUE ZEROS.
       01 WS-DATA-VENC-AMD                 PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-AMD-X REDEFINES WS-DATA-VENC-AMD.
           05  WS-VENC-ANO                 PIC X(04).
           05  WS-VENC-MES                 PIC X(02).
           05  WS-VENC-DIA                 PIC X(02).
       77 WS-DATA-VENC                     PIC X(10) VALUE SPACES.
       77 WS-CNT-LIDAS                     PIC 9(06) VALUE ZEROS.
       77 WS-CNT-DEBITOS                   PIC 9(06) VALUE ZEROS.
       77 WS-CNT-CREDITOS                  PIC 9(06) VALUE ZEROS.
       77 WS-CNT-JA-LANCADAS               PIC 9(06) VALUE ZEROS.
       77 WS-CNT-IGNORADAS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-LANCADO                 PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-TOTAL-EDIT                    PIC -ZZZZZZZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, NADA A LANCAR.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'CRLANCA' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO
            PERFORM LER-PARAMETROS-SISTEMA
            PERFORM CALCULAR-VENCIMENTO

            OPEN INPUT RESULT-FILE
            IF WS-FS-RESULT NOT = '00'
                DISPLAY 'SEM RESULTADOS DE CALCULO2 (CALC2RES), NADA A '
                        'LANCAR.'
                STOP RUN
            END-IF

            OPEN I-O RECEB-FILE
            IF WS-FS-RECEB = '35'
                OPEN OUTPUT RECEB-FILE
                CLOSE RECEB-FILE
                OPEN I-O RECEB-FILE
            END-IF
            IF WS-FS-RECEB NOT = '00'
                DISPLAY 'ERRO AO ABRIR RECEB-FILE, FILE STATUS: '
                        WS-FS-RECEB
                CLOSE RESULT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-FIM-ARQ
                READ RESULT-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        ADD 1 TO WS-LINHA
                        PERFORM LANCAR-RESULTADO
                END-READ
            END-PERFORM

            CLOSE RESULT-FILE
            CLOSE RECEB-FILE

            MOVE WS-TOTAL-LANCADO TO WS-TOTAL-EDIT
            DISPLAY 'LANCAMENTO DO CONTAS A RECEBER - LOTE '
                    WS-RUN-NUMERO
            DISPLAY 'LINHAS DE RESULTADO..: ' WS-CNT-LIDAS
            DISPLAY 'DEBITOS LANCADOS.....: ' WS-CNT-DEBITOS
            DISPLAY 'CREDITOS LANCADOS....: ' WS-CNT-CREDITOS
            DISPLAY 'JA LANCADAS ANTES....: ' WS-CNT-JA-LANCADAS
            DISPLAY 'IGNORADAS............: ' WS-CNT-IGNORADAS
            DISPLAY 'TOTAL LANCADO........: ' WS-TOTAL-EDIT

            STOP RUN.
      *-----------------------------------------------------------------
       LANCAR-RESULTADO.
      *-----------------------------------------------------------------
      *    LINHA SEM CLIENTE NUMERICO OU COM VALOR ZERO NAO GERA
      *    PARTIDA; UMA CHAVE JA EXISTENTE E UM LANCAMENTO FEITO NUMA
      *    EXECUCAO ANTERIOR DO MESMO LOTE E SO E CONTADA.
            ADD 1 TO WS-CNT-LIDAS
            MOVE RESULT-RECORD(50:6) TO WS-ID-LINHA
            IF WS-ID-LINHA NOT NUMERIC OR WS-ID-LINHA = ZEROS
                ADD 1 TO WS-CNT-IGNORADAS
            ELSE
                COMPUTE WS-VALOR = FUNCTION NUMVAL(RESULT-RECORD(34:11))
                IF WS-VALOR = ZEROS
                    ADD 1 TO WS-CNT-IGNORADAS
                ELSE
                    PERFORM GRAVAR-PARTIDA
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-PARTIDA.
      *-----------------------------------------------------------------
            MOVE SPACES        TO CR-RECORD
            MOVE WS-ID-LINHA   TO CR-CUST-ID
            MOVE WS-RUN-NUMERO TO CR-LOTE
            MOVE WS-LINHA      TO CR-SEQ
            MOVE WS-RUN-DATA   TO CR-DATA
            MOVE WS-VALOR      TO CR-VALOR
            MOVE WS-VALOR      TO CR-SALDO
            MOVE 'A'           TO CR-SITUACAO
            MOVE 'CALCULO2'    TO CR-ORIGEM
            IF WS-VALOR < 0
                MOVE 'C'         TO CR-TIPO
                MOVE WS-RUN-DATA TO CR-VENCTO
            ELSE
                MOVE 'D'          TO CR-TIPO
                MOVE WS-DATA-VENC TO CR-VENCTO
            END-IF
            WRITE CR-RECORD
                INVALID KEY
                    ADD 1 TO WS-CNT-JA-LANCADAS
                NOT INVALID KEY
                    ADD WS-VALOR TO WS-TOTAL-LANCADO
                    IF CR-CREDITO
                        ADD 1 TO WS-CNT-CREDITOS
                    ELSE
                        ADD 1 TO WS-CNT-DEBITOS
                    END-IF
            END-WRITE.
      *-----------------------------------------------------------------
       CALCULAR-VENCIMENTO.
      *-----------------------------------------------------------------
            MOVE WS-RUN-DATA(07:04) TO WS-DATA-AMD(1:4)
            MOVE WS-RUN-DATA(04:02) TO WS-DATA-AMD(5:2)
            MOVE WS-RUN-DATA(01:02) TO WS-DATA-AMD(7:2)
            COMPUTE WS-DIA-LOTE = FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
            COMPUTE WS-DATA-VENC-AMD = FUNCTION DATE-OF-INTEGER
                                       (WS-DIA-LOTE + WS-PRAZO-DIAS)
            MOVE SPACES TO WS-DATA-VENC
            STRING WS-VENC-DIA DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   WS-VENC-MES DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   WS-VENC-ANO DELIMITED BY SIZE
                   INTO WS-DATA-VENC
            END-STRING.
      *-----------------------------------------------------------------
       LER-PARAMETROS-SISTEMA.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-PARAM-FLAG
            OPEN INPUT PARAM-FILE
            IF WS-FS-PARAM = '00'
                PERFORM UNTIL WS-FIM-PARAM
                    READ PARAM-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PARAM-FLAG
                        NOT AT END
                            PERFORM APLICAR-PARAMETRO
                    END-READ
                END-PERFORM
                CLOSE PARAM-FILE
            END-IF.
      *-----------------------------------------------------------------
       APLICAR-PARAMETRO.
      *-----------------------------------------------------------------
            IF PRM-CHAVE = 'CRPRAZODIAS'
                COMPUTE WS-PRM-NUM = FUNCTION NUMVAL(PRM-VALOR)
                IF WS-PRM-NUM > 0 AND WS-PRM-NUM NOT > 180
                    MOVE WS-PRM-NUM TO WS-PRAZO-DIAS
                END-IF
            END-IF.
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

       END PROGRAM CRLANCA.
