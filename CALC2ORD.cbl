      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   GERACAO DAS TRANSACOES DAS ORDENS PERMANENTES DE
      *            CALCULO (CALC2ORD.DAT) NO ARQUIVO DE TRANSACOES DO
      *            LOTE (CALC2TRN.DAT), COMO PASSO DO LOTE NOTURNO
      *            ANTES DE CALCULO2: PARA A DATA DO RUN HEADER, CADA
      *            ORDEM VIGENTE QUE VENCE NO DIA (OU NUM DIA NAO UTIL
      *            DESDE O ULTIMO DIA UTIL -- SABADO, DOMINGO E DATAS
      *            DE CALENDARIO.DAT) GERA UMA TRANSACAO, ACRESCENTADA
      *            DENTRO DO ENVELOPE HDR/TRL COM O TRAILER AJUSTADO
      *            (CONTAGEM E HASH). CADA LINHA GERADA LEVA O NUMERO
      *            DA ORDEM NAS COLUNAS 25-30, QUE CALCULO2 REPETE NA
      *            TRILHA DE AUDITORIA (' ORD=').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC2ORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT ORDEM-FILE ASSIGN TO "data/CALC2ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDEM.

           SELECT CALENDAR-FILE ASSIGN TO "data/CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDAR.

           SELECT TRAN-FILE ASSIGN TO "data/CALC2TRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAN.

      *    COPIA DE TRABALHO DO ARQUIVO DE TRANSACOES: O ARQUIVO E
      *    REMONTADO AQUI (DETALHES ANTIGOS + GERADOS + TRAILER NOVO)
      *    E DEPOIS COPIADO DE VOLTA, COMO EM SISPARMAN.
           SELECT TEMP-FILE ASSIGN TO "data/CALC2TRNW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TEMP.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  ORDEM-FILE.
       COPY ORDPERM.

       FD  CALENDAR-FILE.
       01  CAL-RECORD.
           05  CAL-DATA                    PIC X(10).
           05  FILLER                      PIC X(01).
           05  CAL-DESCRICAO               PIC X(30).

       FD  TRAN-FILE.
       01  TRAN-RECORD                     PIC X(33).

       FD  TEMP-FILE.
       01  TEMP-RECORD                     PIC X(33).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-ORDEM                      PIC X(02) VALUE SPACES.
       77 WS-FS-CALENDAR                   PIC X(02) VALUE SPACES.
       77 WS-FS-TRAN                       PIC X(02) VALUE SPACES.
       77 WS-FS-TEMP                       PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    DATAS EM NUMERO DE DIAS (INTEGER-OF-DATE): A DATA DO LOTE, O
      *    PRIMEIRO DIA DA JANELA (O DIA SEGUINTE AO ULTIMO DIA UTIL
      *    ANTERIOR AO LOTE) E O DIA EXAMINADO NA JANELA.
       77 WS-DATA-AMD                      PIC 9(08) VALUE ZEROS.
       77 WS-DIA-LOTE                      PIC 9(07) VALUE ZEROS.
       77 WS-DIA-JANELA                    PIC 9(07) VALUE ZEROS.
       77 WS-DIA-EXAME                     PIC 9(07) VALUE ZEROS.
       77 WS-DIA-INICIO                    PIC 9(07) VALUE ZEROS.
       77 WS-DIA-FIM                       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RECUO                     PIC 9(02) VALUE ZEROS.
      *    CONVERSAO DE DD/MM/AAAA EM NUMERO DE DIAS (ZERO = INVALIDA).
       77 WS-CNV-DATA                      PIC X(10) VALUE SPACES.
       77 WS-CNV-DIA                       PIC 9(07) VALUE ZEROS.
      *    DIA UTIL: NAO E SABADO, DOMINGO NEM DATA DO CALENDARIO.
       77 WS-UTIL-DIA                      PIC 9(07) VALUE ZEROS.
       77 WS-UTIL-SEMANA                   PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-DIA-UTIL                  VALUE 'S'.
       01 WS-TAB-FERIADOS.
           05  WS-FER-DIA OCCURS 400 TIMES PIC 9(07).
       77 WS-QTD-FERIADOS                  PIC 9(03) VALUE ZEROS.
       77 WS-FER-IDX                       PIC 9(03) VALUE ZEROS.
      *    VENCIMENTO MENSAL: ANO/MES/DIA DO DIA EXAMINADO E O ULTIMO
      *    DIA DAQUELE MES.
       01 WS-EXAME-AMD.
           05  WS-EXAME-ANO                PIC 9(04).
           05  WS-EXAME-MES                PIC 9(02).
           05  WS-EXAME-DIA                PIC 9(02).
       01 WS-EXAME-AMD-N REDEFINES WS-EXAME-AMD PIC 9(08).
       77 WS-PROX-AMD                      PIC 9(08) VALUE ZEROS.
       01 WS-ULTIMO-AMD.
           05  FILLER                      PIC 9(06).
           05  WS-ULTIMO-DIA               PIC 9(02).
       01 WS-ULTIMO-AMD-N REDEFINES WS-ULTIMO-AMD PIC 9(08).
       77 WS-DIA-ALVO                      PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ARQUIVO DE TRANSACOES ATUAL: CABECALHO, TRAILER E AS ORDENS
      *    QUE JA TEM LINHA NELE (UMA REEXECUCAO DO PASSO NAO GERA A
      *    MESMA ORDEM DUAS VEZES).
       77 WS-TRAN-EXISTE-FLAG              PIC X(01) VALUE 'N'.
           88 WS-TRAN-EXISTE               VALUE 'S'.
       77 WS-TEM-TRL-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-TEM-TRL                   VALUE 'S'.
       01 WS-TRL-LINHA.
           05  WS-TRL-TIPO                 PIC X(03).
           05  WS-TRL-QTD                  PIC 9(06).
           05  WS-TRL-HASH                 PIC S9(11)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                      PIC X(07).
       01 WS-TAB-JA-GERADAS.
           05  WS-JAG-ORDEM OCCURS 999 TIMES PIC X(06).
       77 WS-QTD-JA-GERADAS                PIC 9(03) VALUE ZEROS.
       77 WS-JAG-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-JAG-ACHADA                    PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TRANSACOES GERADAS NESTA EXECUCAO, NO DESENHO DA LINHA DE
      *    CALC2TRN.DAT (VER TRAN-RECORD EM CALCULO2), COM O NUMERO DA
      *    ORDEM NAS COLUNAS 25-30.
       01 WS-GER-LINHA.
           05  WS-GER-N1                   PIC S9(05)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  WS-GER-N2                   PIC S9(05)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  WS-GER-OP                   PIC X(01).
           05  WS-GER-CUST-ID              PIC X(06).
           05  FILLER                      PIC X(01).
           05  WS-GER-ORDEM                PIC X(06).
       01 WS-TAB-GERADAS.
           05  WS-GRD-LINHA OCCURS 999 TIMES PIC X(33).
       77 WS-QTD-GERADAS                   PIC 9(03) VALUE ZEROS.
       77 WS-GRD-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-HASH-GERADAS                  PIC S9(11)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ORDEM EM EXAME.
       77 WS-ORDEM-VALIDA-FLAG             PIC X(01) VALUE 'N'.
           88 WS-ORDEM-VALIDA              VALUE 'S'.
       77 WS-ORDEM-DEVIDA-FLAG             PIC X(01) VALUE 'N'.
           88 WS-ORDEM-DEVIDA              VALUE 'S'.
       77 WS-ORD-RAZAO                     PIC X(30) VALUE SPACES.
       77 WS-CNT-LIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-CNT-INVALIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-NAO-DEVIDAS               PIC 9(05) VALUE ZEROS.
       77 WS-CNT-JA-GERADAS                PIC 9(05) VALUE ZEROS.
       77 WS-CNT-ESTOURO                   PIC 9(05) VALUE ZEROS.
       77 WS-DATA-JANELA                   PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, NENHUMA ORDEM GERADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE WS-RUN-DATA TO WS-CNV-DATA
            PERFORM CONVERTER-DATA
            MOVE WS-CNV-DIA TO WS-DIA-LOTE
            IF WS-DIA-LOTE = 0
                DISPLAY 'DATA DO RUN HEADER INVALIDA: ' WS-RUN-DATA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CARREGAR-CALENDARIO

      *    NUM DIA NAO UTIL NADA E GERADO: O QUE VENCER HOJE ENTRA NA
      *    JANELA DO PROXIMO DIA UTIL.
            MOVE WS-DIA-LOTE TO WS-UTIL-DIA
            PERFORM VERIFICAR-DIA-UTIL
            IF NOT WS-DIA-UTIL
                DISPLAY 'ORDENS PERMANENTES - LOTE ' WS-RUN-NUMERO
                DISPLAY WS-RUN-DATA ' NAO E DIA UTIL: AS ORDENS QUE '
                        'VENCEM HOJE SAEM NO PROXIMO DIA UTIL.'
                STOP RUN
            END-IF

            PERFORM CALCULAR-JANELA
            PERFORM LER-TRANSACOES-EXISTENTES

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT ORDEM-FILE
            IF WS-FS-ORDEM NOT = '00'
                DISPLAY 'SEM CADASTRO DE ORDENS PERMANENTES '
                        '(CALC2ORD.DAT), NADA A GERAR.'
                STOP RUN
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ ORDEM-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM EXAMINAR-ORDEM
                END-READ
            END-PERFORM
            CLOSE ORDEM-FILE

            IF WS-QTD-GERADAS > 0
                PERFORM MONTAR-ARQUIVO-TRABALHO
                PERFORM COPIAR-ARQUIVO-TRABALHO
            END-IF

            DISPLAY 'ORDENS PERMANENTES - LOTE ' WS-RUN-NUMERO
                    ' DE ' WS-RUN-DATA
            DISPLAY 'VENCIMENTOS DESDE.....: ' WS-DATA-JANELA
            DISPLAY 'ORDENS LIDAS..........: ' WS-CNT-LIDAS
            DISPLAY 'TRANSACOES GERADAS....: ' WS-QTD-GERADAS
            DISPLAY 'JA GERADAS ANTES......: ' WS-CNT-JA-GERADAS
            DISPLAY 'NAO VENCIDAS NO DIA...: ' WS-CNT-NAO-DEVIDAS
            DISPLAY 'ORDENS INVALIDAS......: ' WS-CNT-INVALIDAS
            IF WS-CNT-ESTOURO > 0
                DISPLAY 'ATENCAO: ' WS-CNT-ESTOURO ' ORDENS VENCIDAS '
                        'NAO COUBERAM NA TABELA DE GERACAO.'
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-CNT-INVALIDAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
       CALCULAR-JANELA.
      *-----------------------------------------------------------------
      *    A JANELA VAI DO DIA SEGUINTE AO ULTIMO DIA UTIL ANTERIOR
      *    ATE A DATA DO LOTE: UM VENCIMENTO NO SABADO, NO DOMINGO OU
      *    NUM FERIADO E GERADO NO PRIMEIRO DIA UTIL DEPOIS DELE. O
      *    RECUO E LIMITADO A 31 DIAS.
            MOVE WS-DIA-LOTE TO WS-UTIL-DIA
            MOVE ZEROS       TO WS-QTD-RECUO
            MOVE 'N'         TO WS-DIA-UTIL-FLAG
            PERFORM UNTIL WS-DIA-UTIL OR WS-QTD-RECUO >= 31
                SUBTRACT 1 FROM WS-UTIL-DIA
                ADD 1 TO WS-QTD-RECUO
                PERFORM VERIFICAR-DIA-UTIL
            END-PERFORM
            COMPUTE WS-DIA-JANELA = WS-UTIL-DIA + 1
            COMPUTE WS-EXAME-AMD-N =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-JANELA)
            MOVE SPACES TO WS-DATA-JANELA
            STRING WS-EXAME-DIA '/' WS-EXAME-MES '/' WS-EXAME-ANO
                   DELIMITED BY SIZE INTO WS-DATA-JANELA
            END-STRING.
      *-----------------------------------------------------------------
       EXAMINAR-ORDEM.
      *-----------------------------------------------------------------
            ADD 1 TO WS-CNT-LIDAS
            IF ORD-ID = SPACES OR ORD-ID(1:1) = '*'
                SUBTRACT 1 FROM WS-CNT-LIDAS
            ELSE
                PERFORM CRITICAR-ORDEM
                IF NOT WS-ORDEM-VALIDA
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'ORDEM ' ORD-ID ' IGNORADA: ' WS-ORD-RAZAO
                ELSE
                    PERFORM VERIFICAR-VENCIMENTO
                    IF NOT WS-ORDEM-DEVIDA
                        ADD 1 TO WS-CNT-NAO-DEVIDAS
                    ELSE
                        PERFORM GERAR-TRANSACAO
                    END-IF
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       CRITICAR-ORDEM.
      *-----------------------------------------------------------------
      *    A OPERACAO E O CLIENTE SAO CRITICADOS POR CALCULO2 COMO OS
      *    DE QUALQUER TRANSACAO; AQUI SO O QUE A GERACAO PRECISA.
            MOVE 'S'    TO WS-ORDEM-VALIDA-FLAG
            MOVE SPACES TO WS-ORD-RAZAO
            MOVE ZEROS  TO WS-DIA-INICIO WS-DIA-FIM
            EVALUATE TRUE
                WHEN ORD-ID NOT NUMERIC
                    MOVE 'NUMERO DA ORDEM INVALIDO' TO WS-ORD-RAZAO
                WHEN ORD-N1 NOT NUMERIC OR ORD-N2 NOT NUMERIC
                    MOVE 'VALOR N1/N2 INVALIDO' TO WS-ORD-RAZAO
                WHEN ORD-CUST-ID NOT NUMERIC
                    MOVE 'CUST-ID INVALIDO' TO WS-ORD-RAZAO
                WHEN NOT ORD-FREQ-VALIDA
                    MOVE 'FREQUENCIA INVALIDA' TO WS-ORD-RAZAO
                WHEN ORD-MENSAL AND ORD-DIA NOT NUMERIC
                    MOVE 'DIA DO MES INVALIDO' TO WS-ORD-RAZAO
                WHEN ORD-MENSAL AND (ORD-DIA < '01' OR ORD-DIA > '31')
                    MOVE 'DIA DO MES INVALIDO' TO WS-ORD-RAZAO
            END-EVALUATE

            IF WS-ORD-RAZAO = SPACES
                MOVE ORD-INICIO TO WS-CNV-DATA
                PERFORM CONVERTER-DATA
                MOVE WS-CNV-DIA TO WS-DIA-INICIO
                IF WS-DIA-INICIO = 0
                    MOVE 'DATA DE INICIO INVALIDA' TO WS-ORD-RAZAO
                END-IF
            END-IF
            IF WS-ORD-RAZAO = SPACES
                IF ORD-FIM = SPACES
                    MOVE 9999999 TO WS-DIA-FIM
                ELSE
                    MOVE ORD-FIM TO WS-CNV-DATA
                    PERFORM CONVERTER-DATA
                    MOVE WS-CNV-DIA TO WS-DIA-FIM
                    IF WS-DIA-FIM = 0 OR WS-DIA-FIM < WS-DIA-INICIO
                        MOVE 'DATA DE FIM INVALIDA' TO WS-ORD-RAZAO
                    END-IF
                END-IF
            END-IF

            IF WS-ORD-RAZAO NOT = SPACES
                MOVE 'N' TO WS-ORDEM-VALIDA-FLAG
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-VENCIMENTO.
      *-----------------------------------------------------------------
      *    A ORDEM VENCE SE ALGUM DIA DA JANELA, DENTRO DA VIGENCIA,
      *    CAI NA SUA FREQUENCIA. A DIARIA SO CONTA O PROPRIO DIA DO
      *    LOTE (UMA TRANSACAO POR DIA UTIL, SEM ACUMULAR O FIM DE
      *    SEMANA); A SEMANAL E A MENSAL GERAM UMA TRANSACAO MESMO QUE
      *    A JANELA TENHA MAIS DE UM VENCIMENTO.
            MOVE 'N' TO WS-ORDEM-DEVIDA-FLAG
            MOVE WS-DIA-JANELA TO WS-DIA-EXAME
            PERFORM UNTIL WS-ORDEM-DEVIDA OR WS-DIA-EXAME > WS-DIA-LOTE
                IF WS-DIA-EXAME >= WS-DIA-INICIO
                   AND WS-DIA-EXAME <= WS-DIA-FIM
                    EVALUATE TRUE
                        WHEN ORD-DIARIA
                            IF WS-DIA-EXAME = WS-DIA-LOTE
                                MOVE 'S' TO WS-ORDEM-DEVIDA-FLAG
                            END-IF
                        WHEN ORD-SEMANAL
                            IF FUNCTION MOD(
                                   WS-DIA-EXAME - WS-DIA-INICIO, 7) = 0
                                MOVE 'S' TO WS-ORDEM-DEVIDA-FLAG
                            END-IF
                        WHEN ORD-MENSAL
                            PERFORM VERIFICAR-DIA-DO-MES
                    END-EVALUATE
                END-IF
                ADD 1 TO WS-DIA-EXAME
            END-PERFORM.
      *-----------------------------------------------------------------
       VERIFICAR-DIA-DO-MES.
      *-----------------------------------------------------------------
      *    DIA 29, 30 OU 31 NUM MES MAIS CURTO VENCE NO ULTIMO DIA DO
      *    MES, PARA A ORDEM NAO PULAR O MES.
            COMPUTE WS-EXAME-AMD-N =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-EXAME)
            IF WS-EXAME-MES = 12
                COMPUTE WS-PROX-AMD = (WS-EXAME-ANO + 1) * 10000
                                    + 0101
            ELSE
                COMPUTE WS-PROX-AMD = WS-EXAME-ANO * 10000
                                    + (WS-EXAME-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-ULTIMO-AMD-N = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-PROX-AMD) - 1)
            MOVE ORD-DIA TO WS-DIA-ALVO
            IF WS-DIA-ALVO > WS-ULTIMO-DIA
                MOVE WS-ULTIMO-DIA TO WS-DIA-ALVO
            END-IF
            IF WS-EXAME-DIA = WS-DIA-ALVO
                MOVE 'S' TO WS-ORDEM-DEVIDA-FLAG
            END-IF.
      *-----------------------------------------------------------------
       GERAR-TRANSACAO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-JAG-ACHADA
            MOVE 1     TO WS-JAG-IDX
            PERFORM UNTIL WS-JAG-IDX > WS-QTD-JA-GERADAS
                    OR WS-JAG-ACHADA > 0
                IF WS-JAG-ORDEM(WS-JAG-IDX) = ORD-ID
                    MOVE WS-JAG-IDX TO WS-JAG-ACHADA
                END-IF
                ADD 1 TO WS-JAG-IDX
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-JAG-ACHADA > 0
                    ADD 1 TO WS-CNT-JA-GERADAS
                WHEN WS-QTD-GERADAS >= 999
                    ADD 1 TO WS-CNT-ESTOURO
                WHEN OTHER
                    MOVE SPACES      TO WS-GER-LINHA
                    MOVE ORD-N1      TO WS-GER-N1
                    MOVE ORD-N2      TO WS-GER-N2
                    MOVE ORD-OP      TO WS-GER-OP
                    MOVE ORD-CUST-ID TO WS-GER-CUST-ID
                    MOVE ORD-ID      TO WS-GER-ORDEM
                    ADD 1 TO WS-QTD-GERADAS
                    MOVE WS-GER-LINHA TO WS-GRD-LINHA(WS-QTD-GERADAS)
                    ADD ORD-N1 ORD-N2 TO WS-HASH-GERADAS
            END-EVALUATE.
      *-----------------------------------------------------------------
       LER-TRANSACOES-EXISTENTES.
      *-----------------------------------------------------------------
      *    GUARDA O TRAILER (A CONTAGEM E O HASH RECEBIDOS SAO SOMADOS
      *    AOS GERADOS, NUNCA RECALCULADOS: UM ARQUIVO TRUNCADO NA
      *    TRANSFERENCIA CONTINUA SENDO PEGO POR CALCULO2) E AS ORDENS
      *    QUE JA TEM LINHA NO ARQUIVO.
            MOVE 'N'    TO WS-TRAN-EXISTE-FLAG WS-TEM-TRL-FLAG
            MOVE SPACES TO WS-TRL-LINHA
            MOVE ZEROS  TO WS-QTD-JA-GERADAS
            MOVE 'N'    TO WS-FIM-ARQ-FLAG
            OPEN INPUT TRAN-FILE
            IF WS-FS-TRAN = '00'
                MOVE 'S' TO WS-TRAN-EXISTE-FLAG
                PERFORM UNTIL WS-FIM-ARQ
                    READ TRAN-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM GUARDAR-LINHA-EXISTENTE
                    END-READ
                END-PERFORM
                CLOSE TRAN-FILE
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-LINHA-EXISTENTE.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN TRAN-RECORD(1:3) = 'HDR'
                    CONTINUE
                WHEN TRAN-RECORD(1:3) = 'TRL'
                    MOVE 'S'         TO WS-TEM-TRL-FLAG
                    MOVE TRAN-RECORD TO WS-TRL-LINHA
                WHEN TRAN-RECORD(25:6) IS NUMERIC
                    IF WS-QTD-JA-GERADAS < 999
                        ADD 1 TO WS-QTD-JA-GERADAS
                        MOVE TRAN-RECORD(25:6)
                          TO WS-JAG-ORDEM(WS-QTD-JA-GERADAS)
                    END-IF
            END-EVALUATE.
      *-----------------------------------------------------------------
       MONTAR-ARQUIVO-TRABALHO.
      *-----------------------------------------------------------------
      *    SEM ARQUIVO DO DIA, AS ORDENS FORMAM UM ARQUIVO PROPRIO COM
      *    ORIGEM 'ORDPERM'. COM ARQUIVO, OS GERADOS ENTRAM ANTES DO
      *    TRAILER E O TRAILER RECEBIDO E ACRESCIDO DELES; SE NAO HA
      *    TRAILER O ARQUIVO JA SERA REJEITADO POR CALCULO2, E OS
      *    GERADOS VAO PARA O FIM DELE, SEGUINDO O MESMO CAMINHO DE
      *    CORRECAO.
            OPEN OUTPUT TEMP-FILE
            IF WS-TRAN-EXISTE
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT TRAN-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ TRAN-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF TRAN-RECORD(1:3) NOT = 'TRL'
                                MOVE TRAN-RECORD TO TEMP-RECORD
                                WRITE TEMP-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRAN-FILE
            ELSE
                MOVE SPACES TO TEMP-RECORD
                STRING 'HDR'       DELIMITED BY SIZE
                       'ORDPERM '  DELIMITED BY SIZE
                       WS-RUN-DATA DELIMITED BY SIZE
                       INTO TEMP-RECORD
                END-STRING
                WRITE TEMP-RECORD
                MOVE 'S'   TO WS-TEM-TRL-FLAG
                MOVE 'TRL' TO WS-TRL-TIPO
                MOVE ZEROS TO WS-TRL-QTD WS-TRL-HASH
            END-IF

            MOVE 1 TO WS-GRD-IDX
            PERFORM UNTIL WS-GRD-IDX > WS-QTD-GERADAS
                MOVE WS-GRD-LINHA(WS-GRD-IDX) TO TEMP-RECORD
                WRITE TEMP-RECORD
                ADD 1 TO WS-GRD-IDX
            END-PERFORM

            IF WS-TEM-TRL
                IF WS-TRL-QTD NOT NUMERIC
                    DISPLAY 'TRAILER COM CONTAGEM INVALIDA, MANTIDO '
                            'COMO RECEBIDO.'
                ELSE
                    ADD WS-QTD-GERADAS TO WS-TRL-QTD
                END-IF
                IF WS-TRL-HASH NOT NUMERIC
                    DISPLAY 'TRAILER COM HASH INVALIDO, MANTIDO COMO '
                            'RECEBIDO.'
                ELSE
                    ADD WS-HASH-GERADAS TO WS-TRL-HASH
                END-IF
                MOVE WS-TRL-LINHA TO TEMP-RECORD
                WRITE TEMP-RECORD
            ELSE
                DISPLAY 'ARQUIVO DE TRANSACOES SEM TRAILER: AS ORDENS '
                        'FORAM ACRESCENTADAS NO FIM.'
                MOVE 4 TO RETURN-CODE
            END-IF
            CLOSE TEMP-FILE.
      *-----------------------------------------------------------------
       COPIAR-ARQUIVO-TRABALHO.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT TEMP-FILE
            OPEN OUTPUT TRAN-FILE
            PERFORM UNTIL WS-FIM-ARQ
                READ TEMP-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE TEMP-RECORD TO TRAN-RECORD
                        WRITE TRAN-RECORD
                END-READ
            END-PERFORM
            CLOSE TEMP-FILE
            CLOSE TRAN-FILE.
      *-----------------------------------------------------------------
       CARREGAR-CALENDARIO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-QTD-FERIADOS
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT CALENDAR-FILE
            IF WS-FS-CALENDAR = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ CALENDAR-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE CAL-DATA TO WS-CNV-DATA
                            PERFORM CONVERTER-DATA
                            IF WS-CNV-DIA > 0 AND WS-QTD-FERIADOS < 400
                                ADD 1 TO WS-QTD-FERIADOS
                                MOVE WS-CNV-DIA
                                  TO WS-FER-DIA(WS-QTD-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDAR-FILE
            END-IF.
      *-----------------------------------------------------------------
       VERIFICAR-DIA-UTIL.
      *-----------------------------------------------------------------
      *    MESMA REGRA DO PRIMEIRO DIA UTIL DE LOTENOTURNO: O RESTO DA
      *    DIVISAO DO NUMERO DO DIA POR 7 DA O DIA DA SEMANA
      *    (0 = DOMINGO, 6 = SABADO); AS DATAS DO CALENDARIO NAO SAO
      *    DIAS UTEIS.
            MOVE 'S' TO WS-DIA-UTIL-FLAG
            COMPUTE WS-UTIL-SEMANA = FUNCTION MOD(WS-UTIL-DIA, 7)
            IF WS-UTIL-SEMANA = 0 OR WS-UTIL-SEMANA = 6
                MOVE 'N' TO WS-DIA-UTIL-FLAG
            ELSE
                MOVE 1 TO WS-FER-IDX
                PERFORM UNTIL WS-FER-IDX > WS-QTD-FERIADOS
                        OR NOT WS-DIA-UTIL
                    IF WS-FER-DIA(WS-FER-IDX) = WS-UTIL-DIA
                        MOVE 'N' TO WS-DIA-UTIL-FLAG
                    END-IF
                    ADD 1 TO WS-FER-IDX
                END-PERFORM
            END-IF.
      *-----------------------------------------------------------------
       CONVERTER-DATA.
      *-----------------------------------------------------------------
      *    DD/MM/AAAA EM WS-CNV-DATA PARA NUMERO DE DIAS EM WS-CNV-DIA;
      *    DATA MAL FORMADA DEVOLVE ZERO.
            MOVE ZEROS TO WS-CNV-DIA
            IF WS-CNV-DATA(1:2) IS NUMERIC
               AND WS-CNV-DATA(4:2) IS NUMERIC
               AND WS-CNV-DATA(7:4) IS NUMERIC
               AND WS-CNV-DATA(3:1) = '/' AND WS-CNV-DATA(6:1) = '/'
               AND WS-CNV-DATA(4:2) >= '01' AND WS-CNV-DATA(4:2) <= '12'
               AND WS-CNV-DATA(1:2) >= '01' AND WS-CNV-DATA(1:2) <= '31'
               AND WS-CNV-DATA(7:4) >= '1601'
                MOVE WS-CNV-DATA(7:4) TO WS-DATA-AMD(1:4)
                MOVE WS-CNV-DATA(4:2) TO WS-DATA-AMD(5:2)
                MOVE WS-CNV-DATA(1:2) TO WS-DATA-AMD(7:2)
                COMPUTE WS-CNV-DIA =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-AMD)
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

       END PROGRAM CALC2ORD.
