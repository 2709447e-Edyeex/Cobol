      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   BAIXA NOTURNA DOS RECEBIMENTOS: LE O ARQUIVO DE
      *            RECEBIMENTOS DO BANCO (CRPAGTO.DAT, COM CABECALHO E
      *            TRAILER DE CONTROLE NO MESMO DESENHO DO CALC2TRN),
      *            APLICA CADA RECEBIMENTO AS PARTIDAS EM ABERTO MAIS
      *            ANTIGAS DO CLIENTE NO CONTAS A RECEBER
      *            (CTARECEB.DAT), GRAVA A SOBRA NAO APLICADA NO
      *            ARQUIVO DE SUSPENSE (CRSUSP.DAT) E IMPRIME O
      *            RELATORIO DE APLICACAO DE CAIXA (CRBAIXA.PRT) COM OS
      *            TOTAIS DO LOTE CONFERIDOS CONTRA O TRAILER.
      *            RECEBIMENTO DE CLIENTE INEXISTENTE OU EXCLUIDO VAI
      *            PARA O ARQUIVO DE EXCECOES (CRPAGEXC.DAT), LISTADO
      *            PELO RELEXCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

      *    RECEBIMENTOS DO BANCO: 'HDR' + ORIGEM + DATA DE GERACAO NA
      *    PRIMEIRA LINHA, UM DETALHE POR RECEBIMENTO (CUST-ID, VALOR
      *    COM SINAL SEPARADO, DATA DO PAGAMENTO E REFERENCIA DO
      *    BANCO) E 'TRL' + QUANTIDADE DE DETALHES + SOMA DOS VALORES
      *    NA ULTIMA.
           SELECT PAGTO-FILE ASSIGN TO "data/CRPAGTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGTO.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT RECEB-FILE ASSIGN TO "data/CTARECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-FS-RECEB.

      *    CAIXA NAO APLICADO (CLIENTE SEM PARTIDA EM ABERTO, OU
      *    RECEBIMENTO MAIOR QUE O SALDO), ACUMULADO ENTRE OS LOTES
      *    PARA A TESOURARIA DEVOLVER OU IDENTIFICAR.
           SELECT SUSP-FILE ASSIGN TO "data/CRSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSP.

           SELECT EXCEPTION-FILE ASSIGN TO "data/CRPAGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           SELECT PRINT-FILE ASSIGN TO "data/CRBAIXA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

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

       FD  PAGTO-FILE.
       01  PAGTO-RECORD.
           05  PAG-CUST-ID                 PIC 9(06).
           05  PAG-VALOR                   PIC S9(09)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  PAG-DATA                    PIC X(10).
           05  PAG-REFERENCIA              PIC X(20).
       01  PAGTO-RECORD-ALPHA REDEFINES PAGTO-RECORD
                                           PIC X(48).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  RECEB-FILE.
       COPY CTAREC.

       FD  SUSP-FILE.
       01  SUSP-RECORD.
           05  SUSP-LOTE                   PIC 9(06).
           05  FILLER                      PIC X(01).
           05  SUSP-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  SUSP-CUST-ID                PIC 9(06).
           05  FILLER                      PIC X(01).
           05  SUSP-VALOR                  PIC S9(09)V9(2)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  SUSP-DATA-PAGTO             PIC X(10).
           05  FILLER                      PIC X(01).
           05  SUSP-REFERENCIA             PIC X(20).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD                PIC X(132).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-PAGTO                      PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-RECEB                      PIC X(02) VALUE SPACES.
       77 WS-FS-SUSP                       PIC X(02) VALUE SPACES.
       77 WS-FS-EXCEPTION                  PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-FIM-RECEB-FLAG                PIC X(01) VALUE 'N'.
           88 WS-FIM-RECEB                 VALUE 'S'.
      *-----------------------------------------------------------------
      *    CRITICA DO ENVELOPE, NO MESMO DESENHO DE CALCULO2: PRIMEIRA
      *    PASSADA NO ARQUIVO ANTES DE QUALQUER BAIXA. ARQUIVO
      *    REPROVADO NAO BAIXA NADA -- CADA DETALHE VAI PARA AS
      *    EXCECOES COM O MOTIVO DA REPROVACAO.
       77 WS-ARQ-VALIDO-FLAG               PIC X(01) VALUE 'N'.
           88 WS-ARQ-VALIDO                VALUE 'S'.
       77 WS-ARQ-RAZAO                     PIC X(40) VALUE SPACES.
       77 WS-TOT-LINHAS                    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DETALHES                  PIC 9(06) VALUE ZEROS.
       77 WS-TEM-HDR-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-TEM-HDR                   VALUE 'S'.
       77 WS-TEM-TRL-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-TEM-TRL                   VALUE 'S'.
       77 WS-HDR-ORIGEM                    PIC X(08) VALUE SPACES.
       77 WS-HDR-DATA                      PIC X(10) VALUE SPACES.
       77 WS-TRL-QTD                       PIC 9(06) VALUE ZEROS.
       77 WS-HASH-LIDO                     PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-TRL-HASH-X.
           05 WS-TRL-HASH-N                PIC S9(11)V9(2)
                                           SIGN IS LEADING SEPARATE.
       77 WS-DATA-AMD-HDR                  PIC X(08) VALUE SPACES.
       77 WS-DATA-AMD-LOTE                 PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      *    APLICACAO DE UM RECEBIMENTO. O PROPRIO RECEBIMENTO VIRA UMA
      *    PARTIDA DE CREDITO JA QUITADA NO CONTAS A RECEBER, NA CHAVE
      *    CLIENTE + LOTE + 900000 + LINHA DO ARQUIVO (AS PARTIDAS DE
      *    CRLANCA USAM A LINHA DE CALC2RES, BEM ABAIXO DISSO): A
      *    GRAVACAO E FEITA ANTES DA BAIXA E UMA CHAVE JA EXISTENTE
      *    DENUNCIA O MESMO ARQUIVO PROCESSADO DE NOVO, QUE ENTAO NAO
      *    BAIXA NADA DUAS VEZES.
       77 WS-LINHA                         PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-RECEBIMENTO               PIC 9(06) VALUE ZEROS.
       77 WS-RAZAO                         PIC X(40) VALUE SPACES.
       77 WS-SITUACAO                      PIC X(12) VALUE SPACES.
       77 WS-RESTANTE                      PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-APLICADO                      PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-QTD-PARTIDAS                  PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DO LOTE DE RECEBIMENTOS: O VALOR LIDO TEM DE BATER
      *    COM O HASH DO TRAILER E COM A SOMA DE APLICADO + SUSPENSE +
      *    REJEITADO + JA BAIXADO ANTES.
       77 WS-CNT-LIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-CNT-APLICADOS                 PIC 9(06) VALUE ZEROS.
       77 WS-CNT-REJEITADOS                PIC 9(06) VALUE ZEROS.
       77 WS-CNT-JA-BAIXADOS               PIC 9(06) VALUE ZEROS.
       77 WS-CNT-QUITADAS                  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LIDO                      PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-APLICADO                  PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-SUSPENSE                  PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-REJEITADO                 PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-JA-BAIXADO                PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-CONFERE                   PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-VALOR-EDIT                    PIC -ZZZZZZZZ9.99.
       77 WS-TOTAL-EDIT                    PIC -ZZZZZZZZZZ9.99.
       77 WS-LINHA-EDIT                    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, NADA A BAIXAR.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'CRBAIXA' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

      *    AS EXCECOES SAO DO LOTE CORRENTE (COMO O CUSTEXC DA
      *    IMPORTACAO): O ARQUIVO E RECRIADO A CADA EXECUCAO, MESMO
      *    NUMA NOITE SEM RECEBIMENTOS, PARA O RELEXCE NAO REPETIR AS
      *    EXCECOES DA NOITE ANTERIOR.
            OPEN OUTPUT EXCEPTION-FILE

            PERFORM CRITICAR-ARQUIVO-PAGTO
            IF WS-TOT-LINHAS = 0
                DISPLAY 'SEM ARQUIVO DE RECEBIMENTOS (CRPAGTO), NADA A '
                        'BAIXAR.'
                CLOSE EXCEPTION-FILE
                STOP RUN
            END-IF

            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER NOT = '00'
                DISPLAY 'ERRO AO ABRIR CUSTOMER-FILE, FILE STATUS: '
                        WS-FS-CUSTOMER
                CLOSE EXCEPTION-FILE
                MOVE 8 TO RETURN-CODE
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
                CLOSE CUSTOMER-FILE EXCEPTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN EXTEND SUSP-FILE
            IF WS-FS-SUSP NOT = '00'
                OPEN OUTPUT SUSP-FILE
            END-IF

            OPEN OUTPUT PRINT-FILE
            PERFORM IMPRIMIR-CABECALHO

            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            MOVE ZEROS TO WS-LINHA
            OPEN INPUT PAGTO-FILE
            PERFORM UNTIL WS-FIM-ARQ
                READ PAGTO-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        ADD 1 TO WS-LINHA
                        PERFORM TRATAR-LINHA-PAGTO
                END-READ
            END-PERFORM
            CLOSE PAGTO-FILE

            PERFORM IMPRIMIR-TOTAIS

            CLOSE CUSTOMER-FILE RECEB-FILE SUSP-FILE EXCEPTION-FILE
                  PRINT-FILE

            MOVE WS-TOT-APLICADO TO WS-TOTAL-EDIT
            DISPLAY 'BAIXA DE RECEBIMENTOS - LOTE ' WS-RUN-NUMERO
            DISPLAY 'RECEBIMENTOS LIDOS...: ' WS-CNT-LIDOS
            DISPLAY 'APLICADOS............: ' WS-CNT-APLICADOS
            DISPLAY 'REJEITADOS...........: ' WS-CNT-REJEITADOS
            DISPLAY 'JA BAIXADOS ANTES....: ' WS-CNT-JA-BAIXADOS
            DISPLAY 'PARTIDAS QUITADAS....: ' WS-CNT-QUITADAS
            DISPLAY 'TOTAL APLICADO.......: ' WS-TOTAL-EDIT

            STOP RUN.
      *-----------------------------------------------------------------
       CRITICAR-ARQUIVO-PAGTO.
      *-----------------------------------------------------------------
      *    CONFERE CABECALHO NA PRIMEIRA LINHA, TRAILER NA ULTIMA,
      *    CONTAGEM E SOMA DOS VALORES CONTRA O TRAILER E A DATA DE
      *    GERACAO CONTRA A DATA DO LOTE; A PRIMEIRA IRREGULARIDADE DA
      *    O MOTIVO DA REPROVACAO.
            MOVE 'N'    TO WS-ARQ-VALIDO-FLAG WS-FIM-ARQ-FLAG
            MOVE 'N'    TO WS-TEM-HDR-FLAG WS-TEM-TRL-FLAG
            MOVE SPACES TO WS-ARQ-RAZAO WS-HDR-ORIGEM WS-HDR-DATA
            MOVE ZEROS  TO WS-TOT-LINHAS WS-QTD-DETALHES WS-TRL-QTD
                           WS-HASH-LIDO WS-TRL-HASH-N

            OPEN INPUT PAGTO-FILE
            IF WS-FS-PAGTO NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ PAGTO-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM CRITICAR-LINHA-PAGTO
                END-READ
            END-PERFORM
            IF WS-FS-PAGTO = '00' OR WS-FS-PAGTO = '10'
                CLOSE PAGTO-FILE
            END-IF

            IF WS-ARQ-RAZAO = SPACES AND NOT WS-TEM-HDR
                MOVE 'ARQUIVO SEM REGISTRO DE CABECALHO'
                    TO WS-ARQ-RAZAO
            END-IF
            IF WS-ARQ-RAZAO = SPACES AND NOT WS-TEM-TRL
                MOVE 'ARQUIVO SEM REGISTRO DE TRAILER'
                    TO WS-ARQ-RAZAO
            END-IF
            IF WS-ARQ-RAZAO = SPACES
               AND WS-TRL-QTD NOT = WS-QTD-DETALHES
                MOVE 'TRAILER NAO CONFERE COM AS LINHAS LIDAS'
                    TO WS-ARQ-RAZAO
            END-IF
            IF WS-ARQ-RAZAO = SPACES
               AND WS-TRL-HASH-N NOT = WS-HASH-LIDO
                MOVE 'HASH DO TRAILER NAO CONFERE'
                    TO WS-ARQ-RAZAO
            END-IF
            IF WS-ARQ-RAZAO = SPACES
                MOVE WS-HDR-DATA(07:04) TO WS-DATA-AMD-HDR(01:04)
                MOVE WS-HDR-DATA(04:02) TO WS-DATA-AMD-HDR(05:02)
                MOVE WS-HDR-DATA(01:02) TO WS-DATA-AMD-HDR(07:02)
                MOVE WS-RUN-DATA(07:04) TO WS-DATA-AMD-LOTE(01:04)
                MOVE WS-RUN-DATA(04:02) TO WS-DATA-AMD-LOTE(05:02)
                MOVE WS-RUN-DATA(01:02) TO WS-DATA-AMD-LOTE(07:02)
                IF WS-DATA-AMD-HDR < WS-DATA-AMD-LOTE
                    MOVE 'CABECALHO COM DATA ANTERIOR A DO LOTE'
                        TO WS-ARQ-RAZAO
                END-IF
            END-IF

            IF WS-ARQ-RAZAO = SPACES AND WS-TOT-LINHAS > 0
                MOVE 'S' TO WS-ARQ-VALIDO-FLAG
                DISPLAY 'RECEBIMENTOS DE ' WS-HDR-ORIGEM ' GERADOS EM '
                        WS-HDR-DATA ' COM ' WS-QTD-DETALHES
                        ' DETALHES'
            END-IF
            IF WS-TOT-LINHAS > 0 AND NOT WS-ARQ-VALIDO
                DISPLAY 'ARQUIVO DE RECEBIMENTOS REJEITADO: '
                        WS-ARQ-RAZAO
            END-IF.
      *-----------------------------------------------------------------
       CRITICAR-LINHA-PAGTO.
      *-----------------------------------------------------------------
            ADD 1 TO WS-TOT-LINHAS
            EVALUATE TRUE
                WHEN WS-TOT-LINHAS = 1
                    IF PAGTO-RECORD-ALPHA(1:3) = 'HDR'
                        MOVE 'S' TO WS-TEM-HDR-FLAG
                        MOVE PAGTO-RECORD-ALPHA(4:8)  TO WS-HDR-ORIGEM
                        MOVE PAGTO-RECORD-ALPHA(12:10) TO WS-HDR-DATA
                    END-IF
                WHEN WS-TEM-TRL
                    IF WS-ARQ-RAZAO = SPACES
                        MOVE 'REGISTRO DEPOIS DO TRAILER'
                            TO WS-ARQ-RAZAO
                    END-IF
                WHEN PAGTO-RECORD-ALPHA(1:3) = 'TRL'
                    MOVE 'S' TO WS-TEM-TRL-FLAG
                    IF PAGTO-RECORD-ALPHA(4:6) IS NUMERIC
                        MOVE PAGTO-RECORD-ALPHA(4:6) TO WS-TRL-QTD
                    ELSE
                        IF WS-ARQ-RAZAO = SPACES
                            MOVE 'TRAILER COM CONTAGEM INVALIDA'
                                TO WS-ARQ-RAZAO
                        END-IF
                    END-IF
                    MOVE PAGTO-RECORD-ALPHA(10:14) TO WS-TRL-HASH-X
                    IF WS-TRL-HASH-N NOT NUMERIC
                        MOVE ZEROS TO WS-TRL-HASH-N
                        IF WS-ARQ-RAZAO = SPACES
                            MOVE 'TRAILER COM HASH INVALIDO'
                                TO WS-ARQ-RAZAO
                        END-IF
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-QTD-DETALHES
                    IF PAG-VALOR IS NUMERIC
                        ADD PAG-VALOR TO WS-HASH-LIDO
                    END-IF
            END-EVALUATE.
      *-----------------------------------------------------------------
       TRATAR-LINHA-PAGTO.
      *-----------------------------------------------------------------
      *    A PRIMEIRA LINHA (HDR) E A ULTIMA (TRL) SO SAO CONTROLE.
            IF WS-LINHA = 1 OR WS-LINHA > WS-QTD-DETALHES + 1
                CONTINUE
            ELSE
                ADD 1 TO WS-CNT-LIDOS
                MOVE SPACES TO WS-RAZAO
                MOVE ZEROS  TO WS-APLICADO WS-QTD-PARTIDAS
                IF PAG-VALOR IS NUMERIC
                    ADD PAG-VALOR TO WS-TOT-LIDO
                END-IF
                IF NOT WS-ARQ-VALIDO
                    MOVE 'ARQUIVO REJEITADO NO CONTROLE HDR/TRL'
                        TO WS-RAZAO
                ELSE
                    PERFORM CRITICAR-RECEBIMENTO
                END-IF
                IF WS-RAZAO NOT = SPACES
                    PERFORM REJEITAR-RECEBIMENTO
                ELSE
                    PERFORM APLICAR-RECEBIMENTO
                END-IF
                PERFORM IMPRIMIR-LINHA-RECEBIMENTO
            END-IF.
      *-----------------------------------------------------------------
       CRITICAR-RECEBIMENTO.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN PAG-CUST-ID NOT NUMERIC
                    MOVE 'CUST-ID NAO NUMERICO' TO WS-RAZAO
                WHEN PAG-VALOR NOT NUMERIC
                    MOVE 'VALOR NAO NUMERICO' TO WS-RAZAO
                WHEN PAG-VALOR NOT > ZEROS
                    MOVE 'VALOR DEVE SER POSITIVO' TO WS-RAZAO
                WHEN PAG-DATA = SPACES
                    MOVE 'DATA DO PAGAMENTO AUSENTE' TO WS-RAZAO
                WHEN OTHER
                    MOVE PAG-CUST-ID TO CUST-ID
                    READ CUSTOMER-FILE
                        INVALID KEY
                            MOVE 'CLIENTE NAO CADASTRADO' TO WS-RAZAO
                        NOT INVALID KEY
                            IF CUST-EXCLUIDO
                                MOVE 'CLIENTE EXCLUIDO' TO WS-RAZAO
                            END-IF
      *    AS PARTIDAS DO CADASTRO UNIFICADO NAO SAO BAIXADAS POR ELE;
      *    O RECEBIMENTO VOLTA PARA SER LANCADO NO SOBREVIVENTE.
                            IF CUST-UNIFICADO
                                MOVE 'CLIENTE UNIFICADO' TO WS-RAZAO
                            END-IF
                    END-READ
            END-EVALUATE.
      *-----------------------------------------------------------------
       REJEITAR-RECEBIMENTO.
      *-----------------------------------------------------------------
            ADD 1 TO WS-CNT-REJEITADOS
            IF PAG-VALOR IS NUMERIC
                ADD PAG-VALOR TO WS-TOT-REJEITADO
            END-IF
            MOVE 'REJEITADO'  TO WS-SITUACAO
            MOVE WS-LINHA     TO WS-LINHA-EDIT
            MOVE SPACES       TO EXCEPTION-RECORD
            STRING 'RECEBIMENTO=' DELIMITED BY SIZE
                   WS-LINHA-EDIT  DELIMITED BY SIZE
                   ' DADOS=['     DELIMITED BY SIZE
                   PAGTO-RECORD-ALPHA DELIMITED BY SIZE
                   '] RAZAO='     DELIMITED BY SIZE
                   WS-RAZAO       DELIMITED BY SIZE
                   INTO EXCEPTION-RECORD
            END-STRING
            WRITE EXCEPTION-RECORD.
      *-----------------------------------------------------------------
       APLICAR-RECEBIMENTO.
      *-----------------------------------------------------------------
      *    PRIMEIRO O CREDITO DO PROPRIO RECEBIMENTO (QUE TAMBEM
      *    BLOQUEIA A REPETICAO DO ARQUIVO), DEPOIS A BAIXA DAS
      *    PARTIDAS E, POR FIM, A SOBRA NO SUSPENSE.
            COMPUTE WS-SEQ-RECEBIMENTO = 900000 + WS-LINHA
            MOVE SPACES             TO CR-RECORD
            MOVE PAG-CUST-ID        TO CR-CUST-ID
            MOVE WS-RUN-NUMERO      TO CR-LOTE
            MOVE WS-SEQ-RECEBIMENTO TO CR-SEQ
            MOVE 'C'                TO CR-TIPO
            MOVE PAG-DATA           TO CR-DATA CR-VENCTO CR-DATA-BAIXA
            COMPUTE CR-VALOR = ZEROS - PAG-VALOR
            MOVE ZEROS              TO CR-SALDO
            MOVE 'Q'                TO CR-SITUACAO
            MOVE 'CRBAIXA'          TO CR-ORIGEM
            WRITE CR-RECORD
                INVALID KEY
                    ADD 1 TO WS-CNT-JA-BAIXADOS
                    ADD PAG-VALOR TO WS-TOT-JA-BAIXADO
                    MOVE 'JA BAIXADO' TO WS-SITUACAO
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-APLICADOS
                    MOVE PAG-VALOR TO WS-RESTANTE
                    PERFORM BAIXAR-PARTIDAS-CLIENTE
                    COMPUTE WS-APLICADO = PAG-VALOR - WS-RESTANTE
                    ADD WS-APLICADO TO WS-TOT-APLICADO
                    MOVE 'APLICADO' TO WS-SITUACAO
                    IF WS-RESTANTE > 0
                        PERFORM GRAVAR-SUSPENSE
                        MOVE 'PARC/SUSP' TO WS-SITUACAO
                        IF WS-APLICADO = 0
                            MOVE 'SUSPENSE' TO WS-SITUACAO
                        END-IF
                    END-IF
            END-WRITE.
      *-----------------------------------------------------------------
       BAIXAR-PARTIDAS-CLIENTE.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTAS A RECEBER E CLIENTE + LOTE + LINHA, ENTAO A
      *    LEITURA SEQUENCIAL A PARTIR DO CLIENTE JA VEM DA PARTIDA
      *    MAIS ANTIGA PARA A MAIS NOVA. SO DEBITOS COM SALDO SAO
      *    BAIXADOS; CREDITOS EM ABERTO FICAM COMO ESTAO.
            MOVE 'N'         TO WS-FIM-RECEB-FLAG
            MOVE PAG-CUST-ID TO CR-CUST-ID
            MOVE ZEROS       TO CR-LOTE CR-SEQ
            START RECEB-FILE KEY IS NOT LESS THAN CR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIM-RECEB-FLAG
            END-START
            PERFORM UNTIL WS-FIM-RECEB OR WS-RESTANTE = 0
                READ RECEB-FILE NEXT
                    AT END
                        MOVE 'S' TO WS-FIM-RECEB-FLAG
                    NOT AT END
                        IF CR-CUST-ID NOT = PAG-CUST-ID
                            MOVE 'S' TO WS-FIM-RECEB-FLAG
                        ELSE
                            IF CR-ABERTO AND CR-DEBITO
                               AND CR-SALDO > 0
                                PERFORM BAIXAR-PARTIDA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
      *-----------------------------------------------------------------
       BAIXAR-PARTIDA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-QTD-PARTIDAS
            IF WS-RESTANTE NOT < CR-SALDO
                SUBTRACT CR-SALDO FROM WS-RESTANTE
                MOVE ZEROS    TO CR-SALDO
                MOVE 'Q'      TO CR-SITUACAO
                MOVE PAG-DATA TO CR-DATA-BAIXA
                ADD 1 TO WS-CNT-QUITADAS
            ELSE
                SUBTRACT WS-RESTANTE FROM CR-SALDO
                MOVE ZEROS TO WS-RESTANTE
            END-IF
            REWRITE CR-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR PARTIDA ' CR-CHAVE
                            ', FILE STATUS: ' WS-FS-RECEB
            END-REWRITE.
      *-----------------------------------------------------------------
       GRAVAR-SUSPENSE.
      *-----------------------------------------------------------------
            MOVE SPACES         TO SUSP-RECORD
            MOVE WS-RUN-NUMERO  TO SUSP-LOTE
            MOVE WS-RUN-DATA    TO SUSP-DATA
            MOVE PAG-CUST-ID    TO SUSP-CUST-ID
            MOVE WS-RESTANTE    TO SUSP-VALOR
            MOVE PAG-DATA       TO SUSP-DATA-PAGTO
            MOVE PAG-REFERENCIA TO SUSP-REFERENCIA
            WRITE SUSP-RECORD
            ADD WS-RESTANTE TO WS-TOT-SUSPENSE.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            STRING 'APLICACAO DE CAIXA - RECEBIMENTOS DO BANCO'
                   DELIMITED BY SIZE INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'DATA DE EXECUCAO: ' DELIMITED BY SIZE
                   WS-RUN-DATA         DELIMITED BY SIZE
                   '     LOTE: '       DELIMITED BY SIZE
                   WS-RUN-NUMERO       DELIMITED BY SIZE
                   '     ARQUIVO: '    DELIMITED BY SIZE
                   WS-HDR-ORIGEM       DELIMITED BY SIZE
                   ' DE '              DELIMITED BY SIZE
                   WS-HDR-DATA         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'LINHA'            TO PRINT-RECORD(1:5)
            MOVE 'CLIENTE'          TO PRINT-RECORD(8:7)
            MOVE 'REFERENCIA'       TO PRINT-RECORD(16:10)
            MOVE 'DATA PGTO'        TO PRINT-RECORD(37:9)
            MOVE 'VALOR'            TO PRINT-RECORD(56:5)
            MOVE 'APLICADO'         TO PRINT-RECORD(67:8)
            MOVE 'PART'             TO PRINT-RECORD(76:4)
            MOVE 'SITUACAO'         TO PRINT-RECORD(82:8)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-RECEBIMENTO.
      *-----------------------------------------------------------------
            MOVE SPACES         TO PRINT-RECORD
            MOVE WS-LINHA       TO WS-LINHA-EDIT
            MOVE WS-LINHA-EDIT  TO PRINT-RECORD(1:6)
            MOVE PAG-CUST-ID    TO PRINT-RECORD(8:6)
            MOVE PAG-REFERENCIA TO PRINT-RECORD(16:20)
            MOVE PAG-DATA       TO PRINT-RECORD(37:10)
            IF PAG-VALOR IS NUMERIC
                MOVE PAG-VALOR  TO WS-VALOR-EDIT
                MOVE WS-VALOR-EDIT TO PRINT-RECORD(48:13)
            END-IF
            MOVE WS-APLICADO    TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT  TO PRINT-RECORD(62:13)
            MOVE WS-QTD-PARTIDAS TO PRINT-RECORD(76:4)
            MOVE WS-SITUACAO    TO PRINT-RECORD(82:12)
            IF WS-RAZAO NOT = SPACES
                MOVE WS-RAZAO   TO PRINT-RECORD(95:38)
            END-IF
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS.
      *-----------------------------------------------------------------
      *    O LOTE BALANCEIA QUANDO A QUANTIDADE E O VALOR LIDOS BATEM
      *    COM O TRAILER E O VALOR LIDO E IGUAL A APLICADO + SUSPENSE
      *    + REJEITADO + JA BAIXADO ANTES.
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE WS-TOT-LIDO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'RECEBIMENTOS LIDOS..: ' DELIMITED BY SIZE
                   WS-CNT-LIDOS             DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE WS-TRL-HASH-N TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'TRAILER DO BANCO....: ' DELIMITED BY SIZE
                   WS-TRL-QTD               DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE WS-TOT-APLICADO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'APLICADO EM PARTIDAS: ' DELIMITED BY SIZE
                   WS-CNT-APLICADOS         DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   '   PARTIDAS QUITADAS: ' DELIMITED BY SIZE
                   WS-CNT-QUITADAS          DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE WS-TOT-SUSPENSE TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'ENVIADO AO SUSPENSE.:         '
                                            DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE WS-TOT-REJEITADO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'REJEITADOS..........: ' DELIMITED BY SIZE
                   WS-CNT-REJEITADOS        DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE WS-TOT-JA-BAIXADO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'JA BAIXADOS ANTES...: ' DELIMITED BY SIZE
                   WS-CNT-JA-BAIXADOS       DELIMITED BY SIZE
                   '   VALOR: '             DELIMITED BY SIZE
                   WS-TOTAL-EDIT            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            COMPUTE WS-TOT-CONFERE = WS-TOT-APLICADO + WS-TOT-SUSPENSE
                                   + WS-TOT-REJEITADO
                                   + WS-TOT-JA-BAIXADO
            MOVE SPACES TO PRINT-RECORD
            IF WS-CNT-LIDOS = WS-TRL-QTD
               AND WS-TOT-LIDO = WS-TRL-HASH-N
               AND WS-TOT-CONFERE = WS-TOT-LIDO
                MOVE 'LOTE DE RECEBIMENTOS BALANCEADO COM O TRAILER'
                    TO PRINT-RECORD
            ELSE
                MOVE '*** LOTE DE RECEBIMENTOS NAO BALANCEADO ***'
                    TO PRINT-RECORD
            END-IF
            WRITE PRINT-RECORD.
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

       END PROGRAM CRBAIXA.
