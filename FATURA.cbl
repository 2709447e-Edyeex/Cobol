      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   FATURAMENTO DOS PEDIDOS DE CLIENTE PRECIFICADOS POR
      *            CALCULOS: AGRUPA AS LINHAS DE CALCPED.DAT DE CADA
      *            PEDIDO NUMA FATURA COM NUMERO SEM LACUNAS
      *            PERSISTIDO EM FATSEQ.DAT (NO MESMO ESTILO DO
      *            RUNSEQ/CONTSEQ), IMPRIME CADA FATURA COMO DOCUMENTO
      *            (CABECALHO, LINHAS, DESCONTOS E TOTAL) EM FATURA.PRT
      *            E ACRESCENTA A FATURA AO REGISTRO FATREG.DAT, DE ONDE
      *            EXPCONT LEVA OS TOTAIS PARA A EXPORTACAO CONTABIL.
      *            PEDIDO COM LINHA RECUSADA NA CRITICA NAO E FATURADO
      *            E SAI LISTADO NO FIM DO RELATORIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PEDIDO-FILE ASSIGN TO "data/CALCPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT FATSEQ-FILE ASSIGN TO "data/FATSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATSEQ.

           SELECT FATREG-FILE ASSIGN TO "data/FATREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATREG.

           SELECT PRINT-FILE ASSIGN TO "data/FATURA.PRT"
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

       FD  PEDIDO-FILE.
       COPY PEDLIN.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  FATSEQ-FILE.
       01  FATSEQ-RECORD                   PIC 9(06).

       FD  FATREG-FILE.
       COPY FATREG.

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
       77 WS-FS-PEDIDO                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-FATSEQ                     PIC X(02) VALUE SPACES.
       77 WS-FS-FATREG                     PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-MESTRE-OK-FLAG                PIC X(01) VALUE 'N'.
           88 WS-MESTRE-OK                 VALUE 'S'.
      *-----------------------------------------------------------------
      *    PEDIDOS DA NOITE NA ORDEM EM QUE APARECEM EM CALCPED.DAT.
      *    SITUACAO: 'A' A FATURAR, 'R' RECUSADO (ALGUMA LINHA
      *    RECUSADA OU CLIENTE DIFERENTE ENTRE AS LINHAS), 'F' JA
      *    FATURADO NESTE LOTE (O PASSO ESTA SENDO REPETIDO).
       01 WS-TAB-PEDIDOS.
           05 WS-PED-ENT OCCURS 500 TIMES.
               10 WS-PED-NUMERO            PIC 9(06).
               10 WS-PED-CLIENTE           PIC 9(06).
               10 WS-PED-SITUACAO          PIC X(01).
               10 WS-PED-RAZAO             PIC X(30).
               10 WS-PED-LINHAS            PIC 9(04).
       77 WS-QTD-PEDIDOS                   PIC 9(03) VALUE ZEROS.
       77 WS-PED-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-PED-ACHADO                    PIC 9(03) VALUE ZEROS.
       77 WS-PED-BUSCA                     PIC 9(06) VALUE ZEROS.
       77 WS-CNT-PED-FORA                  PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    NUMERACAO SEM LACUNAS: O NUMERO SO E CONSUMIDO QUANDO A
      *    FATURA E EMITIDA E GRAVADA NO REGISTRO, E FATSEQ.DAT E
      *    REGRAVADO LOGO EM SEGUIDA. SE O PASSO CAIR ENTRE AS DUAS
      *    GRAVACOES, O MAIOR NUMERO DO REGISTRO PREVALECE NA
      *    EXECUCAO SEGUINTE E NENHUM NUMERO SE REPETE.
       77 WS-NUM-FATURA                    PIC 9(06) VALUE ZEROS.
       77 WS-ULT-REGISTRO                  PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DA FATURA EM EMISSAO E DO PASSO.
       77 WS-FAT-LINHAS                    PIC 9(04) VALUE ZEROS.
       77 WS-FAT-BRUTO                     PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-FAT-DESCONTO                  PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-FAT-TOTAL                     PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-CNT-EMITIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CNT-RECUSADOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-JA-FATURADOS              PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FATURADO                  PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-QTD-EDIT                      PIC ZZZZ9.
       77 WS-UNIT-EDIT                     PIC ZZZZ9.99.
       77 WS-VALOR-EDIT                    PIC ZZZZZZZZ9.99.
       77 WS-TOTAL-EDIT                    PIC ZZZZZZZZZZ9.99.
       77 WS-PCT-EDIT                      PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, NENHUMA FATURA EMITIDA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'FATURA' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            PERFORM CARREGAR-PEDIDOS
            IF WS-QTD-PEDIDOS = 0
                DISPLAY 'SEM PEDIDOS PRECIFICADOS (CALCPED) A FATURAR.'
                STOP RUN
            END-IF

            PERFORM LER-REGISTRO-FATURAS
            PERFORM LER-SEQUENCIA-FATURA

            MOVE 'N' TO WS-MESTRE-OK-FLAG
            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE 'S' TO WS-MESTRE-OK-FLAG
            END-IF

            OPEN EXTEND FATREG-FILE
            IF WS-FS-FATREG NOT = '00'
                OPEN OUTPUT FATREG-FILE
            END-IF
            OPEN OUTPUT PRINT-FILE

            MOVE 1 TO WS-PED-IDX
            PERFORM UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
                EVALUATE WS-PED-SITUACAO(WS-PED-IDX)
                    WHEN 'A'
                        PERFORM EMITIR-FATURA
                    WHEN 'R'
                        ADD 1 TO WS-CNT-RECUSADOS
                    WHEN 'F'
                        ADD 1 TO WS-CNT-JA-FATURADOS
                END-EVALUATE
                ADD 1 TO WS-PED-IDX
            END-PERFORM

            PERFORM IMPRIMIR-PEDIDOS-RECUSADOS

            CLOSE FATREG-FILE PRINT-FILE
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF

            MOVE WS-TOT-FATURADO TO WS-TOTAL-EDIT
            DISPLAY 'FATURAMENTO - LOTE ' WS-RUN-NUMERO
            DISPLAY 'PEDIDOS LIDOS........: ' WS-QTD-PEDIDOS
            DISPLAY 'FATURAS EMITIDAS.....: ' WS-CNT-EMITIDAS
            DISPLAY 'PEDIDOS RECUSADOS....: ' WS-CNT-RECUSADOS
            DISPLAY 'JA FATURADOS NO LOTE.: ' WS-CNT-JA-FATURADOS
            DISPLAY 'ULTIMA FATURA........: ' WS-NUM-FATURA
            DISPLAY 'TOTAL FATURADO.......: ' WS-TOTAL-EDIT
            IF WS-CNT-PED-FORA > 0
                DISPLAY 'ATENCAO: ' WS-CNT-PED-FORA ' LINHAS DE PEDIDO '
                        'ALEM DA CAPACIDADE DA TABELA NAO FATURADAS'
            END-IF

            STOP RUN.
      *-----------------------------------------------------------------
       CARREGAR-PEDIDOS.
      *-----------------------------------------------------------------
      *    PRIMEIRA PASSADA: MONTA A TABELA DE PEDIDOS E DECIDE QUAIS
      *    PODEM SER FATURADOS ANTES DE CONSUMIR QUALQUER NUMERO.
            MOVE ZEROS TO WS-QTD-PEDIDOS WS-CNT-PED-FORA
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT PEDIDO-FILE
            IF WS-FS-PEDIDO = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PEDIDO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM REGISTRAR-LINHA-PEDIDO
                    END-READ
                END-PERFORM
                CLOSE PEDIDO-FILE
            END-IF.
      *-----------------------------------------------------------------
       REGISTRAR-LINHA-PEDIDO.
      *-----------------------------------------------------------------
            MOVE PED-NUMERO TO WS-PED-BUSCA
            PERFORM LOCALIZAR-PEDIDO
            IF WS-PED-ACHADO = 0
                IF WS-QTD-PEDIDOS < 500
                    ADD 1 TO WS-QTD-PEDIDOS
                    MOVE WS-QTD-PEDIDOS TO WS-PED-ACHADO
                    MOVE PED-NUMERO  TO WS-PED-NUMERO(WS-PED-ACHADO)
                    MOVE PED-CUST-ID TO WS-PED-CLIENTE(WS-PED-ACHADO)
                    MOVE 'A'         TO WS-PED-SITUACAO(WS-PED-ACHADO)
                    MOVE SPACES      TO WS-PED-RAZAO(WS-PED-ACHADO)
                    MOVE ZEROS       TO WS-PED-LINHAS(WS-PED-ACHADO)
                ELSE
                    ADD 1 TO WS-CNT-PED-FORA
                END-IF
            END-IF
            IF WS-PED-ACHADO > 0
                ADD 1 TO WS-PED-LINHAS(WS-PED-ACHADO)
                IF WS-PED-SITUACAO(WS-PED-ACHADO) = 'A'
                    EVALUATE TRUE
                        WHEN PED-RECUSADO
                            MOVE 'R' TO WS-PED-SITUACAO(WS-PED-ACHADO)
                            MOVE PED-RAZAO
                                TO WS-PED-RAZAO(WS-PED-ACHADO)
                        WHEN PED-CUST-ID NOT =
                             WS-PED-CLIENTE(WS-PED-ACHADO)
                            MOVE 'R' TO WS-PED-SITUACAO(WS-PED-ACHADO)
                            MOVE 'CLIENTE DIFERENTE NO PEDIDO'
                                TO WS-PED-RAZAO(WS-PED-ACHADO)
                    END-EVALUATE
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       LOCALIZAR-PEDIDO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-PED-ACHADO
            MOVE 1     TO WS-PED-IDX
            PERFORM UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
                    OR WS-PED-ACHADO > 0
                IF WS-PED-NUMERO(WS-PED-IDX) = WS-PED-BUSCA
                    MOVE WS-PED-IDX TO WS-PED-ACHADO
                END-IF
                ADD 1 TO WS-PED-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       LER-REGISTRO-FATURAS.
      *-----------------------------------------------------------------
      *    O MAIOR NUMERO JA EMITIDO PROTEGE A NUMERACAO, E OS PEDIDOS
      *    JA FATURADOS NESTE LOTE NAO SAO FATURADOS DE NOVO QUANDO O
      *    PASSO E REPETIDO.
            MOVE ZEROS TO WS-ULT-REGISTRO
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT FATREG-FILE
            IF WS-FS-FATREG = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ FATREG-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM CONFERIR-FATURA-REGISTRADA
                    END-READ
                END-PERFORM
                CLOSE FATREG-FILE
            END-IF.
      *-----------------------------------------------------------------
       CONFERIR-FATURA-REGISTRADA.
      *-----------------------------------------------------------------
            IF FAT-NUMERO IS NUMERIC
                IF FAT-NUMERO > WS-ULT-REGISTRO
                    MOVE FAT-NUMERO TO WS-ULT-REGISTRO
                END-IF
            END-IF
            IF FAT-LOTE = WS-RUN-NUMERO
                MOVE FAT-PEDIDO TO WS-PED-BUSCA
                PERFORM LOCALIZAR-PEDIDO
                IF WS-PED-ACHADO > 0
                    MOVE 'F' TO WS-PED-SITUACAO(WS-PED-ACHADO)
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       LER-SEQUENCIA-FATURA.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-NUM-FATURA
            OPEN INPUT FATSEQ-FILE
            IF WS-FS-FATSEQ = '00'
                READ FATSEQ-FILE
                    NOT AT END
                        IF FATSEQ-RECORD IS NUMERIC
                            MOVE FATSEQ-RECORD TO WS-NUM-FATURA
                        END-IF
                END-READ
                CLOSE FATSEQ-FILE
            END-IF
            IF WS-ULT-REGISTRO > WS-NUM-FATURA
                DISPLAY 'FATSEQ ATRASADO EM RELACAO AO REGISTRO, '
                        'NUMERACAO RETOMADA EM ' WS-ULT-REGISTRO
                MOVE WS-ULT-REGISTRO TO WS-NUM-FATURA
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-SEQUENCIA-FATURA.
      *-----------------------------------------------------------------
            OPEN OUTPUT FATSEQ-FILE
            MOVE WS-NUM-FATURA TO FATSEQ-RECORD
            WRITE FATSEQ-RECORD
            CLOSE FATSEQ-FILE.
      *-----------------------------------------------------------------
       EMITIR-FATURA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-NUM-FATURA
            MOVE ZEROS TO WS-FAT-LINHAS WS-FAT-BRUTO WS-FAT-DESCONTO
                          WS-FAT-TOTAL

            PERFORM IMPRIMIR-CABECALHO-FATURA

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT PEDIDO-FILE
            PERFORM UNTIL WS-FIM-ARQ
                READ PEDIDO-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF PED-NUMERO = WS-PED-NUMERO(WS-PED-IDX)
                            PERFORM IMPRIMIR-LINHA-FATURA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PEDIDO-FILE

            PERFORM IMPRIMIR-TOTAIS-FATURA

            MOVE SPACES                     TO FATREG-RECORD
            MOVE WS-NUM-FATURA              TO FAT-NUMERO
            MOVE WS-RUN-NUMERO              TO FAT-LOTE
            MOVE WS-RUN-DATA                TO FAT-DATA
            MOVE WS-PED-NUMERO(WS-PED-IDX)  TO FAT-PEDIDO
            MOVE WS-PED-CLIENTE(WS-PED-IDX) TO FAT-CUST-ID
            MOVE WS-FAT-LINHAS              TO FAT-QTD-LINHAS
            MOVE WS-FAT-BRUTO               TO FAT-BRUTO
            MOVE WS-FAT-DESCONTO            TO FAT-DESCONTO
            MOVE WS-FAT-TOTAL               TO FAT-TOTAL
            WRITE FATREG-RECORD
            PERFORM GRAVAR-SEQUENCIA-FATURA

            ADD 1 TO WS-CNT-EMITIDAS
            ADD WS-FAT-TOTAL TO WS-TOT-FATURADO.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO-FATURA.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '=' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'FATURA NO. '     DELIMITED BY SIZE
                   WS-NUM-FATURA     DELIMITED BY SIZE
                   '          EMISSAO: ' DELIMITED BY SIZE
                   WS-RUN-DATA       DELIMITED BY SIZE
                   '     LOTE: '     DELIMITED BY SIZE
                   WS-RUN-NUMERO     DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

      *    NOME E DOCUMENTO DO CLIENTE VEM DO MESTRE; SEM O MESTRE A
      *    FATURA SAI SO COM O CODIGO.
            MOVE SPACES TO CUST-NOME-ORIGINAL CUST-DOCUMENTO
            IF WS-MESTRE-OK
                MOVE WS-PED-CLIENTE(WS-PED-IDX) TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE SPACES TO CUST-NOME-ORIGINAL
                                       CUST-DOCUMENTO
                END-READ
            END-IF

            MOVE SPACES TO PRINT-RECORD
            STRING 'PEDIDO: '        DELIMITED BY SIZE
                   WS-PED-NUMERO(WS-PED-IDX)  DELIMITED BY SIZE
                   '     CLIENTE: '  DELIMITED BY SIZE
                   WS-PED-CLIENTE(WS-PED-IDX) DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   CUST-NOME-ORIGINAL DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            IF CUST-DOCUMENTO NOT = SPACES
                MOVE SPACES TO PRINT-RECORD
                STRING 'CPF/CNPJ: '  DELIMITED BY SIZE
                       CUST-DOCUMENTO DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE 'ITEM'             TO PRINT-RECORD(1:4)
            MOVE 'DESCRICAO'        TO PRINT-RECORD(8:9)
            MOVE 'QTD'              TO PRINT-RECORD(32:3)
            MOVE 'UNITARIO'         TO PRINT-RECORD(38:8)
            MOVE 'BRUTO'            TO PRINT-RECORD(54:5)
            MOVE 'DESC'             TO PRINT-RECORD(61:4)
            MOVE 'FD'               TO PRINT-RECORD(67:2)
            MOVE 'DESCONTO'         TO PRINT-RECORD(76:8)
            MOVE 'LIQUIDO'          TO PRINT-RECORD(91:7)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-FATURA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-FAT-LINHAS
            ADD PED-BRUTO    TO WS-FAT-BRUTO
            ADD PED-DESCONTO TO WS-FAT-DESCONTO
            ADD PED-LIQUIDO  TO WS-FAT-TOTAL

            MOVE SPACES        TO PRINT-RECORD
            MOVE PED-ITEM      TO PRINT-RECORD(1:6)
            MOVE PED-DESCRICAO TO PRINT-RECORD(8:20)
            MOVE PED-QTD       TO WS-QTD-EDIT
            MOVE WS-QTD-EDIT   TO PRINT-RECORD(30:5)
            MOVE PED-UNIT      TO WS-UNIT-EDIT
            MOVE WS-UNIT-EDIT  TO PRINT-RECORD(37:8)
            MOVE PED-BRUTO     TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO PRINT-RECORD(47:12)
            MOVE PED-PCT       TO WS-PCT-EDIT
            MOVE WS-PCT-EDIT   TO PRINT-RECORD(62:2)
            MOVE '%'           TO PRINT-RECORD(64:1)
            MOVE PED-FONTE     TO PRINT-RECORD(68:1)
            MOVE PED-DESCONTO  TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO PRINT-RECORD(72:12)
            MOVE PED-LIQUIDO   TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO PRINT-RECORD(86:12)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS-FATURA.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE SPACES          TO PRINT-RECORD
            MOVE 'TOTAL BRUTO........:' TO PRINT-RECORD(60:20)
            MOVE WS-FAT-BRUTO    TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT   TO PRINT-RECORD(86:12)
            WRITE PRINT-RECORD

            MOVE SPACES          TO PRINT-RECORD
            MOVE 'TOTAL DE DESCONTOS.:' TO PRINT-RECORD(60:20)
            MOVE WS-FAT-DESCONTO TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT   TO PRINT-RECORD(86:12)
            WRITE PRINT-RECORD

            MOVE SPACES          TO PRINT-RECORD
            MOVE 'TOTAL DA FATURA....:' TO PRINT-RECORD(60:20)
            MOVE WS-FAT-TOTAL    TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT   TO PRINT-RECORD(86:12)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-PEDIDOS-RECUSADOS.
      *-----------------------------------------------------------------
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '=' TO PRINT-RECORD(1:110)
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'PEDIDOS NAO FATURADOS' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE 1 TO WS-PED-IDX
            PERFORM UNTIL WS-PED-IDX > WS-QTD-PEDIDOS
                IF WS-PED-SITUACAO(WS-PED-IDX) = 'R'
                    MOVE SPACES TO PRINT-RECORD
                    STRING '  PEDIDO: '     DELIMITED BY SIZE
                           WS-PED-NUMERO(WS-PED-IDX)  DELIMITED BY SIZE
                           '  CLIENTE: '    DELIMITED BY SIZE
                           WS-PED-CLIENTE(WS-PED-IDX) DELIMITED BY SIZE
                           '  RAZAO: '      DELIMITED BY SIZE
                           WS-PED-RAZAO(WS-PED-IDX)   DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
                    WRITE PRINT-RECORD
                END-IF
                ADD 1 TO WS-PED-IDX
            END-PERFORM

            MOVE WS-TOT-FATURADO TO WS-TOTAL-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'FATURAS EMITIDAS: '  DELIMITED BY SIZE
                   WS-CNT-EMITIDAS       DELIMITED BY SIZE
                   '   PEDIDOS RECUSADOS: ' DELIMITED BY SIZE
                   WS-CNT-RECUSADOS      DELIMITED BY SIZE
                   '   TOTAL FATURADO: ' DELIMITED BY SIZE
                   WS-TOTAL-EDIT         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
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

       END PROGRAM FATURA.
