      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   RELATORIO DO TITULAR DOS DADOS (LGPD): REUNE NUMA SO
      *            LISTAGEM (CLILGPD.PRT) TUDO O QUE O SISTEMA GUARDA
      *            SOBRE UM CUST-ID -- O REGISTRO DO MESTRE, OS
      *            ENDERECOS, AS IMAGENS DO JORNAL DE ALTERACOES E DO
      *            JORNAL DE ENDERECOS, AS LINHAS CLI= DO HISTORICO DE
      *            AUDITORIA, AS SUSPEITAS DE DUPLICIDADE E O LOG DA
      *            TRIAGEM, OS RETORNOS DAS FILIAIS, AS PARTIDAS DO
      *            CONTAS A RECEBER, AS FATURAS E AS ORDENS PERMANENTES.
      *            CADA BLOCO SAI MESMO VAZIO, COM "NADA CONSTA", PARA A
      *            RESPOSTA AO TITULAR MOSTRAR O QUE FOI PROCURADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT ADDRESS-FILE ASSIGN TO "data/CUSTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WS-FS-ADDRESS.

           SELECT JRNL-FILE ASSIGN TO "data/CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT ENDJ-FILE ASSIGN TO "data/CUSTENDJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENDJ.

           SELECT HIST-FILE ASSIGN TO "data/AUDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT DUP-FILE ASSIGN TO "data/CUSTDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUP.

           SELECT LOG-FILE ASSIGN TO "data/CUSTDUPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT RET1-FILE ASSIGN TO "data/CUSTRET1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET1.

           SELECT RET2-FILE ASSIGN TO "data/CUSTRET2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET2.

           SELECT RET3-FILE ASSIGN TO "data/CUSTRET3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET3.

           SELECT RECEB-FILE ASSIGN TO "data/CTARECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-FS-RECEB.

           SELECT FATREG-FILE ASSIGN TO "data/FATREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATREG.

           SELECT ORDEM-FILE ASSIGN TO "data/CALC2ORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDEM.

           SELECT PRINT-FILE ASSIGN TO "data/CLILGPD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  ADDRESS-FILE.
       COPY CUSTEND.

       FD  JRNL-FILE.
       COPY CUSTJRN.

       FD  ENDJ-FILE.
       COPY CUSTENDJ.

       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HIST-LOTE                   PIC 9(06).
           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC 9(10).

      *    POSICOES FIXAS DA LINHA DE SUSPEITA (VER GRAVAR-DUPLICATA
      *    EM COMANUNSTRING): LOTE 6-11, DATA 18-27, NOME 34-93,
      *    CUST-ID EXISTENTE 103-108, PARTES DO NOME 118-167, RAZAO
      *    176-201, ORIGEM 210-217 E CPF/CNPJ 223-236.
       FD  DUP-FILE.
       01  DUP-RECORD                      PIC X(240).

       FD  LOG-FILE.
       01  LOG-RECORD.
           05  DLOG-LOTE                   PIC 9(06).
           05  FILLER                      PIC X(01).
           05  DLOG-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  DLOG-LINHA                  PIC 9(06).
           05  FILLER                      PIC X(01).
           05  DLOG-DECISAO                PIC X(10).
           05  FILLER                      PIC X(01).
           05  DLOG-CUST-ID                PIC 9(06).
           05  FILLER                      PIC X(01).
           05  DLOG-NOME                   PIC X(60).

      *    LINHA NOME= DO RETORNO DAS FILIAIS (VER COMANUNSTRING): O
      *    CUST-ID NAS POSICOES 95-100.
       FD  RET1-FILE.
       01  RET1-RECORD                     PIC X(140).

       FD  RET2-FILE.
       01  RET2-RECORD                     PIC X(140).

       FD  RET3-FILE.
       01  RET3-RECORD                     PIC X(140).

       FD  RECEB-FILE.
       COPY CTAREC.

       FD  FATREG-FILE.
       COPY FATREG.

       FD  ORDEM-FILE.
       COPY ORDPERM.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-ADDRESS                    PIC X(02) VALUE SPACES.
       77 WS-FS-JRNL                       PIC X(02) VALUE SPACES.
       77 WS-FS-ENDJ                       PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FS-DUP                        PIC X(02) VALUE SPACES.
       77 WS-FS-LOG                        PIC X(02) VALUE SPACES.
       77 WS-FS-RET1                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET2                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET3                       PIC X(02) VALUE SPACES.
       77 WS-FS-RECEB                      PIC X(02) VALUE SPACES.
       77 WS-FS-FATREG                     PIC X(02) VALUE SPACES.
       77 WS-FS-ORDEM                      PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    PARAMETRO DA EXECUCAO, NO MESMO ESTILO DE ACCEPT FROM
      *    COMMAND-LINE DE AUDCONS: O CUST-ID DO TITULAR.
       77 WS-PARM                          PIC X(40) VALUE SPACES.
       77 WS-PARM-TOK1                     PIC X(10) VALUE SPACES.
       77 WS-BUSCA-ID                      PIC 9(06) VALUE ZEROS.
       77 WS-BUSCA-X REDEFINES WS-BUSCA-ID PIC X(06).
      *-----------------------------------------------------------------
      *    CAMPOS DE MONTAGEM DA LISTAGEM.
       77 WS-TITULO                        PIC X(60) VALUE SPACES.
       77 WS-CNT-SECAO                     PIC 9(06) VALUE ZEROS.
       77 WS-CNT-TOTAL                     PIC 9(06) VALUE ZEROS.
       77 WS-ROTULO                        PIC X(10) VALUE SPACES.
       77 WS-IMAGEM                        PIC X(250) VALUE SPACES.
       77 WS-SITUACAO-DESC                 PIC X(20) VALUE SPACES.
       77 WS-RET-SLOT                      PIC 9(01) VALUE ZEROS.
       77 WS-RET-LINHA                     PIC X(140) VALUE SPACES.
       77 WS-VALOR-EDIT                    PIC -ZZZZZZZZ9.9999.
       77 WS-SALDO-EDIT                    PIC -ZZZZZZZZ9.9999.
       77 WS-FAT-EDIT                      PIC ZZZZZZZZ9.99.
       77 WS-LIMITE-EDIT                   PIC ZZZZZZZZ9.99.
       77 WS-SALDO-ABERTO                  PIC S9(11)V9(4) VALUE ZEROS.
       77 WS-TOTAL-EDIT                    PIC -ZZZZZZZZZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            ACCEPT WS-PARM FROM COMMAND-LINE
            UNSTRING WS-PARM DELIMITED BY ALL SPACES
                INTO WS-PARM-TOK1
            END-UNSTRING
            IF WS-PARM-TOK1(1:6) NOT NUMERIC
               OR WS-PARM-TOK1(7:4) NOT = SPACES
                DISPLAY 'USO: NNNNNN (CUST-ID DO TITULAR)'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PARM-TOK1(1:6) TO WS-BUSCA-X

            PERFORM LER-RUN-HEADER
            OPEN OUTPUT PRINT-FILE

            MOVE SPACES TO PRINT-RECORD
            STRING 'RELATORIO DO TITULAR DOS DADOS (LGPD) - CUST-ID '
                   DELIMITED BY SIZE
                   WS-BUSCA-ID   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'EMITIDO NO LOTE ' DELIMITED BY SIZE
                   WS-RUN-NUMERO      DELIMITED BY SIZE
                   ' DE '             DELIMITED BY SIZE
                   WS-RUN-DATA        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            PERFORM LISTAR-CADASTRO
            PERFORM LISTAR-ENDERECOS
            PERFORM LISTAR-JORNAL
            PERFORM LISTAR-JORNAL-ENDERECO
            PERFORM LISTAR-AUDITORIA
            PERFORM LISTAR-SUSPEITAS
            PERFORM LISTAR-LOG-TRIAGEM
            PERFORM LISTAR-RETORNOS
            PERFORM LISTAR-CONTAS-RECEBER
            PERFORM LISTAR-FATURAS
            PERFORM LISTAR-ORDENS

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '=' TO PRINT-RECORD(1:132)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'TOTAL DE REGISTROS LISTADOS: ' DELIMITED BY SIZE
                   WS-CNT-TOTAL                   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            CLOSE PRINT-FILE

            DISPLAY 'RELATORIO DO TITULAR ' WS-BUSCA-ID
                    ': ' WS-CNT-TOTAL ' REGISTROS.'
            DISPLAY 'RELATORIO GRAVADO EM data/CLILGPD.PRT'

            STOP RUN.
      *-----------------------------------------------------------------
       ABRIR-SECAO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-CNT-SECAO
            MOVE SPACES TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '=' TO PRINT-RECORD(1:132)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-TITULO TO PRINT-RECORD
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:132)
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       FECHAR-SECAO.
      *-----------------------------------------------------------------
            IF WS-CNT-SECAO = 0
                MOVE SPACES TO PRINT-RECORD
                MOVE '(NADA CONSTA)' TO PRINT-RECORD
                WRITE PRINT-RECORD
            END-IF
            ADD WS-CNT-SECAO TO WS-CNT-TOTAL.
      *-----------------------------------------------------------------
       IMPRIMIR-IMAGEM.
      *-----------------------------------------------------------------
      *    IMAGEM DE REGISTRO DE JORNAL EM FATIAS DE 125 POSICOES, COM
      *    O ROTULO (ANTES/DEPOIS) NA PRIMEIRA.
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-ROTULO TO PRINT-RECORD(3:10)
            IF WS-IMAGEM = SPACES
                MOVE '(EM BRANCO)' TO PRINT-RECORD(13:11)
                WRITE PRINT-RECORD
            ELSE
                MOVE WS-IMAGEM(1:125) TO PRINT-RECORD(13:125)
                WRITE PRINT-RECORD
                IF WS-IMAGEM(126:125) NOT = SPACES
                    MOVE SPACES TO PRINT-RECORD
                    MOVE WS-IMAGEM(126:125) TO PRINT-RECORD(13:125)
                    WRITE PRINT-RECORD
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       LISTAR-CADASTRO.
      *-----------------------------------------------------------------
      *    O REGISTRO DO MESTRE E, NUMA VARREDURA, OS CADASTROS QUE
      *    FORAM UNIFICADOS NESTE CLIENTE (O PONTEIRO CUST-ID-SUCESSOR
      *    DELES APONTA PARA O TITULAR).
            MOVE 'CADASTRO DO CLIENTE (CUSTMAST)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE WS-BUSCA-ID TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM IMPRIMIR-CADASTRO
                END-READ

                MOVE ZEROS TO CUST-ID
                START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
                    INVALID KEY
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT INVALID KEY
                        MOVE 'N' TO WS-FIM-ARQ-FLAG
                END-START
                PERFORM UNTIL WS-FIM-ARQ
                    READ CUSTOMER-FILE NEXT
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF CUST-UNIFICADO
                               AND CUST-ID-SUCESSOR = WS-BUSCA-ID
                                ADD 1 TO WS-CNT-SECAO
                                MOVE SPACES TO PRINT-RECORD
                                STRING 'CADASTRO UNIFICADO NESTE: '
                                       DELIMITED BY SIZE
                                       CUST-ID DELIMITED BY SIZE
                                       INTO PRINT-RECORD
                                END-STRING
                                WRITE PRINT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       IMPRIMIR-CADASTRO.
      *-----------------------------------------------------------------
            ADD 1 TO WS-CNT-SECAO
            EVALUATE TRUE
                WHEN CUST-EXCLUIDO
                    MOVE 'E - EXCLUIDO'  TO WS-SITUACAO-DESC
                WHEN CUST-UNIFICADO
                    MOVE 'U - UNIFICADO' TO WS-SITUACAO-DESC
                WHEN OTHER
                    MOVE 'ATIVO'         TO WS-SITUACAO-DESC
            END-EVALUATE

            MOVE SPACES TO PRINT-RECORD
            STRING 'NOME (PARTES)...: ' DELIMITED BY SIZE
                   CUST-PRIM-NOME       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-NOME-MEIO-1     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-NOME-MEIO-2     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-NOME-MEIO-3     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-ULTI-NOME       DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'NOME ORIGINAL...: ' DELIMITED BY SIZE
                   CUST-NOME-ORIGINAL   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'DOCUMENTO.......: ' DELIMITED BY SIZE
                   CUST-DOC-TIPO        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   CUST-DOCUMENTO       DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'ORIGEM..........: ' DELIMITED BY SIZE
                   CUST-ORIGEM          DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'SITUACAO........: ' DELIMITED BY SIZE
                   WS-SITUACAO-DESC     DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'INCLUSAO........: LOTE ' DELIMITED BY SIZE
                   CUST-LOTE-INCL            DELIMITED BY SIZE
                   ' DE '                    DELIMITED BY SIZE
                   CUST-DATA-INCL            DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'ULTIMA MANUTENC.: LOTE ' DELIMITED BY SIZE
                   CUST-LOTE-MANUT           DELIMITED BY SIZE
                   ' DE '                    DELIMITED BY SIZE
                   CUST-DATA-MANUT           DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            IF CUST-LIMITE-CREDITO NUMERIC
                MOVE CUST-LIMITE-CREDITO TO WS-LIMITE-EDIT
            ELSE
                MOVE ZEROS TO WS-LIMITE-EDIT
            END-IF
            STRING 'LIMITE DE CREDITO: ' DELIMITED BY SIZE
                   WS-LIMITE-EDIT        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            IF CUST-UNIFICADO
                MOVE SPACES TO PRINT-RECORD
                STRING 'UNIFICADO EM....: ' DELIMITED BY SIZE
                       CUST-ID-SUCESSOR     DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF.
      *-----------------------------------------------------------------
       LISTAR-ENDERECOS.
      *-----------------------------------------------------------------
            MOVE 'ENDERECOS E CONTATOS (CUSTEND)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            OPEN INPUT ADDRESS-FILE
            IF WS-FS-ADDRESS = '00'
                MOVE WS-BUSCA-ID TO END-CUST-ID
                MOVE 'C' TO END-TIPO
                PERFORM IMPRIMIR-ENDERECO
                MOVE WS-BUSCA-ID TO END-CUST-ID
                MOVE 'E' TO END-TIPO
                PERFORM IMPRIMIR-ENDERECO
                CLOSE ADDRESS-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       IMPRIMIR-ENDERECO.
      *-----------------------------------------------------------------
            READ ADDRESS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-SECAO
                    MOVE SPACES TO PRINT-RECORD
                    STRING 'TIPO '        DELIMITED BY SIZE
                           END-TIPO       DELIMITED BY SIZE
                           ': '           DELIMITED BY SIZE
                           END-LOGRADOURO DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           END-NUMERO     DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           END-COMPLEMENTO DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           END-BAIRRO     DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
                    WRITE PRINT-RECORD
                    MOVE SPACES TO PRINT-RECORD
                    STRING '        '     DELIMITED BY SIZE
                           END-CIDADE     DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           END-UF         DELIMITED BY SIZE
                           ' CEP '        DELIMITED BY SIZE
                           END-CEP        DELIMITED BY SIZE
                           ' TEL '        DELIMITED BY SIZE
                           END-TELEFONE   DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           END-EMAIL      DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
                    WRITE PRINT-RECORD
            END-READ.
      *-----------------------------------------------------------------
       LISTAR-JORNAL.
      *-----------------------------------------------------------------
            MOVE 'JORNAL DE ALTERACOES DO MESTRE (CUSTJRNL)'
                TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ JRNL-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF JRN-CUST-ID = WS-BUSCA-ID
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            STRING 'LOTE '      DELIMITED BY SIZE
                                   JRN-LOTE     DELIMITED BY SIZE
                                   ' DE '       DELIMITED BY SIZE
                                   JRN-DATA     DELIMITED BY SIZE
                                   ' ACAO '     DELIMITED BY SIZE
                                   JRN-ACAO     DELIMITED BY SIZE
                                   ' OPERADOR ' DELIMITED BY SIZE
                                   JRN-OPERADOR DELIMITED BY SIZE
                                   INTO PRINT-RECORD
                            END-STRING
                            WRITE PRINT-RECORD
                            MOVE 'ANTES :'  TO WS-ROTULO
                            MOVE JRN-ANTES  TO WS-IMAGEM
                            PERFORM IMPRIMIR-IMAGEM
                            MOVE 'DEPOIS:'  TO WS-ROTULO
                            MOVE JRN-DEPOIS TO WS-IMAGEM
                            PERFORM IMPRIMIR-IMAGEM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-JRNL = '00' OR WS-FS-JRNL = '10'
                CLOSE JRNL-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-JORNAL-ENDERECO.
      *-----------------------------------------------------------------
            MOVE 'JORNAL DO CADASTRO DE ENDERECOS (CUSTENDJ)'
                TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT ENDJ-FILE
            IF WS-FS-ENDJ NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ ENDJ-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF ENDJ-CUST-ID = WS-BUSCA-ID
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            STRING 'LOTE '      DELIMITED BY SIZE
                                   ENDJ-LOTE    DELIMITED BY SIZE
                                   ' DE '       DELIMITED BY SIZE
                                   ENDJ-DATA    DELIMITED BY SIZE
                                   ' ACAO '     DELIMITED BY SIZE
                                   ENDJ-ACAO    DELIMITED BY SIZE
                                   ' TIPO '     DELIMITED BY SIZE
                                   ENDJ-TIPO    DELIMITED BY SIZE
                                   INTO PRINT-RECORD
                            END-STRING
                            WRITE PRINT-RECORD
                            MOVE 'ANTES :'   TO WS-ROTULO
                            MOVE ENDJ-ANTES  TO WS-IMAGEM
                            PERFORM IMPRIMIR-IMAGEM
                            MOVE 'DEPOIS:'   TO WS-ROTULO
                            MOVE ENDJ-DEPOIS TO WS-IMAGEM
                            PERFORM IMPRIMIR-IMAGEM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-ENDJ = '00' OR WS-FS-ENDJ = '10'
                CLOSE ENDJ-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-AUDITORIA.
      *-----------------------------------------------------------------
      *    LINHAS DO HISTORICO DE AUDITORIA COM O CUST-ID DO TITULAR NO
      *    CLI= (POSICOES 64-73 DA LINHA DE CALCULO2, VER EXTRACSV).
            MOVE 'HISTORICO DE AUDITORIA (AUDHIST)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ HIST-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF HIST-LINHA(64:4) = 'CLI='
                           AND HIST-LINHA(68:6) = WS-BUSCA-X
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            MOVE HIST-RECORD TO PRINT-RECORD
                            WRITE PRINT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-HIST = '00' OR WS-FS-HIST = '10'
                CLOSE HIST-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-SUSPEITAS.
      *-----------------------------------------------------------------
            MOVE 'SUSPEITAS DE DUPLICIDADE PENDENTES (CUSTDUP)'
                TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT DUP-FILE
            IF WS-FS-DUP NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ DUP-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF DUP-RECORD(103:6) = WS-BUSCA-X
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            MOVE DUP-RECORD(1:125)
                                TO PRINT-RECORD(1:125)
                            WRITE PRINT-RECORD
                            MOVE SPACES TO PRINT-RECORD
                            MOVE DUP-RECORD(126:115)
                                TO PRINT-RECORD(13:115)
                            WRITE PRINT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-DUP = '00' OR WS-FS-DUP = '10'
                CLOSE DUP-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-LOG-TRIAGEM.
      *-----------------------------------------------------------------
            MOVE 'DECISOES DA TRIAGEM DE DUPLICIDADE (CUSTDUPL)'
                TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT LOG-FILE
            IF WS-FS-LOG NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ LOG-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF DLOG-CUST-ID = WS-BUSCA-ID
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            MOVE LOG-RECORD TO PRINT-RECORD
                            WRITE PRINT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-LOG = '00' OR WS-FS-LOG = '10'
                CLOSE LOG-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-RETORNOS.
      *-----------------------------------------------------------------
            MOVE 'RETORNOS AS FILIAIS (CUSTRET1-3)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 1 TO WS-RET-SLOT
            PERFORM UNTIL WS-RET-SLOT > 3
                PERFORM ABRIR-RETORNO-ENTRADA
                PERFORM UNTIL WS-FIM-ARQ
                    PERFORM LER-RETORNO-FILIAL
                    IF NOT WS-FIM-ARQ
                       AND WS-RET-LINHA(1:5) = 'NOME='
                       AND WS-RET-LINHA(95:6) = WS-BUSCA-X
                        ADD 1 TO WS-CNT-SECAO
                        MOVE SPACES TO PRINT-RECORD
                        STRING 'POSICAO '   DELIMITED BY SIZE
                               WS-RET-SLOT  DELIMITED BY SIZE
                               ': '         DELIMITED BY SIZE
                               WS-RET-LINHA DELIMITED BY SIZE
                               INTO PRINT-RECORD
                        END-STRING
                        WRITE PRINT-RECORD
                    END-IF
                END-PERFORM
                PERFORM FECHAR-RETORNO-FILIAL
                ADD 1 TO WS-RET-SLOT
            END-PERFORM
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-CONTAS-RECEBER.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTAS A RECEBER COMECA PELO CUST-ID: UM START E
      *    LEITURAS SEQUENCIAIS ATE A CHAVE MUDAR DE CLIENTE, COMO EM
      *    SOMAR-SALDO-ABERTO DE CALCULO2.
            MOVE 'PARTIDAS DO CONTAS A RECEBER (CTARECEB)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE ZEROS TO WS-SALDO-ABERTO
            OPEN INPUT RECEB-FILE
            IF WS-FS-RECEB = '00'
                MOVE 'N'         TO WS-FIM-ARQ-FLAG
                MOVE WS-BUSCA-ID TO CR-CUST-ID
                MOVE ZEROS       TO CR-LOTE CR-SEQ
                START RECEB-FILE KEY IS NOT LESS THAN CR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                END-START
                PERFORM UNTIL WS-FIM-ARQ
                    READ RECEB-FILE NEXT
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF CR-CUST-ID NOT = WS-BUSCA-ID
                                MOVE 'S' TO WS-FIM-ARQ-FLAG
                            ELSE
                                PERFORM IMPRIMIR-PARTIDA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEB-FILE
            END-IF
            IF WS-CNT-SECAO > 0
                MOVE SPACES TO PRINT-RECORD
                MOVE WS-SALDO-ABERTO TO WS-TOTAL-EDIT
                STRING 'SALDO EM ABERTO: ' DELIMITED BY SIZE
                       WS-TOTAL-EDIT       DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       IMPRIMIR-PARTIDA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-CNT-SECAO
            IF CR-ABERTO
                ADD CR-SALDO TO WS-SALDO-ABERTO
            END-IF
            MOVE CR-VALOR TO WS-VALOR-EDIT
            MOVE CR-SALDO TO WS-SALDO-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'LOTE '        DELIMITED BY SIZE
                   CR-LOTE        DELIMITED BY SIZE
                   ' SEQ '        DELIMITED BY SIZE
                   CR-SEQ         DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CR-TIPO        DELIMITED BY SIZE
                   ' DATA '       DELIMITED BY SIZE
                   CR-DATA        DELIMITED BY SIZE
                   ' VENCTO '     DELIMITED BY SIZE
                   CR-VENCTO      DELIMITED BY SIZE
                   ' VALOR '      DELIMITED BY SIZE
                   WS-VALOR-EDIT  DELIMITED BY SIZE
                   ' SALDO '      DELIMITED BY SIZE
                   WS-SALDO-EDIT  DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CR-SITUACAO    DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   CR-DATA-BAIXA  DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       LISTAR-FATURAS.
      *-----------------------------------------------------------------
            MOVE 'FATURAS EMITIDAS (FATREG)' TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT FATREG-FILE
            IF WS-FS-FATREG NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ FATREG-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF FAT-CUST-ID = WS-BUSCA-ID
                            ADD 1 TO WS-CNT-SECAO
                            MOVE FAT-TOTAL TO WS-FAT-EDIT
                            MOVE SPACES TO PRINT-RECORD
                            STRING 'FATURA '    DELIMITED BY SIZE
                                   FAT-NUMERO   DELIMITED BY SIZE
                                   ' LOTE '     DELIMITED BY SIZE
                                   FAT-LOTE     DELIMITED BY SIZE
                                   ' DE '       DELIMITED BY SIZE
                                   FAT-DATA     DELIMITED BY SIZE
                                   ' PEDIDO '   DELIMITED BY SIZE
                                   FAT-PEDIDO   DELIMITED BY SIZE
                                   ' TOTAL '    DELIMITED BY SIZE
                                   WS-FAT-EDIT  DELIMITED BY SIZE
                                   INTO PRINT-RECORD
                            END-STRING
                            WRITE PRINT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-FATREG = '00' OR WS-FS-FATREG = '10'
                CLOSE FATREG-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       LISTAR-ORDENS.
      *-----------------------------------------------------------------
            MOVE 'ORDENS PERMANENTES DE CALCULO (CALC2ORD)'
                TO WS-TITULO
            PERFORM ABRIR-SECAO
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT ORDEM-FILE
            IF WS-FS-ORDEM NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ ORDEM-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        IF ORD-CUST-ID = WS-BUSCA-X
                            ADD 1 TO WS-CNT-SECAO
                            MOVE SPACES TO PRINT-RECORD
                            MOVE ORD-RECORD TO PRINT-RECORD
                            WRITE PRINT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-ORDEM = '00' OR WS-FS-ORDEM = '10'
                CLOSE ORDEM-FILE
            END-IF
            PERFORM FECHAR-SECAO.
      *-----------------------------------------------------------------
       ABRIR-RETORNO-ENTRADA.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            EVALUATE WS-RET-SLOT
                WHEN 1
                    OPEN INPUT RET1-FILE
                    IF WS-FS-RET1 NOT = '00'
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    END-IF
                WHEN 2
                    OPEN INPUT RET2-FILE
                    IF WS-FS-RET2 NOT = '00'
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    END-IF
                WHEN 3
                    OPEN INPUT RET3-FILE
                    IF WS-FS-RET3 NOT = '00'
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    END-IF
            END-EVALUATE.
      *-----------------------------------------------------------------
       LER-RETORNO-FILIAL.
      *-----------------------------------------------------------------
            EVALUATE WS-RET-SLOT
                WHEN 1
                    READ RET1-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE RET1-RECORD TO WS-RET-LINHA
                    END-READ
                WHEN 2
                    READ RET2-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE RET2-RECORD TO WS-RET-LINHA
                    END-READ
                WHEN 3
                    READ RET3-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE RET3-RECORD TO WS-RET-LINHA
                    END-READ
            END-EVALUATE.
      *-----------------------------------------------------------------
       FECHAR-RETORNO-FILIAL.
      *-----------------------------------------------------------------
      *    FECHA SO O QUE ABRIU: UM RETORNO INEXISTENTE NAO CHEGA A
      *    SER ABERTO.
            EVALUATE WS-RET-SLOT
                WHEN 1
                    IF WS-FS-RET1 = '00' OR WS-FS-RET1 = '10'
                        CLOSE RET1-FILE
                    END-IF
                WHEN 2
                    IF WS-FS-RET2 = '00' OR WS-FS-RET2 = '10'
                        CLOSE RET2-FILE
                    END-IF
                WHEN 3
                    IF WS-FS-RET3 = '00' OR WS-FS-RET3 = '10'
                        CLOSE RET3-FILE
                    END-IF
            END-EVALUATE.
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

       END PROGRAM CLILGPD.
