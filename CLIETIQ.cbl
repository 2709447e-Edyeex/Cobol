      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   ETIQUETAS DE CORRESPONDENCIA E LISTA DE CONTATOS DOS
      *            CLIENTES ATIVOS, A PARTIR DO MESTRE (CUSTMAST.DAT) E
      *            DO CADASTRO DE ENDERECOS (CUSTEND.DAT) MANTIDO POR
      *            CLIMANUT. A ETIQUETA USA O ENDERECO DE COBRANCA E,
      *            NA FALTA DELE, O DE ENTREGA. CLIENTE EXCLUIDO ('E')
      *            NUNCA SAI NA ETIQUETA NEM NA LISTA. O PARAMETRO
      *            RESTRINGE A SAIDA A UMA ORIGEM OU A UMA FAIXA DE CEP:
      *              (EM BRANCO)            TODOS OS ATIVOS
      *              ORIGEM XXXXXXXX        SO A ORIGEM INFORMADA
      *              CEP NNNNNNNN NNNNNNNN  SO A FAIXA DE CEP
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIETIQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LABEL-FILE ASSIGN TO "data/CLIETIQ.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LABEL.

           SELECT CONTACT-FILE ASSIGN TO "data/CLICONT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTACT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  ADDRESS-FILE.
       COPY CUSTEND.

       FD  LABEL-FILE.
       01  LABEL-RECORD                    PIC X(80).

       FD  CONTACT-FILE.
       01  CONTACT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-ADDRESS                    PIC X(02) VALUE SPACES.
       77 WS-FS-LABEL                      PIC X(02) VALUE SPACES.
       77 WS-FS-CONTACT                    PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-ENDERECOS-OK-FLAG             PIC X(01) VALUE 'N'.
           88 WS-ENDERECOS-OK              VALUE 'S'.
       77 WS-TEM-ENDERECO-FLAG             PIC X(01) VALUE 'N'.
           88 WS-TEM-ENDERECO              VALUE 'S'.
      *-----------------------------------------------------------------
      *    PARAMETRO DA EXECUCAO, NO MESMO ESTILO DE ACCEPT FROM
      *    COMMAND-LINE DE AUDCONS.
       77 WS-PARM                          PIC X(40) VALUE SPACES.
       77 WS-PARM-TOK1                     PIC X(10) VALUE SPACES.
       77 WS-PARM-TOK2                     PIC X(10) VALUE SPACES.
       77 WS-PARM-TOK3                     PIC X(10) VALUE SPACES.
       77 WS-MODO                          PIC X(01) VALUE SPACES.
           88 WS-MODO-TODOS                VALUE 'T'.
           88 WS-MODO-ORIGEM               VALUE 'O'.
           88 WS-MODO-CEP                  VALUE 'C'.
       77 WS-ORIGEM-BUSCA                  PIC X(08) VALUE SPACES.
       77 WS-CEP-INI                       PIC 9(08) VALUE ZEROS.
       77 WS-CEP-FIM                       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    LINHAS MONTADAS DA ETIQUETA E DA LISTA.
       77 WS-NOME-ETIQ                     PIC X(60) VALUE SPACES.
       77 WS-CIDADE-UF                     PIC X(30) VALUE SPACES.
       01 WS-CEP-EDIT.
           05  WS-CEP-EDIT-5               PIC X(05).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-CEP-EDIT-3               PIC X(03).
       77 WS-CNT-LIDOS                     PIC 9(06) VALUE ZEROS.
       77 WS-CNT-EXCLUIDOS                 PIC 9(06) VALUE ZEROS.
       77 WS-CNT-ETIQUETAS                 PIC 9(06) VALUE ZEROS.
       77 WS-CNT-CONTATOS                  PIC 9(06) VALUE ZEROS.
       77 WS-CNT-SEM-ENDERECO              PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-PARAMETRO

            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER NOT = '00'
                DISPLAY 'ERRO AO ABRIR CUSTOMER-FILE, FILE STATUS: '
                        WS-FS-CUSTOMER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

      *    SEM CADASTRO DE ENDERECOS AINDA, A LISTA DE CONTATOS SAI
      *    MESMO ASSIM (TODOS SEM ENDERECO) E AS ETIQUETAS FICAM VAZIAS.
            OPEN INPUT ADDRESS-FILE
            IF WS-FS-ADDRESS = '00'
                MOVE 'S' TO WS-ENDERECOS-OK-FLAG
            END-IF

            OPEN OUTPUT LABEL-FILE
            OPEN OUTPUT CONTACT-FILE
            PERFORM IMPRIMIR-CABECALHO-LISTA

            PERFORM UNTIL WS-FIM-ARQ
                READ CUSTOMER-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM PROCESSAR-CLIENTE
                END-READ
            END-PERFORM

            PERFORM IMPRIMIR-TOTAIS-LISTA

            CLOSE CUSTOMER-FILE
            IF WS-ENDERECOS-OK
                CLOSE ADDRESS-FILE
            END-IF
            CLOSE LABEL-FILE
            CLOSE CONTACT-FILE

            DISPLAY 'CLIENTES LIDOS.......: ' WS-CNT-LIDOS
            DISPLAY 'EXCLUIDOS IGNORADOS..: ' WS-CNT-EXCLUIDOS
            DISPLAY 'ETIQUETAS IMPRESSAS..: ' WS-CNT-ETIQUETAS
            DISPLAY 'CONTATOS LISTADOS....: ' WS-CNT-CONTATOS
            DISPLAY 'SEM ENDERECO.........: ' WS-CNT-SEM-ENDERECO
            DISPLAY 'ETIQUETAS GRAVADAS EM data/CLIETIQ.PRT'
            DISPLAY 'CONTATOS GRAVADOS EM data/CLICONT.PRT'

            STOP RUN.
      *-----------------------------------------------------------------
       LER-PARAMETRO.
      *-----------------------------------------------------------------
            ACCEPT WS-PARM FROM COMMAND-LINE
            UNSTRING WS-PARM DELIMITED BY ALL SPACES
                INTO WS-PARM-TOK1
                     WS-PARM-TOK2
                     WS-PARM-TOK3
            END-UNSTRING

            EVALUATE TRUE
                WHEN WS-PARM = SPACES
                    MOVE 'T' TO WS-MODO
                WHEN WS-PARM-TOK1 = 'ORIGEM'
                 AND WS-PARM-TOK2 NOT = SPACES
                    MOVE 'O' TO WS-MODO
                    MOVE WS-PARM-TOK2(1:8) TO WS-ORIGEM-BUSCA
                WHEN WS-PARM-TOK1 = 'CEP'
                 AND WS-PARM-TOK2(1:8) IS NUMERIC
                 AND WS-PARM-TOK3(1:8) IS NUMERIC
                    MOVE 'C' TO WS-MODO
                    MOVE WS-PARM-TOK2(1:8) TO WS-CEP-INI
                    MOVE WS-PARM-TOK3(1:8) TO WS-CEP-FIM
                WHEN OTHER
                    DISPLAY 'USO: (SEM PARAMETRO) TODOS OS ATIVOS'
                    DISPLAY ' OU: ORIGEM XXXXXXXX'
                    DISPLAY ' OU: CEP NNNNNNNN NNNNNNNN'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.
      *-----------------------------------------------------------------
       PROCESSAR-CLIENTE.
      *-----------------------------------------------------------------
            ADD 1 TO WS-CNT-LIDOS
      *    O CADASTRO APOSENTADO POR UNIFICACAO NAO RECEBE
      *    CORRESPONDENCIA: ELA VAI PELO SOBREVIVENTE.
            IF CUST-EXCLUIDO OR CUST-UNIFICADO
                ADD 1 TO WS-CNT-EXCLUIDOS
            ELSE
                IF NOT WS-MODO-ORIGEM
                   OR CUST-ORIGEM = WS-ORIGEM-BUSCA
                    PERFORM BUSCAR-ENDERECO
                    PERFORM SELECIONAR-CLIENTE
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       SELECIONAR-CLIENTE.
      *-----------------------------------------------------------------
      *    NA FAIXA DE CEP SO ENTRA QUEM TEM ENDERECO DENTRO DELA; NOS
      *    OUTROS MODOS O CLIENTE SEM ENDERECO AINDA SAI NA LISTA DE
      *    CONTATOS, PARA A FILIAL COMPLETAR O CADASTRO.
            IF WS-MODO-CEP
                IF WS-TEM-ENDERECO
                   AND END-CEP NOT < WS-CEP-INI
                   AND END-CEP NOT > WS-CEP-FIM
                    PERFORM MONTAR-NOME-ETIQUETA
                    PERFORM IMPRIMIR-ETIQUETA
                    PERFORM IMPRIMIR-CONTATO
                END-IF
            ELSE
                PERFORM MONTAR-NOME-ETIQUETA
                IF WS-TEM-ENDERECO
                    PERFORM IMPRIMIR-ETIQUETA
                ELSE
                    ADD 1 TO WS-CNT-SEM-ENDERECO
                END-IF
                PERFORM IMPRIMIR-CONTATO
            END-IF.
      *-----------------------------------------------------------------
       BUSCAR-ENDERECO.
      *-----------------------------------------------------------------
      *    COBRANCA PRIMEIRO; SE O CLIENTE SO TEM ENDERECO DE ENTREGA,
      *    A CORRESPONDENCIA VAI PARA ELE.
            MOVE 'N' TO WS-TEM-ENDERECO-FLAG
            IF WS-ENDERECOS-OK
                MOVE CUST-ID TO END-CUST-ID
                MOVE 'C'     TO END-TIPO
                READ ADDRESS-FILE
                    INVALID KEY
                        MOVE CUST-ID TO END-CUST-ID
                        MOVE 'E'     TO END-TIPO
                        READ ADDRESS-FILE
                            NOT INVALID KEY
                                MOVE 'S' TO WS-TEM-ENDERECO-FLAG
                        END-READ
                    NOT INVALID KEY
                        MOVE 'S' TO WS-TEM-ENDERECO-FLAG
                END-READ
            END-IF
            IF NOT WS-TEM-ENDERECO
                MOVE SPACES TO END-RECORD
                MOVE ZEROS  TO END-CEP
            END-IF.
      *-----------------------------------------------------------------
       MONTAR-NOME-ETIQUETA.
      *-----------------------------------------------------------------
      *    A CORRESPONDENCIA USA A GRAFIA ORIGINAL DO NOME; CLIENTE
      *    INCLUIDO ANTES DELA EXISTIR TEM O NOME REMONTADO DAS PARTES.
            MOVE SPACES TO WS-NOME-ETIQ
            IF CUST-NOME-ORIGINAL NOT = SPACES
                MOVE CUST-NOME-ORIGINAL TO WS-NOME-ETIQ
            ELSE
                STRING FUNCTION TRIM(CUST-PRIM-NOME)
                           DELIMITED BY SIZE
                       ' '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CUST-NOME-MEIO-1)
                           DELIMITED BY SIZE
                       ' '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CUST-NOME-MEIO-2)
                           DELIMITED BY SIZE
                       ' '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CUST-NOME-MEIO-3)
                           DELIMITED BY SIZE
                       ' '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CUST-ULTI-NOME)
                           DELIMITED BY SIZE
                       INTO WS-NOME-ETIQ
                END-STRING
      *        PARTES DO MEIO VAZIAS DEIXAM ESPACOS DOBRADOS NO NOME.
                MOVE FUNCTION TRIM(WS-NOME-ETIQ) TO WS-NOME-ETIQ
            END-IF
            MOVE SPACES TO WS-CIDADE-UF
            IF WS-TEM-ENDERECO
                STRING FUNCTION TRIM(END-CIDADE) DELIMITED BY SIZE
                       '/'                       DELIMITED BY SIZE
                       END-UF                    DELIMITED BY SIZE
                       INTO WS-CIDADE-UF
                END-STRING
            ELSE
                MOVE '(SEM ENDERECO)' TO WS-CIDADE-UF
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-ETIQUETA.
      *-----------------------------------------------------------------
      *    QUATRO LINHAS POR ETIQUETA E UMA EM BRANCO DE SEPARACAO:
      *    NOME, LOGRADOURO/NUMERO/COMPLEMENTO, BAIRRO E CEP/CIDADE/UF.
            MOVE SPACES TO LABEL-RECORD
            MOVE WS-NOME-ETIQ TO LABEL-RECORD
            WRITE LABEL-RECORD

            MOVE SPACES TO LABEL-RECORD
            STRING FUNCTION TRIM(END-LOGRADOURO) DELIMITED BY SIZE
                   ', '                           DELIMITED BY SIZE
                   FUNCTION TRIM(END-NUMERO)      DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   FUNCTION TRIM(END-COMPLEMENTO) DELIMITED BY SIZE
                   INTO LABEL-RECORD
            END-STRING
            WRITE LABEL-RECORD

            MOVE SPACES TO LABEL-RECORD
            MOVE END-BAIRRO TO LABEL-RECORD
            WRITE LABEL-RECORD

            MOVE END-CEP(1:5) TO WS-CEP-EDIT-5
            MOVE END-CEP(6:3) TO WS-CEP-EDIT-3
            MOVE SPACES TO LABEL-RECORD
            STRING 'CEP '                      DELIMITED BY SIZE
                   WS-CEP-EDIT                 DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   FUNCTION TRIM(END-CIDADE)   DELIMITED BY SIZE
                   ' - '                       DELIMITED BY SIZE
                   END-UF                      DELIMITED BY SIZE
                   INTO LABEL-RECORD
            END-STRING
            WRITE LABEL-RECORD

            MOVE SPACES TO LABEL-RECORD
            WRITE LABEL-RECORD
            ADD 1 TO WS-CNT-ETIQUETAS.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO-LISTA.
      *-----------------------------------------------------------------
            MOVE SPACES TO CONTACT-RECORD
            EVALUATE TRUE
                WHEN WS-MODO-ORIGEM
                    STRING 'LISTA DE CONTATOS - ORIGEM '
                               DELIMITED BY SIZE
                           WS-ORIGEM-BUSCA DELIMITED BY SIZE
                           INTO CONTACT-RECORD
                    END-STRING
                WHEN WS-MODO-CEP
                    STRING 'LISTA DE CONTATOS - CEP '
                               DELIMITED BY SIZE
                           WS-CEP-INI      DELIMITED BY SIZE
                           ' A '           DELIMITED BY SIZE
                           WS-CEP-FIM      DELIMITED BY SIZE
                           INTO CONTACT-RECORD
                    END-STRING
                WHEN OTHER
                    MOVE 'LISTA DE CONTATOS - TODOS OS ATIVOS'
                        TO CONTACT-RECORD
            END-EVALUATE
            WRITE CONTACT-RECORD

            MOVE SPACES TO CONTACT-RECORD
            STRING 'ID     NOME                                     '
                       DELIMITED BY SIZE
                   'TELEFONE        EMAIL                     '
                       DELIMITED BY SIZE
                   'CIDADE/UF            ORIGEM'
                       DELIMITED BY SIZE
                   INTO CONTACT-RECORD
            END-STRING
            WRITE CONTACT-RECORD

            MOVE SPACES TO CONTACT-RECORD
            MOVE ALL '-' TO CONTACT-RECORD(1:132)
            WRITE CONTACT-RECORD.
      *-----------------------------------------------------------------
       IMPRIMIR-CONTATO.
      *-----------------------------------------------------------------
      *    COLUNAS FIXAS: ID 1-6, NOME 8-47, TELEFONE 50-64, EMAIL
      *    66-90, CIDADE/UF 92-111, ORIGEM 113-120.
            MOVE SPACES TO CONTACT-RECORD
            MOVE CUST-ID             TO CONTACT-RECORD(1:6)
            MOVE WS-NOME-ETIQ(1:40)  TO CONTACT-RECORD(8:40)
            MOVE END-TELEFONE        TO CONTACT-RECORD(50:15)
            MOVE END-EMAIL(1:25)     TO CONTACT-RECORD(66:25)
            MOVE WS-CIDADE-UF(1:20)  TO CONTACT-RECORD(92:20)
            MOVE CUST-ORIGEM         TO CONTACT-RECORD(113:8)
            WRITE CONTACT-RECORD
            ADD 1 TO WS-CNT-CONTATOS.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS-LISTA.
      *-----------------------------------------------------------------
            MOVE SPACES TO CONTACT-RECORD
            MOVE ALL '-' TO CONTACT-RECORD(1:132)
            WRITE CONTACT-RECORD

            MOVE SPACES TO CONTACT-RECORD
            STRING 'CONTATOS LISTADOS: ' DELIMITED BY SIZE
                   WS-CNT-CONTATOS       DELIMITED BY SIZE
                   '   ETIQUETAS: '      DELIMITED BY SIZE
                   WS-CNT-ETIQUETAS      DELIMITED BY SIZE
                   '   SEM ENDERECO: '   DELIMITED BY SIZE
                   WS-CNT-SEM-ENDERECO   DELIMITED BY SIZE
                   INTO CONTACT-RECORD
            END-STRING
            WRITE CONTACT-RECORD.

       END PROGRAM CLIETIQ.
