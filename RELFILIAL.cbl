      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   SEPARACAO DOS RELATORIOS DE CLIENTE POR FILIAL: O
      *            RESUMO POR CLIENTE (RESUMOCLI.PRT), O RELATORIO DE
      *            EXCECOES (RELEXCE.PRT) E OS RETORNOS DA IMPORTACAO
      *            DE CLIENTES (CUSTRET1-3.DAT) SAO QUEBRADOS EM UM
      *            ARQUIVO DE IMPRESSAO POR FILIAL DE ORIGEM DO
      *            CLIENTE (CUST-ORIGEM), COM CADA PAGINA ENCABECADA
      *            PARA A FILIAL, E UM MANIFESTO DE DISTRIBUICAO
      *            (RELFILMAN.DAT) LISTA POR FILIAL OS ARQUIVOS
      *            GERADOS COM PAGINAS E LINHAS. FILIAL SEM NADA NA
      *            NOITE RECEBE UMA PAGINA 'SEM MOVIMENTO', PARA SABER
      *            QUE O LOTE RODOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFILIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

      *    TABELA DE FILIAIS MANTIDA PELA OPERACAO, UMA LINHA POR
      *    FILIAL: POSICAO (1 A 4), CODIGO DE ORIGEM (O MESMO DE
      *    CUST-ORIGEM E DO CONTROLE DE ENTRADA CUSTINTK) E NOME.
           SELECT FILIAL-FILE ASSIGN TO "data/FILIAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILIAL.

           SELECT INTAKE-FILE ASSIGN TO "data/CUSTINTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTAKE.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT RESUMO-FILE ASSIGN TO "data/RESUMOCLI.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO.

           SELECT EXCECAO-FILE ASSIGN TO "data/RELEXCE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO.

           SELECT RET1-FILE ASSIGN TO "data/CUSTRET1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET1.

           SELECT RET2-FILE ASSIGN TO "data/CUSTRET2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET2.

           SELECT RET3-FILE ASSIGN TO "data/CUSTRET3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET3.

           SELECT MANIFESTO-FILE ASSIGN TO "data/RELFILMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANIFESTO.

      *    UM ARQUIVO DE SAIDA POR RELATORIO E POSICAO DE FILIAL
      *    (F1 A F4; F0 E A CENTRAL, QUE RECEBE O QUE NAO TEM FILIAL
      *    IDENTIFICADA). O ASSIGN E LITERAL PELO MESMO MOTIVO DOS
      *    RETORNOS DE COMANUNSTRING: NO DIALETO IBM UM ASSIGN TO
      *    NOME-DE-CAMPO NAO E UM NOME DE ARQUIVO DINAMICO.
           SELECT RESUMO-F1-FILE ASSIGN TO "data/RESCLIF1.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-F1.

           SELECT RESUMO-F2-FILE ASSIGN TO "data/RESCLIF2.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-F2.

           SELECT RESUMO-F3-FILE ASSIGN TO "data/RESCLIF3.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-F3.

           SELECT RESUMO-F4-FILE ASSIGN TO "data/RESCLIF4.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-F4.

           SELECT RESUMO-F0-FILE ASSIGN TO "data/RESCLIF0.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-F0.

           SELECT EXCECAO-F1-FILE ASSIGN TO "data/RELEXCF1.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-F1.

           SELECT EXCECAO-F2-FILE ASSIGN TO "data/RELEXCF2.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-F2.

           SELECT EXCECAO-F3-FILE ASSIGN TO "data/RELEXCF3.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-F3.

           SELECT EXCECAO-F4-FILE ASSIGN TO "data/RELEXCF4.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-F4.

           SELECT EXCECAO-F0-FILE ASSIGN TO "data/RELEXCF0.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECAO-F0.

           SELECT RETORNO-F1-FILE ASSIGN TO "data/RETCLIF1.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO-F1.

           SELECT RETORNO-F2-FILE ASSIGN TO "data/RETCLIF2.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO-F2.

           SELECT RETORNO-F3-FILE ASSIGN TO "data/RETCLIF3.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO-F3.

           SELECT RETORNO-F4-FILE ASSIGN TO "data/RETCLIF4.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO-F4.

           SELECT RETORNO-F0-FILE ASSIGN TO "data/RETCLIF0.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO-F0.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD               PIC X(24).

       FD  FILIAL-FILE.
       01  FILIAL-RECORD.
           05  FILIAL-POSICAO          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FILIAL-CODIGO           PIC X(08).
           05  FILLER                  PIC X(01).
           05  FILIAL-NOME             PIC X(30).

       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  INTK-SLOT               PIC X(01).
           05  FILLER                  PIC X(01).
           05  INTK-ORIGEM             PIC X(08).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  RESUMO-FILE.
       01  RESUMO-RECORD               PIC X(132).

       FD  EXCECAO-FILE.
       01  EXCECAO-RECORD              PIC X(132).

       FD  RET1-FILE.
       01  RET1-RECORD                 PIC X(140).

       FD  RET2-FILE.
       01  RET2-RECORD                 PIC X(140).

       FD  RET3-FILE.
       01  RET3-RECORD                 PIC X(140).

       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD            PIC X(132).

       FD  RESUMO-F1-FILE.
       01  RESUMO-F1-RECORD            PIC X(132).

       FD  RESUMO-F2-FILE.
       01  RESUMO-F2-RECORD            PIC X(132).

       FD  RESUMO-F3-FILE.
       01  RESUMO-F3-RECORD            PIC X(132).

       FD  RESUMO-F4-FILE.
       01  RESUMO-F4-RECORD            PIC X(132).

       FD  RESUMO-F0-FILE.
       01  RESUMO-F0-RECORD            PIC X(132).

       FD  EXCECAO-F1-FILE.
       01  EXCECAO-F1-RECORD           PIC X(132).

       FD  EXCECAO-F2-FILE.
       01  EXCECAO-F2-RECORD           PIC X(132).

       FD  EXCECAO-F3-FILE.
       01  EXCECAO-F3-RECORD           PIC X(132).

       FD  EXCECAO-F4-FILE.
       01  EXCECAO-F4-RECORD           PIC X(132).

       FD  EXCECAO-F0-FILE.
       01  EXCECAO-F0-RECORD           PIC X(132).

       FD  RETORNO-F1-FILE.
       01  RETORNO-F1-RECORD           PIC X(132).

       FD  RETORNO-F2-FILE.
       01  RETORNO-F2-RECORD           PIC X(132).

       FD  RETORNO-F3-FILE.
       01  RETORNO-F3-RECORD           PIC X(132).

       FD  RETORNO-F4-FILE.
       01  RETORNO-F4-RECORD           PIC X(132).

       FD  RETORNO-F0-FILE.
       01  RETORNO-F0-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-FILIAL                     PIC X(02) VALUE SPACES.
       77 WS-FS-INTAKE                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO                     PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO                    PIC X(02) VALUE SPACES.
       77 WS-FS-RET1                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET2                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET3                       PIC X(02) VALUE SPACES.
       77 WS-FS-MANIFESTO                  PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO-F1                  PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO-F2                  PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO-F3                  PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO-F4                  PIC X(02) VALUE SPACES.
       77 WS-FS-RESUMO-F0                  PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-F1                 PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-F2                 PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-F3                 PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-F4                 PIC X(02) VALUE SPACES.
       77 WS-FS-EXCECAO-F0                 PIC X(02) VALUE SPACES.
       77 WS-FS-RETORNO-F1                 PIC X(02) VALUE SPACES.
       77 WS-FS-RETORNO-F2                 PIC X(02) VALUE SPACES.
       77 WS-FS-RETORNO-F3                 PIC X(02) VALUE SPACES.
       77 WS-FS-RETORNO-F4                 PIC X(02) VALUE SPACES.
       77 WS-FS-RETORNO-F0                 PIC X(02) VALUE SPACES.
       77 WS-FS-SAIDA                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-MESTRE-OK-FLAG                PIC X(01) VALUE 'N'.
           88 WS-MESTRE-OK                 VALUE 'S'.
      *-----------------------------------------------------------------
      *    FILIAIS DA TABELA NAS POSICOES 1 A 4; A POSICAO 5 E FIXA,
      *    A CENTRAL, PARA ONDE VAI TODA LINHA CUJO CLIENTE NAO TEM
      *    FILIAL NA TABELA (CLIENTE DO MENU, CHAVE INVALIDA, CLIENTE
      *    NAO CADASTRADO, REJEICAO DE ARQUIVO INTEIRO) -- NENHUMA
      *    LINHA DOS RELATORIOS DE ORIGEM FICA SEM DESTINO. POSICAO
      *    SEM FILIAL NA TABELA NAO GERA ARQUIVO.
       01 WS-TAB-FILIAIS.
           05  WS-FIL-ENT OCCURS 5 TIMES.
               10  WS-FIL-CODIGO           PIC X(08).
               10  WS-FIL-NOME             PIC X(30).
               10  WS-FIL-SUFIXO           PIC X(02).
       77 WS-FIL-IDX                       PIC 9(01) VALUE ZEROS.
       77 WS-FIL-BUSCA                     PIC 9(01) VALUE ZEROS.
       77 WS-FIL-ACHADA                    PIC 9(01) VALUE ZEROS.
       77 WS-FIL-POSICAO                   PIC 9(01) VALUE ZEROS.
       77 WS-QTD-FILIAIS                   PIC 9(01) VALUE ZEROS.
       77 WS-FIL-DUPLICADA-FLAG            PIC X(01) VALUE 'N'.
           88 WS-FIL-DUPLICADA             VALUE 'S'.
      *-----------------------------------------------------------------
      *    ORIGEM DE CADA POSICAO DO CONTROLE DE ENTRADA: O RETORNO
      *    CUSTRETn.DAT PERTENCE A FILIAL QUE ENVIOU O CUSTIMPn.DAT.
       01 WS-TAB-ENTRADAS.
           05  WS-ENT-ORIGEM OCCURS 3 TIMES PIC X(08).
       77 WS-ENT-IDX                       PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    SITUACAO DOS RELATORIOS DE ORIGEM: SO E SEPARADO O
      *    RELATORIO DO LOTE DO RUN HEADER (LOTE NA LINHA 2, POSICOES
      *    40-45, NOS DOIS); UM ARQUIVO DE OUTRA NOITE CONTA COMO
      *    AUSENTE, PARA A FILIAL NAO RECEBER DE NOVO O DE ONTEM.
       77 WS-RESUMO-OK-FLAG                PIC X(01) VALUE 'N'.
           88 WS-RESUMO-OK                 VALUE 'S'.
       77 WS-RESUMO-SITUACAO               PIC X(20) VALUE SPACES.
       77 WS-EXCECAO-OK-FLAG               PIC X(01) VALUE 'N'.
           88 WS-EXCECAO-OK                VALUE 'S'.
       77 WS-EXCECAO-SITUACAO              PIC X(20) VALUE SPACES.
       77 WS-ORIGEM-LINHA-1                PIC X(132) VALUE SPACES.
       77 WS-ORIGEM-LINHA-2                PIC X(132) VALUE SPACES.
       77 WS-ORIGEM-SITUACAO               PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      *    IDENTIFICACAO DA FILIAL DE UMA LINHA: PELO CUST-ID (LIDO
      *    DO MESTRE) OU DIRETO PELO CODIGO DE ORIGEM QUE A LINHA JA
      *    TRAZ (EXCECOES DA IMPORTACAO, ' ORIGEM=').
       77 WS-ID-LINHA                      PIC X(06) VALUE SPACES.
       77 WS-ORIGEM-LINHA                  PIC X(08) VALUE SPACES.
       77 WS-DESCARTE                      PIC X(132) VALUE SPACES.
      *-----------------------------------------------------------------
      *    SAIDA EM CURSO: RELATORIO (1 RESUMO, 2 EXCECOES, 3
      *    RETORNOS) E POSICAO DA FILIAL DAO O NUMERO DO ARQUIVO.
       77 WS-REL-NUM                       PIC 9(01) VALUE ZEROS.
       77 WS-SAIDA-NUM                     PIC 9(02) VALUE ZEROS.
       77 WS-SAIDA-NOME                    PIC X(17) VALUE SPACES.
       77 WS-SAIDA-ABERTA-FLAG             PIC X(01) VALUE 'N'.
           88 WS-SAIDA-ABERTA              VALUE 'S'.
       77 WS-LINHA-SAIDA                   PIC X(132) VALUE SPACES.
       77 WS-LINHA-SAIDA-QUEBRA            PIC X(132) VALUE SPACES.
       77 WS-TITULO-REL                    PIC X(40) VALUE SPACES.
       77 WS-COLUNAS                       PIC X(132) VALUE SPACES.
       77 WS-SITUACAO-ARQ                  PIC X(14) VALUE SPACES.
       77 WS-QTD-ITENS                     PIC 9(05) VALUE ZEROS.
       77 WS-CLI-DA-FILIAL-FLAG            PIC X(01) VALUE 'N'.
           88 WS-CLI-DA-FILIAL             VALUE 'S'.
       77 WS-QTD-LINHAS                    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ARQUIVOS                  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TITULOS PENDENTES DO RELATORIO DE EXCECOES: A SECAO E O
      *    GRUPO SO SAEM NO ARQUIVO DA FILIAL QUANDO APARECE A PRIMEIRA
      *    LINHA DELA SOB ELES.
       77 WS-SECAO-PENDENTE                PIC X(132) VALUE SPACES.
       77 WS-SECAO-IMPRESSA-FLAG           PIC X(01) VALUE 'N'.
           88 WS-SECAO-IMPRESSA            VALUE 'S'.
       77 WS-GRUPO-PENDENTE                PIC X(132) VALUE SPACES.
       77 WS-GRUPO-IMPRESSO-FLAG           PIC X(01) VALUE 'N'.
           88 WS-GRUPO-IMPRESSO            VALUE 'S'.
       77 WS-RET-LINHA                     PIC X(140) VALUE SPACES.
       77 WS-RET-VALIDO-FLAG               PIC X(01) VALUE 'N'.
           88 WS-RET-VALIDO                VALUE 'S'.
      *-----------------------------------------------------------------
      *    PAGINACAO NO MESMO ESTILO DO RELATORIO DE EXCECOES.
       77 WS-PAGINA                        PIC 9(03) VALUE ZEROS.
       77 WS-PAGINA-EDIT                   PIC ZZ9.
       77 WS-LINHA-PAG                     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS                    PIC 9(02) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            PERFORM CARREGAR-FILIAIS
            PERFORM CARREGAR-ENTRADAS

            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE 'S' TO WS-MESTRE-OK-FLAG
            ELSE
                DISPLAY 'MESTRE DE CLIENTES INDISPONIVEL (FS='
                        WS-FS-CUSTOMER '): LINHAS POR CLIENTE VAO '
                        'PARA A CENTRAL'
            END-IF

            PERFORM CONFERIR-RESUMO
            PERFORM CONFERIR-EXCECOES

            OPEN OUTPUT MANIFESTO-FILE
            PERFORM GRAVAR-CABECALHO-MANIFESTO

            MOVE 1 TO WS-FIL-IDX
            PERFORM UNTIL WS-FIL-IDX > 5
                IF WS-FIL-CODIGO(WS-FIL-IDX) NOT = SPACES
                    PERFORM GRAVAR-FILIAL-MANIFESTO
                    PERFORM SEPARAR-RESUMO
                    PERFORM SEPARAR-EXCECOES
                    PERFORM SEPARAR-RETORNOS
                END-IF
                ADD 1 TO WS-FIL-IDX
            END-PERFORM

            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'TOTAL DE ARQUIVOS DISTRIBUIDOS: ' DELIMITED BY SIZE
                   WS-QTD-ARQUIVOS DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD
            CLOSE MANIFESTO-FILE

            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF

            DISPLAY 'RELFILIAL: ' WS-QTD-FILIAIS ' FILIAIS, '
                    WS-QTD-ARQUIVOS ' ARQUIVOS NO MANIFESTO'
            STOP RUN.
      *-----------------------------------------------------------------
       CARREGAR-FILIAIS.
      *-----------------------------------------------------------------
      *    LINHA EM BRANCO OU COMECANDO COM '*' E COMENTARIO, COMO NO
      *    PLANO DO LOTE. LINHA COM POSICAO FORA DE 1-4, SEM CODIGO OU
      *    REPETINDO POSICAO/CODIGO JA CARREGADO E AVISADA E
      *    IGNORADA: OS CLIENTES DELA VAO PARA A CENTRAL, SEM SE
      *    PERDER.
            MOVE SPACES TO WS-TAB-FILIAIS
            MOVE 'F1' TO WS-FIL-SUFIXO(1)
            MOVE 'F2' TO WS-FIL-SUFIXO(2)
            MOVE 'F3' TO WS-FIL-SUFIXO(3)
            MOVE 'F4' TO WS-FIL-SUFIXO(4)
            MOVE 'CENTRAL'                 TO WS-FIL-CODIGO(5)
            MOVE 'SEM FILIAL IDENTIFICADA' TO WS-FIL-NOME(5)
            MOVE 'F0'                      TO WS-FIL-SUFIXO(5)
            MOVE ZEROS TO WS-QTD-FILIAIS

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT FILIAL-FILE
            IF WS-FS-FILIAL NOT = '00'
                DISPLAY 'TABELA DE FILIAIS (FILIAIS.DAT) AUSENTE: '
                        'TUDO VAI PARA A CENTRAL'
            ELSE
                PERFORM UNTIL WS-FIM-ARQ
                    READ FILIAL-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF FILIAL-RECORD NOT = SPACES
                               AND FILIAL-POSICAO NOT = '*'
                                PERFORM GUARDAR-FILIAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FILIAL-FILE
            END-IF.
      *-----------------------------------------------------------------
       GUARDAR-FILIAL.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIL-DUPLICADA-FLAG
            IF FILIAL-POSICAO >= '1' AND FILIAL-POSICAO <= '4'
               AND FILIAL-CODIGO NOT = SPACES
               AND FILIAL-CODIGO NOT = WS-FIL-CODIGO(5)
                MOVE FILIAL-POSICAO TO WS-FIL-POSICAO
                IF WS-FIL-CODIGO(WS-FIL-POSICAO) NOT = SPACES
                    MOVE 'S' TO WS-FIL-DUPLICADA-FLAG
                END-IF
                MOVE FILIAL-CODIGO TO WS-ORIGEM-LINHA
                PERFORM LOCALIZAR-FILIAL
                IF WS-FIL-ACHADA < 5
                    MOVE 'S' TO WS-FIL-DUPLICADA-FLAG
                END-IF
                IF WS-FIL-DUPLICADA
                    DISPLAY 'FILIAL REPETIDA NA TABELA, IGNORADA: '
                            FILIAL-RECORD
                ELSE
                    MOVE FILIAL-CODIGO TO WS-FIL-CODIGO(WS-FIL-POSICAO)
                    MOVE FILIAL-NOME   TO WS-FIL-NOME(WS-FIL-POSICAO)
                    ADD 1 TO WS-QTD-FILIAIS
                END-IF
            ELSE
                DISPLAY 'LINHA INVALIDA NA TABELA DE FILIAIS, '
                        'IGNORADA: ' FILIAL-RECORD
            END-IF.
      *-----------------------------------------------------------------
       CARREGAR-ENTRADAS.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-TAB-ENTRADAS
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT INTAKE-FILE
            IF WS-FS-INTAKE = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ INTAKE-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF INTK-SLOT >= '1' AND INTK-SLOT <= '3'
                                MOVE INTK-SLOT TO WS-ENT-IDX
                                MOVE INTK-ORIGEM
                                    TO WS-ENT-ORIGEM(WS-ENT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INTAKE-FILE
            END-IF.
      *-----------------------------------------------------------------
       CONFERIR-RESUMO.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-ORIGEM-LINHA-1 WS-ORIGEM-LINHA-2
            OPEN INPUT RESUMO-FILE
            IF WS-FS-RESUMO = '00'
                READ RESUMO-FILE
                    NOT AT END
                        MOVE RESUMO-RECORD TO WS-ORIGEM-LINHA-1
                        READ RESUMO-FILE
                            NOT AT END
                                MOVE RESUMO-RECORD
                                    TO WS-ORIGEM-LINHA-2
                        END-READ
                END-READ
                CLOSE RESUMO-FILE
                PERFORM AVALIAR-ORIGEM
            ELSE
                MOVE 'AUSENTE' TO WS-ORIGEM-SITUACAO
            END-IF
            MOVE WS-ORIGEM-SITUACAO TO WS-RESUMO-SITUACAO
            IF WS-ORIGEM-SITUACAO = 'SEPARADO'
                MOVE 'S' TO WS-RESUMO-OK-FLAG
            END-IF.
      *-----------------------------------------------------------------
       CONFERIR-EXCECOES.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-ORIGEM-LINHA-1 WS-ORIGEM-LINHA-2
            OPEN INPUT EXCECAO-FILE
            IF WS-FS-EXCECAO = '00'
                READ EXCECAO-FILE
                    NOT AT END
                        MOVE EXCECAO-RECORD TO WS-ORIGEM-LINHA-1
                        READ EXCECAO-FILE
                            NOT AT END
                                MOVE EXCECAO-RECORD
                                    TO WS-ORIGEM-LINHA-2
                        END-READ
                END-READ
                CLOSE EXCECAO-FILE
                PERFORM AVALIAR-ORIGEM
            ELSE
                MOVE 'AUSENTE' TO WS-ORIGEM-SITUACAO
            END-IF
            MOVE WS-ORIGEM-SITUACAO TO WS-EXCECAO-SITUACAO
            IF WS-ORIGEM-SITUACAO = 'SEPARADO'
                MOVE 'S' TO WS-EXCECAO-OK-FLAG
            END-IF.
      *-----------------------------------------------------------------
       AVALIAR-ORIGEM.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN WS-ORIGEM-LINHA-2(1:18) NOT = 'DATA DE EXECUCAO: '
                    MOVE 'SEM CABECALHO' TO WS-ORIGEM-SITUACAO
                WHEN WS-ORIGEM-LINHA-2(40:6) NOT = WS-RUN-NUMERO
                    MOVE 'DE OUTRO LOTE' TO WS-ORIGEM-SITUACAO
                WHEN OTHER
                    MOVE 'SEPARADO' TO WS-ORIGEM-SITUACAO
            END-EVALUATE.
      *-----------------------------------------------------------------
       SEPARAR-RESUMO.
      *-----------------------------------------------------------------
      *    SO AS LINHAS 'CLIENTE=' SAO DO CLIENTE (CUST-ID NAS
      *    POSICOES 9-14); CABECALHO, RODAPE E CONTAGEM DO RESUMO
      *    GERAL SAO REFEITOS PARA A FILIAL. AS LINHAS DE ESTORNO
      *    ('  ESTORNO ') VAO COM A LINHA 'CLIENTE=' QUE AS PRECEDE,
      *    SEM CONTAR COMO ITEM.
            MOVE 1 TO WS-REL-NUM
            MOVE 'RESCLI' TO WS-SAIDA-NOME
            MOVE 'RESUMO DE CALCULOS POR CLIENTE' TO WS-TITULO-REL
            MOVE SPACES TO WS-COLUNAS
            PERFORM ABRIR-SAIDA

            IF WS-RESUMO-OK
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                MOVE 'N' TO WS-CLI-DA-FILIAL-FLAG
                OPEN INPUT RESUMO-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ RESUMO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF RESUMO-RECORD(1:8) = 'CLIENTE='
                                MOVE RESUMO-RECORD(9:6) TO WS-ID-LINHA
                                PERFORM FILIAL-DO-CLIENTE
                                IF WS-FIL-ACHADA = WS-FIL-IDX
                                    ADD 1 TO WS-QTD-ITENS
                                    MOVE RESUMO-RECORD
                                        TO WS-LINHA-SAIDA
                                    PERFORM IMPRIMIR-LINHA
                                    MOVE 'S' TO WS-CLI-DA-FILIAL-FLAG
                                ELSE
                                    MOVE 'N' TO WS-CLI-DA-FILIAL-FLAG
                                END-IF
                            END-IF
                            IF RESUMO-RECORD(1:10) = '  ESTORNO '
                               AND WS-CLI-DA-FILIAL
                                MOVE RESUMO-RECORD TO WS-LINHA-SAIDA
                                PERFORM IMPRIMIR-LINHA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESUMO-FILE
            END-IF

            MOVE WS-RESUMO-SITUACAO TO WS-ORIGEM-SITUACAO
            PERFORM FECHAR-SAIDA.
      *-----------------------------------------------------------------
       SEPARAR-EXCECOES.
      *-----------------------------------------------------------------
      *    AS LINHAS DE DETALHE DO RELATORIO DE EXCECOES SAO
      *    RECONHECIDAS PELO ROTULO NA POSICAO FIXA EM QUE RELEXCE
      *    AS IMPRIME; TITULOS DE SECAO E DE GRUPO FICAM PENDENTES ATE
      *    A PRIMEIRA LINHA DA FILIAL SOB ELES. CABECALHO DE PAGINA E
      *    TOTAIS GERAIS NAO SAO COPIADOS.
            MOVE 2 TO WS-REL-NUM
            MOVE 'RELEXC' TO WS-SAIDA-NOME
            MOVE 'RELATORIO DIARIO DE EXCECOES' TO WS-TITULO-REL
            MOVE SPACES TO WS-COLUNAS
            PERFORM ABRIR-SAIDA

            IF WS-EXCECAO-OK
                MOVE SPACES TO WS-SECAO-PENDENTE WS-GRUPO-PENDENTE
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT EXCECAO-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ EXCECAO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM CLASSIFICAR-LINHA-EXCECAO
                    END-READ
                END-PERFORM
                CLOSE EXCECAO-FILE
            END-IF

            MOVE WS-EXCECAO-SITUACAO TO WS-ORIGEM-SITUACAO
            PERFORM FECHAR-SAIDA.
      *-----------------------------------------------------------------
       CLASSIFICAR-LINHA-EXCECAO.
      *-----------------------------------------------------------------
      *    POSICOES DO CLIENTE EM CADA SECAO DE RELEXCE: REJEICAO DE
      *    CALCULO2 NA COLUNA 5 COM O CUST-ID DENTRO DO DADOS=[] (45);
      *    RECEBIMENTO NA COLUNA 3 COM O CUST-ID NO INICIO DO DADOS=[]
      *    (29); EXCECAO FISCAL COM ' CLIENTE=' (37); EXCECAO DE
      *    CLIENTE DA IMPORTACAO (NOME= OU ARQUIVO=) JA TRAZ A ORIGEM
      *    DEPOIS DE ' ORIGEM='.
            MOVE ZEROS TO WS-FIL-ACHADA
            EVALUATE TRUE
                WHEN EXCECAO-RECORD(1:21) = 'REJEICOES DE CALCULO2'
                WHEN EXCECAO-RECORD(1:20) = 'EXCECOES DE CLIENTES'
                WHEN EXCECAO-RECORD(1:23) = 'RECEBIMENTOS REJEITADOS'
                WHEN EXCECAO-RECORD(1:16) = 'EXCECOES FISCAIS'
                    MOVE EXCECAO-RECORD TO WS-SECAO-PENDENTE
                    MOVE 'N' TO WS-SECAO-IMPRESSA-FLAG
                    MOVE SPACES TO WS-GRUPO-PENDENTE
                    MOVE 'N' TO WS-GRUPO-IMPRESSO-FLAG
                WHEN EXCECAO-RECORD(1:9) = '  CODIGO '
                WHEN EXCECAO-RECORD(1:9) = '  RAZAO: '
                    MOVE EXCECAO-RECORD TO WS-GRUPO-PENDENTE
                    MOVE 'N' TO WS-GRUPO-IMPRESSO-FLAG
                WHEN EXCECAO-RECORD(5:9) = 'REGISTRO='
                    MOVE EXCECAO-RECORD(45:6) TO WS-ID-LINHA
                    PERFORM FILIAL-DO-CLIENTE
                WHEN EXCECAO-RECORD(3:12) = 'RECEBIMENTO='
                    MOVE EXCECAO-RECORD(29:6) TO WS-ID-LINHA
                    PERFORM FILIAL-DO-CLIENTE
                WHEN EXCECAO-RECORD(3:5) = 'ITEM='
                    MOVE EXCECAO-RECORD(37:6) TO WS-ID-LINHA
                    PERFORM FILIAL-DO-CLIENTE
                WHEN EXCECAO-RECORD(3:5) = 'NOME='
                WHEN EXCECAO-RECORD(3:8) = 'ARQUIVO='
                    MOVE SPACES TO WS-ORIGEM-LINHA
                    UNSTRING EXCECAO-RECORD DELIMITED BY ' ORIGEM='
                        INTO WS-DESCARTE WS-ORIGEM-LINHA
                    END-UNSTRING
                    PERFORM LOCALIZAR-FILIAL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WS-FIL-ACHADA = WS-FIL-IDX
                IF NOT WS-SECAO-IMPRESSA
                   AND WS-SECAO-PENDENTE NOT = SPACES
                    MOVE WS-SECAO-PENDENTE TO WS-LINHA-SAIDA
                    PERFORM IMPRIMIR-LINHA
                    MOVE 'S' TO WS-SECAO-IMPRESSA-FLAG
                END-IF
                IF NOT WS-GRUPO-IMPRESSO
                   AND WS-GRUPO-PENDENTE NOT = SPACES
                    MOVE WS-GRUPO-PENDENTE TO WS-LINHA-SAIDA
                    PERFORM IMPRIMIR-LINHA
                    MOVE 'S' TO WS-GRUPO-IMPRESSO-FLAG
                END-IF
                ADD 1 TO WS-QTD-ITENS
                MOVE EXCECAO-RECORD TO WS-LINHA-SAIDA
                PERFORM IMPRIMIR-LINHA
            END-IF.
      *-----------------------------------------------------------------
       SEPARAR-RETORNOS.
      *-----------------------------------------------------------------
      *    OS RETORNOS JA SAEM SEPARADOS POR POSICAO DE ENTRADA; A
      *    FILIAL DE CADA POSICAO VEM DO CONTROLE DE ENTRADA DA NOITE.
      *    SO VALE O RETORNO GRAVADO NA DATA DO RUN HEADER -- O
      *    CUSTRETn.DAT DE UMA POSICAO QUE NAO VEIO HOJE E DE OUTRA
      *    NOITE.
            MOVE 3 TO WS-REL-NUM
            MOVE 'RETCLI' TO WS-SAIDA-NOME
            MOVE 'RETORNO DA IMPORTACAO DE CLIENTES' TO WS-TITULO-REL
            MOVE SPACES TO WS-COLUNAS
            MOVE 'NOME'     TO WS-COLUNAS(3:4)
            MOVE 'SITUACAO' TO WS-COLUNAS(64:8)
            MOVE 'CUST-ID'  TO WS-COLUNAS(76:7)
            MOVE 'RAZAO'    TO WS-COLUNAS(84:5)
            PERFORM ABRIR-SAIDA

            MOVE 1 TO WS-ENT-IDX
            PERFORM UNTIL WS-ENT-IDX > 3
                IF WS-ENT-ORIGEM(WS-ENT-IDX) NOT = SPACES
                    MOVE WS-ENT-ORIGEM(WS-ENT-IDX) TO WS-ORIGEM-LINHA
                    PERFORM LOCALIZAR-FILIAL
                    IF WS-FIL-ACHADA = WS-FIL-IDX
                        PERFORM COPIAR-RETORNO
                    END-IF
                END-IF
                ADD 1 TO WS-ENT-IDX
            END-PERFORM

            MOVE 'SEPARADO' TO WS-ORIGEM-SITUACAO
            PERFORM FECHAR-SAIDA.
      *-----------------------------------------------------------------
       COPIAR-RETORNO.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-RET-VALIDO-FLAG
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            PERFORM ABRIR-RETORNO
            IF NOT WS-FIM-ARQ
                PERFORM LER-RETORNO
                IF NOT WS-FIM-ARQ
                   AND WS-RET-LINHA(1:3) = 'HDR'
                   AND WS-RET-LINHA(12:10) = WS-RUN-DATA
                    MOVE 'S' TO WS-RET-VALIDO-FLAG
                END-IF
                IF WS-RET-VALIDO
                    MOVE SPACES TO WS-LINHA-SAIDA
                    STRING 'ENTRADA '      DELIMITED BY SIZE
                           WS-ENT-IDX      DELIMITED BY SIZE
                           ' - CUSTIMP'    DELIMITED BY SIZE
                           WS-ENT-IDX      DELIMITED BY SIZE
                           '.DAT'          DELIMITED BY SIZE
                           INTO WS-LINHA-SAIDA
                    END-STRING
                    PERFORM IMPRIMIR-LINHA
                    PERFORM UNTIL WS-FIM-ARQ
                        PERFORM LER-RETORNO
                        IF NOT WS-FIM-ARQ
                            PERFORM IMPRIMIR-LINHA-RETORNO
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM FECHAR-RETORNO
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-RETORNO.
      *-----------------------------------------------------------------
      *    A LINHA DO RETORNO (140 BYTES, NOME=... SITUACAO=...
      *    CUST-ID=... RAZAO=..., VER GRAVAR-RETORNO-DETALHE EM
      *    COMANUNSTRING) NAO CABE NAS 132 COLUNAS: VAI EM COLUNAS SOB
      *    O CABECALHO, SEM OS ROTULOS. A REJEICAO DO ARQUIVO INTEIRO
      *    SAI POR EXTENSO; HDR E TRL FICAM DE FORA.
            EVALUATE TRUE
                WHEN WS-RET-LINHA(1:5) = 'NOME='
                    ADD 1 TO WS-QTD-ITENS
                    MOVE SPACES TO WS-LINHA-SAIDA
                    MOVE WS-RET-LINHA(6:60)   TO WS-LINHA-SAIDA(3:60)
                    MOVE WS-RET-LINHA(76:10)  TO WS-LINHA-SAIDA(64:10)
                    MOVE WS-RET-LINHA(95:6)   TO WS-LINHA-SAIDA(76:6)
                    MOVE WS-RET-LINHA(108:30) TO WS-LINHA-SAIDA(84:30)
                    PERFORM IMPRIMIR-LINHA
                WHEN WS-RET-LINHA(1:3) = 'ERR'
                    ADD 1 TO WS-QTD-ITENS
                    MOVE SPACES TO WS-LINHA-SAIDA
                    MOVE WS-RET-LINHA(4:128) TO WS-LINHA-SAIDA(3:128)
                    PERFORM IMPRIMIR-LINHA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
      *-----------------------------------------------------------------
       ABRIR-RETORNO.
      *-----------------------------------------------------------------
            EVALUATE WS-ENT-IDX
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
       LER-RETORNO.
      *-----------------------------------------------------------------
            EVALUATE WS-ENT-IDX
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
       FECHAR-RETORNO.
      *-----------------------------------------------------------------
            EVALUATE WS-ENT-IDX
                WHEN 1
                    CLOSE RET1-FILE
                WHEN 2
                    CLOSE RET2-FILE
                WHEN 3
                    CLOSE RET3-FILE
            END-EVALUATE.
      *-----------------------------------------------------------------
       FILIAL-DO-CLIENTE.
      *-----------------------------------------------------------------
      *    A FILIAL DO CLIENTE E A CUST-ORIGEM DO MESTRE; CHAVE NAO
      *    NUMERICA, ZERADA OU NAO CADASTRADA FICA SEM ORIGEM E CAI NA
      *    CENTRAL.
            MOVE SPACES TO WS-ORIGEM-LINHA
            IF WS-ID-LINHA IS NUMERIC
               AND WS-ID-LINHA NOT = ZEROS
               AND WS-MESTRE-OK
                MOVE WS-ID-LINHA TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE SPACES TO WS-ORIGEM-LINHA
                    NOT INVALID KEY
                        MOVE CUST-ORIGEM TO WS-ORIGEM-LINHA
                END-READ
            END-IF
            PERFORM LOCALIZAR-FILIAL.
      *-----------------------------------------------------------------
       LOCALIZAR-FILIAL.
      *-----------------------------------------------------------------
      *    POSICAO DA FILIAL DE CODIGO WS-ORIGEM-LINHA NA TABELA; SEM
      *    ACHAR, A CENTRAL (5).
            MOVE 5 TO WS-FIL-ACHADA
            IF WS-ORIGEM-LINHA NOT = SPACES
                MOVE 1 TO WS-FIL-BUSCA
                PERFORM UNTIL WS-FIL-BUSCA > 4
                        OR WS-FIL-ACHADA < 5
                    IF WS-FIL-CODIGO(WS-FIL-BUSCA) = WS-ORIGEM-LINHA
                        MOVE WS-FIL-BUSCA TO WS-FIL-ACHADA
                    END-IF
                    ADD 1 TO WS-FIL-BUSCA
                END-PERFORM
            END-IF.
      *-----------------------------------------------------------------
       ABRIR-SAIDA.
      *-----------------------------------------------------------------
      *    O NUMERO DO ARQUIVO E (RELATORIO - 1) * 5 + POSICAO DA
      *    FILIAL; O NOME PARA O MANIFESTO E MONTADO DO PREFIXO DO
      *    RELATORIO COM O SUFIXO DA POSICAO.
            COMPUTE WS-SAIDA-NUM = (WS-REL-NUM - 1) * 5 + WS-FIL-IDX
            MOVE WS-SAIDA-NOME(1:6) TO WS-DESCARTE
            MOVE SPACES TO WS-SAIDA-NOME
            STRING 'data/'                  DELIMITED BY SIZE
                   WS-DESCARTE(1:6)         DELIMITED BY SIZE
                   WS-FIL-SUFIXO(WS-FIL-IDX) DELIMITED BY SIZE
                   '.PRT'                   DELIMITED BY SIZE
                   INTO WS-SAIDA-NOME
            END-STRING
            MOVE ZEROS TO WS-PAGINA WS-LINHA-PAG
                          WS-QTD-ITENS WS-QTD-LINHAS
            MOVE 'N' TO WS-SAIDA-ABERTA-FLAG
            EVALUATE WS-SAIDA-NUM
                WHEN 1
                    OPEN OUTPUT RESUMO-F1-FILE
                    MOVE WS-FS-RESUMO-F1 TO WS-FS-SAIDA
                WHEN 2
                    OPEN OUTPUT RESUMO-F2-FILE
                    MOVE WS-FS-RESUMO-F2 TO WS-FS-SAIDA
                WHEN 3
                    OPEN OUTPUT RESUMO-F3-FILE
                    MOVE WS-FS-RESUMO-F3 TO WS-FS-SAIDA
                WHEN 4
                    OPEN OUTPUT RESUMO-F4-FILE
                    MOVE WS-FS-RESUMO-F4 TO WS-FS-SAIDA
                WHEN 5
                    OPEN OUTPUT RESUMO-F0-FILE
                    MOVE WS-FS-RESUMO-F0 TO WS-FS-SAIDA
                WHEN 6
                    OPEN OUTPUT EXCECAO-F1-FILE
                    MOVE WS-FS-EXCECAO-F1 TO WS-FS-SAIDA
                WHEN 7
                    OPEN OUTPUT EXCECAO-F2-FILE
                    MOVE WS-FS-EXCECAO-F2 TO WS-FS-SAIDA
                WHEN 8
                    OPEN OUTPUT EXCECAO-F3-FILE
                    MOVE WS-FS-EXCECAO-F3 TO WS-FS-SAIDA
                WHEN 9
                    OPEN OUTPUT EXCECAO-F4-FILE
                    MOVE WS-FS-EXCECAO-F4 TO WS-FS-SAIDA
                WHEN 10
                    OPEN OUTPUT EXCECAO-F0-FILE
                    MOVE WS-FS-EXCECAO-F0 TO WS-FS-SAIDA
                WHEN 11
                    OPEN OUTPUT RETORNO-F1-FILE
                    MOVE WS-FS-RETORNO-F1 TO WS-FS-SAIDA
                WHEN 12
                    OPEN OUTPUT RETORNO-F2-FILE
                    MOVE WS-FS-RETORNO-F2 TO WS-FS-SAIDA
                WHEN 13
                    OPEN OUTPUT RETORNO-F3-FILE
                    MOVE WS-FS-RETORNO-F3 TO WS-FS-SAIDA
                WHEN 14
                    OPEN OUTPUT RETORNO-F4-FILE
                    MOVE WS-FS-RETORNO-F4 TO WS-FS-SAIDA
                WHEN 15
                    OPEN OUTPUT RETORNO-F0-FILE
                    MOVE WS-FS-RETORNO-F0 TO WS-FS-SAIDA
            END-EVALUATE
            IF WS-FS-SAIDA = '00'
                MOVE 'S' TO WS-SAIDA-ABERTA-FLAG
                PERFORM IMPRIMIR-CABECALHO
            ELSE
                DISPLAY 'ERRO AO CRIAR ' WS-SAIDA-NOME
                        ' (FS=' WS-FS-SAIDA ')'
            END-IF.
      *-----------------------------------------------------------------
       FECHAR-SAIDA.
      *-----------------------------------------------------------------
      *    FILIAL SEM NENHUMA LINHA NO RELATORIO GANHA A PAGINA DE
      *    'SEM MOVIMENTO' (OU O AVISO DE QUE O RELATORIO DE ORIGEM
      *    NAO SAIU NESTE LOTE), PARA SABER QUE O LOTE RODOU.
            IF WS-SAIDA-ABERTA
                IF WS-QTD-ITENS = 0
                    MOVE SPACES TO WS-LINHA-SAIDA
                    IF WS-ORIGEM-SITUACAO = 'SEPARADO'
                        MOVE 'SEM MOVIMENTO'  TO WS-SITUACAO-ARQ
                        STRING '  SEM MOVIMENTO PARA A FILIAL NESTE '
                                   DELIMITED BY SIZE
                               'LOTE' DELIMITED BY SIZE
                               INTO WS-LINHA-SAIDA
                        END-STRING
                    ELSE
                        MOVE 'ORIGEM AUSENTE' TO WS-SITUACAO-ARQ
                        STRING '  RELATORIO DE ORIGEM NAO DISPONIVEL '
                                   DELIMITED BY SIZE
                               'NESTE LOTE ('     DELIMITED BY SIZE
                               WS-ORIGEM-SITUACAO DELIMITED BY '  '
                               ')'                DELIMITED BY SIZE
                               INTO WS-LINHA-SAIDA
                        END-STRING
                    END-IF
                    PERFORM IMPRIMIR-LINHA
                ELSE
                    MOVE 'COM MOVIMENTO' TO WS-SITUACAO-ARQ
                END-IF

                MOVE SPACES TO WS-LINHA-SAIDA
                MOVE ALL '-' TO WS-LINHA-SAIDA(1:80)
                PERFORM IMPRIMIR-LINHA
                MOVE SPACES TO WS-LINHA-SAIDA
                STRING 'ITENS DA FILIAL: ' DELIMITED BY SIZE
                       WS-QTD-ITENS        DELIMITED BY SIZE
                       INTO WS-LINHA-SAIDA
                END-STRING
                PERFORM IMPRIMIR-LINHA

                EVALUATE WS-SAIDA-NUM
                WHEN 1
                    CLOSE RESUMO-F1-FILE
                WHEN 2
                    CLOSE RESUMO-F2-FILE
                WHEN 3
                    CLOSE RESUMO-F3-FILE
                WHEN 4
                    CLOSE RESUMO-F4-FILE
                WHEN 5
                    CLOSE RESUMO-F0-FILE
                WHEN 6
                    CLOSE EXCECAO-F1-FILE
                WHEN 7
                    CLOSE EXCECAO-F2-FILE
                WHEN 8
                    CLOSE EXCECAO-F3-FILE
                WHEN 9
                    CLOSE EXCECAO-F4-FILE
                WHEN 10
                    CLOSE EXCECAO-F0-FILE
                WHEN 11
                    CLOSE RETORNO-F1-FILE
                WHEN 12
                    CLOSE RETORNO-F2-FILE
                WHEN 13
                    CLOSE RETORNO-F3-FILE
                WHEN 14
                    CLOSE RETORNO-F4-FILE
                WHEN 15
                    CLOSE RETORNO-F0-FILE
                END-EVALUATE
                PERFORM GRAVAR-LINHA-MANIFESTO
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA.
      *-----------------------------------------------------------------
            IF WS-LINHA-PAG >= WS-MAX-LINHAS
                PERFORM QUEBRAR-PAGINA
            END-IF
            PERFORM GRAVAR-SAIDA
            ADD 1 TO WS-LINHA-PAG.
      *-----------------------------------------------------------------
       QUEBRAR-PAGINA.
      *-----------------------------------------------------------------
      *    A LINHA EM CURSO E GUARDADA ENQUANTO SAEM A LINHA EM BRANCO
      *    E O CABECALHO DA PAGINA NOVA.
            MOVE WS-LINHA-SAIDA TO WS-LINHA-SAIDA-QUEBRA
            MOVE SPACES TO WS-LINHA-SAIDA
            PERFORM GRAVAR-SAIDA
            PERFORM IMPRIMIR-CABECALHO
            MOVE WS-LINHA-SAIDA-QUEBRA TO WS-LINHA-SAIDA.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO.
      *-----------------------------------------------------------------
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAGINA-EDIT

            MOVE SPACES TO WS-LINHA-SAIDA
            STRING WS-TITULO-REL              DELIMITED BY '  '
                   ' - FILIAL '               DELIMITED BY SIZE
                   WS-FIL-CODIGO(WS-FIL-IDX)  DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-FIL-NOME(WS-FIL-IDX)    DELIMITED BY SIZE
                   INTO WS-LINHA-SAIDA
            END-STRING
            PERFORM GRAVAR-SAIDA

            MOVE SPACES TO WS-LINHA-SAIDA
            STRING 'DATA DE EXECUCAO: ' DELIMITED BY SIZE
                   WS-RUN-DATA         DELIMITED BY SIZE
                   '     LOTE: '       DELIMITED BY SIZE
                   WS-RUN-NUMERO       DELIMITED BY SIZE
                   '     PAGINA: '     DELIMITED BY SIZE
                   WS-PAGINA-EDIT      DELIMITED BY SIZE
                   INTO WS-LINHA-SAIDA
            END-STRING
            PERFORM GRAVAR-SAIDA

            MOVE SPACES TO WS-LINHA-SAIDA
            MOVE ALL '-' TO WS-LINHA-SAIDA(1:80)
            PERFORM GRAVAR-SAIDA

            IF WS-COLUNAS NOT = SPACES
                MOVE WS-COLUNAS TO WS-LINHA-SAIDA
                PERFORM GRAVAR-SAIDA
            END-IF

            MOVE ZEROS TO WS-LINHA-PAG.
      *-----------------------------------------------------------------
       GRAVAR-SAIDA.
      *-----------------------------------------------------------------
            ADD 1 TO WS-QTD-LINHAS
            EVALUATE WS-SAIDA-NUM
                WHEN 1
                    MOVE WS-LINHA-SAIDA TO RESUMO-F1-RECORD
                    WRITE RESUMO-F1-RECORD
                WHEN 2
                    MOVE WS-LINHA-SAIDA TO RESUMO-F2-RECORD
                    WRITE RESUMO-F2-RECORD
                WHEN 3
                    MOVE WS-LINHA-SAIDA TO RESUMO-F3-RECORD
                    WRITE RESUMO-F3-RECORD
                WHEN 4
                    MOVE WS-LINHA-SAIDA TO RESUMO-F4-RECORD
                    WRITE RESUMO-F4-RECORD
                WHEN 5
                    MOVE WS-LINHA-SAIDA TO RESUMO-F0-RECORD
                    WRITE RESUMO-F0-RECORD
                WHEN 6
                    MOVE WS-LINHA-SAIDA TO EXCECAO-F1-RECORD
                    WRITE EXCECAO-F1-RECORD
                WHEN 7
                    MOVE WS-LINHA-SAIDA TO EXCECAO-F2-RECORD
                    WRITE EXCECAO-F2-RECORD
                WHEN 8
                    MOVE WS-LINHA-SAIDA TO EXCECAO-F3-RECORD
                    WRITE EXCECAO-F3-RECORD
                WHEN 9
                    MOVE WS-LINHA-SAIDA TO EXCECAO-F4-RECORD
                    WRITE EXCECAO-F4-RECORD
                WHEN 10
                    MOVE WS-LINHA-SAIDA TO EXCECAO-F0-RECORD
                    WRITE EXCECAO-F0-RECORD
                WHEN 11
                    MOVE WS-LINHA-SAIDA TO RETORNO-F1-RECORD
                    WRITE RETORNO-F1-RECORD
                WHEN 12
                    MOVE WS-LINHA-SAIDA TO RETORNO-F2-RECORD
                    WRITE RETORNO-F2-RECORD
                WHEN 13
                    MOVE WS-LINHA-SAIDA TO RETORNO-F3-RECORD
                    WRITE RETORNO-F3-RECORD
                WHEN 14
                    MOVE WS-LINHA-SAIDA TO RETORNO-F4-RECORD
                    WRITE RETORNO-F4-RECORD
                WHEN 15
                    MOVE WS-LINHA-SAIDA TO RETORNO-F0-RECORD
                    WRITE RETORNO-F0-RECORD
            END-EVALUATE.
      *-----------------------------------------------------------------
       GRAVAR-CABECALHO-MANIFESTO.
      *-----------------------------------------------------------------
            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'MANIFESTO DE DISTRIBUICAO POR FILIAL     DATA DE '
                       DELIMITED BY SIZE
                   'EXECUCAO: '        DELIMITED BY SIZE
                   WS-RUN-DATA         DELIMITED BY SIZE
                   '     LOTE: '       DELIMITED BY SIZE
                   WS-RUN-NUMERO       DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD

            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'ORIGEM=RESUMOCLI.PRT SITUACAO=' DELIMITED BY SIZE
                   WS-RESUMO-SITUACAO DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD

            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'ORIGEM=RELEXCE.PRT   SITUACAO=' DELIMITED BY SIZE
                   WS-EXCECAO-SITUACAO DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD.
      *-----------------------------------------------------------------
       GRAVAR-FILIAL-MANIFESTO.
      *-----------------------------------------------------------------
            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'FILIAL='                 DELIMITED BY SIZE
                   WS-FIL-CODIGO(WS-FIL-IDX) DELIMITED BY SIZE
                   ' NOME='                  DELIMITED BY SIZE
                   WS-FIL-NOME(WS-FIL-IDX)   DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD.
      *-----------------------------------------------------------------
       GRAVAR-LINHA-MANIFESTO.
      *-----------------------------------------------------------------
      *    UMA LINHA POR ARQUIVO GERADO, EM POSICOES FIXAS: ARQUIVO,
      *    FILIAL, PAGINAS, LINHAS IMPRESSAS, ITENS DA FILIAL E A
      *    SITUACAO (COM MOVIMENTO / SEM MOVIMENTO / ORIGEM AUSENTE).
      *    O NOME DA FILIAL VAI NA LINHA 'FILIAL=' QUE ABRE O GRUPO.
            ADD 1 TO WS-QTD-ARQUIVOS
            MOVE SPACES TO MANIFESTO-RECORD
            STRING 'ARQUIVO='                DELIMITED BY SIZE
                   WS-SAIDA-NOME             DELIMITED BY SIZE
                   ' FILIAL='                DELIMITED BY SIZE
                   WS-FIL-CODIGO(WS-FIL-IDX) DELIMITED BY SIZE
                   ' PAGINAS='               DELIMITED BY SIZE
                   WS-PAGINA                 DELIMITED BY SIZE
                   ' LINHAS='                DELIMITED BY SIZE
                   WS-QTD-LINHAS             DELIMITED BY SIZE
                   ' ITENS='                 DELIMITED BY SIZE
                   WS-QTD-ITENS              DELIMITED BY SIZE
                   ' SITUACAO='              DELIMITED BY SIZE
                   WS-SITUACAO-ARQ           DELIMITED BY SIZE
                   INTO MANIFESTO-RECORD
            END-STRING
            WRITE MANIFESTO-RECORD.
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

       END PROGRAM RELFILIAL.
