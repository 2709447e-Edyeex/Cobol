      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   ANONIMIZACAO PERIODICA DOS CLIENTES EXCLUIDOS (LGPD):
      *            O CLIENTE COM EXCLUSAO LOGICA ('E') HA MAIS MESES QUE
      *            A RETENCAO DA CHAVE LGPDRETMESES DE SISPARAM (60 SE
      *            AUSENTE) PERDE OS DADOS PESSOAIS -- NOME, GRAFIA
      *            ORIGINAL E CPF/CNPJ NO MESTRE, NAS IMAGENS DO JORNAL
      *            DE ALTERACOES, NA FILA E NO LOG DE SUSPEITAS DE
      *            DUPLICIDADE E NOS ARQUIVOS DE RETORNO DAS FILIAIS --
      *            E TEM OS ENDERECOS EXCLUIDOS. O CUST-ID, AS DATAS E
      *            OS VALORES FINANCEIROS (CONTAS A RECEBER, FATURAS,
      *            HISTORICO DE AUDITORIA) FICAM, PARA OS RELATORIOS
      *            CONTINUAREM FECHANDO. O JORNAL DE ALTERACOES SO E
      *            REESCRITO DEPOIS DE SUA CADEIA DE RESUMOS CONFERIR
      *            (VER COPYBOOK AUDSELO); A CADEIA E REFEITA SOBRE AS
      *            IMAGENS LIMPAS E A REESCRITA DEIXA UM SELO 'R'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIANONI.
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

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.

           SELECT ENDJ-FILE ASSIGN TO "data/CUSTENDJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENDJ.

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

      *    ARQUIVO DE TRABALHO UNICO DA REESCRITA DOS ARQUIVOS
      *    SEQUENCIAIS, NO MESMO ESTILO DO EXPURGO DE AUDITORIA (O
      *    DIALETO NAO RENOMEIA ARQUIVOS EM TEMPO DE EXECUCAO): CADA
      *    ARQUIVO E COPIADO PARA CA JA LIMPO E DEPOIS DE VOLTA.
           SELECT WORK-FILE ASSIGN TO "data/CLIANONW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

           SELECT PARAM-FILE ASSIGN TO "data/SISPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT PRINT-FILE ASSIGN TO "data/CLIANONI.PRT"
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

       FD  SELO-FILE.
       COPY AUDSELO.

       FD  ENDJ-FILE.
       COPY CUSTENDJ.

      *    POSICOES FIXAS DA LINHA DE SUSPEITA (VER GRAVAR-DUPLICATA
      *    EM COMANUNSTRING): NOME 34-93, CUST-ID EXISTENTE 103-108,
      *    PARTES DO NOME 118-167 E CPF/CNPJ 223-236.
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
      *    NOME NAS POSICOES 6-65 E O CUST-ID NAS POSICOES 95-100.
       FD  RET1-FILE.
       01  RET1-RECORD                     PIC X(140).

       FD  RET2-FILE.
       01  RET2-RECORD                     PIC X(140).

       FD  RET3-FILE.
       01  RET3-RECORD                     PIC X(140).

       FD  WORK-FILE.
       01  WORK-RECORD                     PIC X(560).

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-CHAVE                   PIC X(14).
           05  FILLER                      PIC X(01).
           05  PRM-VALOR                   PIC X(12).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CADEIA.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-FS-ADDRESS                    PIC X(02) VALUE SPACES.
       77 WS-FS-JRNL                       PIC X(02) VALUE SPACES.
       77 WS-FS-ENDJ                       PIC X(02) VALUE SPACES.
       77 WS-FS-DUP                        PIC X(02) VALUE SPACES.
       77 WS-FS-LOG                        PIC X(02) VALUE SPACES.
       77 WS-FS-RET1                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET2                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET3                       PIC X(02) VALUE SPACES.
       77 WS-FS-WORK                       PIC X(02) VALUE SPACES.
       77 WS-FS-PARAM                      PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-MESTRE-FLAG               PIC X(01) VALUE 'N'.
           88 WS-FIM-MESTRE                VALUE 'S'.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-FIM-PARAM-FLAG                PIC X(01) VALUE 'N'.
           88 WS-FIM-PARAM                 VALUE 'S'.
       77 WS-PRM-NUM                       PIC S9(09)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    RETENCAO EM MESES CONTADOS DA DATA DA EXCLUSAO (CARIMBADA EM
      *    CUST-DATA-MANUT) ATE A DATA DO LOTE, POR ANO*12+MES COMO NO
      *    EXPURGO DE AUDITORIA, DESCONTANDO O MES AINDA NAO COMPLETO
      *    QUANDO O DIA DO LOTE E ANTERIOR AO DIA DA EXCLUSAO.
       77 WS-RETENCAO-MESES                PIC 9(04) VALUE 60.
       77 WS-MESES-LOTE                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-EXCL                    PIC 9(06) VALUE ZEROS.
       77 WS-MESES-DECORRIDOS              PIC S9(06) VALUE ZEROS.
       77 WS-DIA-LOTE                      PIC 9(02) VALUE ZEROS.
       77 WS-ANO                           PIC 9(04) VALUE ZEROS.
       77 WS-MES                           PIC 9(02) VALUE ZEROS.
       77 WS-DIA                           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CLIENTES A ANONIMIZAR NESTA EXECUCAO, NA ORDEM DO MESTRE. O
      *    QUE NAO COUBER NA TABELA FICA PARA A PROXIMA EXECUCAO -- O
      *    CLIENTE CONTINUA ELEGIVEL ENQUANTO TIVER NOME OU DOCUMENTO.
       01 WS-TAB-ANONIMIZAR.
           05  WS-ANM-ENT OCCURS 500 TIMES.
               10  WS-ANM-CUST-ID          PIC 9(06).
               10  WS-ANM-DATA-EXCL        PIC X(10).
               10  WS-ANM-MESES            PIC 9(04).
       77 WS-QTD-ANM                PIC 9(04) VALUE ZEROS.
       77 WS-ANM-MAX                       PIC 9(04) VALUE 500.
       77 WS-ANM-IDX                       PIC 9(04) VALUE ZEROS.
       77 WS-CNT-ESTOURO                   PIC 9(05) VALUE ZEROS.
       77 WS-PROC-ID                       PIC 9(06) VALUE ZEROS.
       77 WS-PROC-X REDEFINES WS-PROC-ID   PIC X(06).
       77 WS-ACHOU-FLAG                    PIC X(01) VALUE 'N'.
           88 WS-ACHOU                     VALUE 'S'.
      *-----------------------------------------------------------------
      *    REESCRITA DOS ARQUIVOS SEQUENCIAIS: SO VOLTA DO ARQUIVO DE
      *    TRABALHO O ARQUIVO EM QUE ALGUMA LINHA FOI LIMPA.
       77 WS-CNT-LIMPAS-ARQ                PIC 9(06) VALUE ZEROS.
       77 WS-RET-SLOT                      PIC 9(01) VALUE ZEROS.
       77 WS-RET-LINHA                     PIC X(140) VALUE SPACES.
       77 WS-JRN-IMAGEM                    PIC X(250) VALUE SPACES.
       77 WS-END-ANTES                     PIC X(200) VALUE SPACES.
      *-----------------------------------------------------------------
      *    CONTADORES DO RESUMO.
       77 WS-CNT-ANONIMIZADOS              PIC 9(05) VALUE ZEROS.
       77 WS-CNT-JORNAL                    PIC 9(06) VALUE ZEROS.
       77 WS-CNT-JORNAL-END                PIC 9(06) VALUE ZEROS.
       77 WS-CNT-SUSPEITAS                 PIC 9(06) VALUE ZEROS.
       77 WS-CNT-LOG-TRIAGEM               PIC 9(06) VALUE ZEROS.
       77 WS-CNT-RETORNOS                  PIC 9(06) VALUE ZEROS.
       77 WS-CNT-ENDERECOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-SEM-DATA                  PIC 9(05) VALUE ZEROS.
       77 WS-MESES-EDIT                    PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES
                DISPLAY 'RUN HEADER AUSENTE, ANONIMIZACAO NAO '
                        'EXECUTADA.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LER-PARAMETROS-SISTEMA
            DISPLAY 'ANONIMIZACAO LGPD DE: ' WS-RUN-DATA
            DISPLAY 'NUMERO DO LOTE: ' WS-RUN-NUMERO
            DISPLAY 'RETENCAO DOS EXCLUIDOS: ' WS-RETENCAO-MESES
                    ' MESES.'

            MOVE WS-RUN-DATA(07:04) TO WS-ANO
            MOVE WS-RUN-DATA(04:02) TO WS-MES
            MOVE WS-RUN-DATA(01:02) TO WS-DIA-LOTE
            COMPUTE WS-MESES-LOTE = WS-ANO * 12 + WS-MES

            PERFORM SELECIONAR-CLIENTES
            IF WS-QTD-ANM = 0
                DISPLAY 'NENHUM CLIENTE EXCLUIDO ALEM DA RETENCAO.'
                PERFORM IMPRIMIR-RELATORIO
                STOP RUN
            END-IF

      *    OS ARQUIVOS AUXILIARES SAO LIMPOS ANTES DO MESTRE: SE O
      *    PASSO CAIR NO MEIO, O MESTRE AINDA TEM O NOME E A
      *    REEXECUCAO SELECIONA OS MESMOS CLIENTES E TERMINA O SERVICO.
            PERFORM LIMPAR-JORNAL
            PERFORM LIMPAR-JORNAL-ENDERECO
            PERFORM LIMPAR-SUSPEITAS
            PERFORM LIMPAR-LOG-TRIAGEM
            MOVE 1 TO WS-RET-SLOT
            PERFORM UNTIL WS-RET-SLOT > 3
                PERFORM LIMPAR-RETORNO-FILIAL
                ADD 1 TO WS-RET-SLOT
            END-PERFORM

            PERFORM ANONIMIZAR-MESTRE
            PERFORM IMPRIMIR-RELATORIO

            DISPLAY '-=-=-=-= RESUMO DA ANONIMIZACAO -=-=-=-='
            DISPLAY 'CLIENTES ANONIMIZADOS.....: ' WS-CNT-ANONIMIZADOS
            DISPLAY 'ENDERECOS EXCLUIDOS.......: ' WS-CNT-ENDERECOS
            DISPLAY 'IMAGENS DO JORNAL LIMPAS..: ' WS-CNT-JORNAL
            DISPLAY 'JORNAL DE ENDERECOS.......: ' WS-CNT-JORNAL-END
            DISPLAY 'SUSPEITAS DE DUPLICIDADE..: ' WS-CNT-SUSPEITAS
            DISPLAY 'LOG DA TRIAGEM............: ' WS-CNT-LOG-TRIAGEM
            DISPLAY 'RETORNOS DAS FILIAIS......: ' WS-CNT-RETORNOS
            IF WS-CNT-ESTOURO > 0
                DISPLAY 'AVISO: ' WS-CNT-ESTOURO ' CLIENTES ELEGIVEIS '
                        'FICAM PARA A PROXIMA EXECUCAO (TABELA CHEIA).'
            END-IF
            IF WS-CNT-SEM-DATA > 0
                DISPLAY 'AVISO: ' WS-CNT-SEM-DATA ' EXCLUIDOS SEM DATA '
                        'DE EXCLUSAO VALIDA, NAO ANONIMIZADOS.'
            END-IF
            DISPLAY '-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-='

            STOP RUN.
      *-----------------------------------------------------------------
       SELECIONAR-CLIENTES.
      *-----------------------------------------------------------------
      *    VARRE O MESTRE NA ORDEM DO CUST-ID ATRAS DOS EXCLUIDOS QUE
      *    AINDA GUARDAM ALGUM DADO PESSOAL E CUJA EXCLUSAO JA PASSOU
      *    DA RETENCAO. O UNIFICADO ('U') NAO ENTRA: SEUS DADOS SAO OS
      *    DO CLIENTE SOBREVIVENTE, QUE CONTINUA ATIVO.
            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '35'
                DISPLAY 'MESTRE AINDA NAO EXISTE, NADA A ANONIMIZAR.'
                STOP RUN
            END-IF
            IF WS-FS-CUSTOMER NOT = '00'
                DISPLAY 'ERRO AO ABRIR CUSTOMER-FILE, FILE STATUS: '
                        WS-FS-CUSTOMER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-FIM-MESTRE
                READ CUSTOMER-FILE NEXT
                    AT END
                        MOVE 'S' TO WS-FIM-MESTRE-FLAG
                    NOT AT END
                        IF CUST-EXCLUIDO
                           AND (CUST-PRIM-NOME     NOT = SPACES
                             OR CUST-NOME-MEIO-1   NOT = SPACES
                             OR CUST-NOME-MEIO-2   NOT = SPACES
                             OR CUST-NOME-MEIO-3   NOT = SPACES
                             OR CUST-ULTI-NOME     NOT = SPACES
                             OR CUST-NOME-ORIGINAL NOT = SPACES
                             OR CUST-DOCUMENTO     NOT = SPACES)
                            PERFORM AVALIAR-RETENCAO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CUSTOMER-FILE.
      *-----------------------------------------------------------------
       AVALIAR-RETENCAO.
      *-----------------------------------------------------------------
            IF CUST-DATA-MANUT(01:02) NOT NUMERIC
               OR CUST-DATA-MANUT(04:02) NOT NUMERIC
               OR CUST-DATA-MANUT(07:04) NOT NUMERIC
                ADD 1 TO WS-CNT-SEM-DATA
            ELSE
                MOVE CUST-DATA-MANUT(07:04) TO WS-ANO
                MOVE CUST-DATA-MANUT(04:02) TO WS-MES
                MOVE CUST-DATA-MANUT(01:02) TO WS-DIA
                COMPUTE WS-MESES-EXCL = WS-ANO * 12 + WS-MES
                COMPUTE WS-MESES-DECORRIDOS
                      = WS-MESES-LOTE - WS-MESES-EXCL
                IF WS-DIA-LOTE < WS-DIA
                    SUBTRACT 1 FROM WS-MESES-DECORRIDOS
                END-IF
                IF WS-MESES-DECORRIDOS >= WS-RETENCAO-MESES
                    IF WS-QTD-ANM < WS-ANM-MAX
                        ADD 1 TO WS-QTD-ANM
                        MOVE CUST-ID
                            TO WS-ANM-CUST-ID(WS-QTD-ANM)
                        MOVE CUST-DATA-MANUT
                            TO WS-ANM-DATA-EXCL(WS-QTD-ANM)
                        MOVE WS-MESES-DECORRIDOS
                            TO WS-ANM-MESES(WS-QTD-ANM)
                    ELSE
                        ADD 1 TO WS-CNT-ESTOURO
                    END-IF
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       PROCURAR-CLIENTE.
      *-----------------------------------------------------------------
      *    WS-PROC-ID ESTA NA TABELA DESTA EXECUCAO?
            MOVE 'N' TO WS-ACHOU-FLAG
            MOVE 1 TO WS-ANM-IDX
            PERFORM UNTIL WS-ANM-IDX > WS-QTD-ANM
                       OR WS-ACHOU
                IF WS-ANM-CUST-ID(WS-ANM-IDX) = WS-PROC-ID
                    MOVE 'S' TO WS-ACHOU-FLAG
                END-IF
                ADD 1 TO WS-ANM-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       BRANQUEAR-DADOS-PESSOAIS.
      *-----------------------------------------------------------------
      *    TIRA DO REGISTRO DO MESTRE (OU DA IMAGEM DELE NO JORNAL, JA
      *    MOVIDA PARA CUSTOMER-RECORD) O QUE IDENTIFICA A PESSOA. A
      *    CHAVE DO DOCUMENTO VOLTA AO FORMATO DO CLIENTE SEM
      *    DOCUMENTO (COMPLEMENTO COM O CUST-ID, VER COPYBOOK CUSTREC)
      *    PARA A CHAVE ALTERNADA UNICA NAO COLIDIR.
            MOVE SPACES  TO CUST-PRIM-NOME
            MOVE SPACES  TO CUST-NOME-MEIO-1
            MOVE SPACES  TO CUST-NOME-MEIO-2
            MOVE SPACES  TO CUST-NOME-MEIO-3
            MOVE SPACES  TO CUST-ULTI-NOME
            MOVE SPACES  TO CUST-NOME-ORIGINAL
            MOVE SPACES  TO CUST-DOC-TIPO
            MOVE SPACES  TO CUST-DOCUMENTO
            MOVE CUST-ID TO CUST-DOC-COMPL.
      *-----------------------------------------------------------------
       LIMPAR-IMAGEM-JORNAL.
      *-----------------------------------------------------------------
      *    IMAGEM VAZIA (INCLUSAO SEM ANTES, DELETE FISICO ANTIGO SEM
      *    DEPOIS) CONTINUA VAZIA: A RECARGA DISTINGUE POR ELA.
            IF WS-JRN-IMAGEM NOT = SPACES
                MOVE WS-JRN-IMAGEM TO CUSTOMER-RECORD
                PERFORM BRANQUEAR-DADOS-PESSOAIS
                MOVE CUSTOMER-RECORD TO WS-JRN-IMAGEM
            END-IF.
      *-----------------------------------------------------------------
       LIMPAR-JORNAL.
      *-----------------------------------------------------------------
      *    AS IMAGENS DO JORNAL DO MESTRE SAO LIMPAS CAMPO A CAMPO, E
      *    NAO APAGADAS: O CUST-ID, A SITUACAO E AS DATAS CONTINUAM
      *    LA E A RECARGA (CLIRECAR) SEGUE REAPLICANDO O JORNAL.
      *    A CADEIA E CONFERIDA NA MESMA LEITURA, ANTES DE QUALQUER
      *    ALTERACAO: SE JA ESTIVER QUEBRADA, REFAZE-LA SOBRE A LINHA
      *    ADULTERADA APAGARIA A PROVA -- O PASSO PARA E AUDVERIF DIZ
      *    ONDE ESTA A QUEBRA.
            MOVE 'CUSTJRNL' TO WS-CAD-ARQUIVO
            PERFORM LER-ULTIMO-SELO
            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
            MOVE 'N' TO WS-CAD-INICIADA-FLAG
            MOVE 'N' TO WS-CAD-QUEBRA-FLAG
            MOVE ZEROS TO WS-CNT-LIMPAS-ARQ
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            ELSE
                OPEN OUTPUT WORK-FILE
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ JRNL-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM CONFERIR-LINHA-JORNAL
                        MOVE JRN-CUST-ID TO WS-PROC-ID
                        PERFORM PROCURAR-CLIENTE
                        IF WS-ACHOU
                            MOVE JRN-ANTES TO WS-JRN-IMAGEM
                            PERFORM LIMPAR-IMAGEM-JORNAL
                            MOVE WS-JRN-IMAGEM TO JRN-ANTES
                            MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
                            PERFORM LIMPAR-IMAGEM-JORNAL
                            MOVE WS-JRN-IMAGEM TO JRN-DEPOIS
                            ADD 1 TO WS-CNT-LIMPAS-ARQ
                        END-IF
                        MOVE JRN-RECORD TO WORK-RECORD
                        WRITE WORK-RECORD
                END-READ
            END-PERFORM
            IF WS-FS-JRNL = '00' OR WS-FS-JRNL = '10'
                CLOSE JRNL-FILE
                CLOSE WORK-FILE
            END-IF
      *    LINHAS A MENOS QUE O ULTIMO SELO: O FIM DO JORNAL SUMIU.
            IF WS-CAD-SELO-LINHAS > WS-CAD-LINHAS
               AND NOT WS-CAD-QUEBRADA
                MOVE 'S' TO WS-CAD-QUEBRA-FLAG
                MOVE WS-CAD-SELO-LINHAS TO WS-CAD-LINHA-QUEBRA
                MOVE ZEROS TO WS-CAD-LOTE-QUEBRA
            END-IF
            IF WS-CAD-QUEBRADA
                DISPLAY 'CADEIA DE RESUMOS DO JORNAL QUEBRADA NA LINHA '
                        WS-CAD-LINHA-QUEBRA ' (LOTE '
                        WS-CAD-LOTE-QUEBRA '), RODE AUDVERIF.'
                DISPLAY 'ANONIMIZACAO NAO EXECUTADA, NADA FOI ALTERADO.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD WS-CNT-LIMPAS-ARQ TO WS-CNT-JORNAL

      *    NA VOLTA DO ARQUIVO DE TRABALHO A CADEIA E REFEITA DESDE A
      *    ANCORA SOBRE AS IMAGENS LIMPAS (AS LINHAS ANTERIORES A
      *    CADEIA GANHAM RESUMO AQUI), E O SELO 'R' MARCA A REESCRITA.
            IF WS-CNT-LIMPAS-ARQ > 0
                MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
                MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT WORK-FILE
                OPEN OUTPUT JRNL-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ WORK-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE WORK-RECORD TO JRN-RECORD
                            PERFORM ENCADEAR-JORNAL
                            WRITE JRN-RECORD
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE JRNL-FILE
                MOVE 'R'        TO WS-CAD-TIPO-SELO
                MOVE 'CLIANONI' TO WS-CAD-PROGRAMA
                PERFORM GRAVAR-SELO
            END-IF
            MOVE ZEROS TO WS-CAD-GRAVADAS.
      *-----------------------------------------------------------------
       CONFERIR-LINHA-JORNAL.
      *-----------------------------------------------------------------
      *    RECALCULA O RESUMO DA LINHA LIDA E CONFERE COM O GRAVADO E,
      *    NA POSICAO DO ULTIMO SELO, COM O SELO. LINHA SEM RESUMO SO
      *    E ACEITA ANTES DA PRIMEIRA QUE TEM (GRAVADA ANTES DA CADEIA).
            MOVE JRN-RECORD(1:537) TO WS-CAD-DADOS
            MOVE 537 TO WS-CAD-TAM
            PERFORM CALCULAR-HASH-CADEIA
            ADD 1 TO WS-CAD-LINHAS
            IF JRN-HASH IS NUMERIC
                MOVE 'S' TO WS-CAD-INICIADA-FLAG
                IF JRN-HASH NOT = WS-CAD-HASH
                    PERFORM MARCAR-QUEBRA-JORNAL
                END-IF
            ELSE
                IF WS-CAD-INICIADA
                    PERFORM MARCAR-QUEBRA-JORNAL
                END-IF
            END-IF
            IF WS-CAD-LINHAS = WS-CAD-SELO-LINHAS
               AND WS-CAD-HASH NOT = WS-CAD-SELO-HASH
                PERFORM MARCAR-QUEBRA-JORNAL
            END-IF
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR.
      *-----------------------------------------------------------------
       MARCAR-QUEBRA-JORNAL.
      *-----------------------------------------------------------------
            IF NOT WS-CAD-QUEBRADA
                MOVE 'S'           TO WS-CAD-QUEBRA-FLAG
                MOVE WS-CAD-LINHAS TO WS-CAD-LINHA-QUEBRA
                MOVE JRN-LOTE      TO WS-CAD-LOTE-QUEBRA
            END-IF.
      *-----------------------------------------------------------------
       LIMPAR-JORNAL-ENDERECO.
      *-----------------------------------------------------------------
      *    NO JORNAL DE ENDERECOS SO A CHAVE (CUST-ID E TIPO, OS 7
      *    PRIMEIROS BYTES DA IMAGEM) SOBREVIVE: O RESTO DO REGISTRO
      *    E TODO ENDERECO E CONTATO.
            MOVE ZEROS TO WS-CNT-LIMPAS-ARQ
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT ENDJ-FILE
            IF WS-FS-ENDJ NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            ELSE
                OPEN OUTPUT WORK-FILE
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ ENDJ-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE ENDJ-CUST-ID TO WS-PROC-ID
                        PERFORM PROCURAR-CLIENTE
                        IF WS-ACHOU
                           AND (ENDJ-ANTES(8:193)  NOT = SPACES
                             OR ENDJ-DEPOIS(8:193) NOT = SPACES)
                            MOVE SPACES TO ENDJ-ANTES(8:193)
                            MOVE SPACES TO ENDJ-DEPOIS(8:193)
                            ADD 1 TO WS-CNT-LIMPAS-ARQ
                        END-IF
                        MOVE ENDJ-RECORD TO WORK-RECORD
                        WRITE WORK-RECORD
                END-READ
            END-PERFORM
            IF WS-FS-ENDJ = '00' OR WS-FS-ENDJ = '10'
                CLOSE ENDJ-FILE
                CLOSE WORK-FILE
            END-IF
            ADD WS-CNT-LIMPAS-ARQ TO WS-CNT-JORNAL-END

            IF WS-CNT-LIMPAS-ARQ > 0
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT WORK-FILE
                OPEN OUTPUT ENDJ-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ WORK-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE WORK-RECORD TO ENDJ-RECORD
                            WRITE ENDJ-RECORD
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE ENDJ-FILE
            END-IF.
      *-----------------------------------------------------------------
       LIMPAR-SUSPEITAS.
      *-----------------------------------------------------------------
      *    SUSPEITA DE DUPLICIDADE CONTRA O CLIENTE ANONIMIZADO: SAI O
      *    NOME RECEBIDO, AS PARTES DO NOME E O DOCUMENTO; A LINHA
      *    FICA NA FILA PARA A TRIAGEM (CLIDUPTR) NAO PERDER A
      *    NUMERACAO.
            MOVE ZEROS TO WS-CNT-LIMPAS-ARQ
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT DUP-FILE
            IF WS-FS-DUP NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            ELSE
                OPEN OUTPUT WORK-FILE
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ DUP-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE DUP-RECORD(103:6) TO WS-PROC-X
                        IF WS-PROC-X NUMERIC
                            PERFORM PROCURAR-CLIENTE
                        ELSE
                            MOVE 'N' TO WS-ACHOU-FLAG
                        END-IF
                        IF WS-ACHOU
                           AND (DUP-RECORD(34:60)  NOT = SPACES
                             OR DUP-RECORD(118:50) NOT = SPACES
                             OR DUP-RECORD(223:14) NOT = SPACES)
                            MOVE SPACES TO DUP-RECORD(34:60)
                            MOVE SPACES TO DUP-RECORD(118:50)
                            MOVE SPACES TO DUP-RECORD(223:14)
                            ADD 1 TO WS-CNT-LIMPAS-ARQ
                        END-IF
                        MOVE DUP-RECORD TO WORK-RECORD
                        WRITE WORK-RECORD
                END-READ
            END-PERFORM
            IF WS-FS-DUP = '00' OR WS-FS-DUP = '10'
                CLOSE DUP-FILE
                CLOSE WORK-FILE
            END-IF
            ADD WS-CNT-LIMPAS-ARQ TO WS-CNT-SUSPEITAS

            IF WS-CNT-LIMPAS-ARQ > 0
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT WORK-FILE
                OPEN OUTPUT DUP-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ WORK-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE WORK-RECORD TO DUP-RECORD
                            WRITE DUP-RECORD
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE DUP-FILE
            END-IF.
      *-----------------------------------------------------------------
       LIMPAR-LOG-TRIAGEM.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-CNT-LIMPAS-ARQ
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT LOG-FILE
            IF WS-FS-LOG NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            ELSE
                OPEN OUTPUT WORK-FILE
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ LOG-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        MOVE DLOG-CUST-ID TO WS-PROC-ID
                        PERFORM PROCURAR-CLIENTE
                        IF WS-ACHOU AND DLOG-NOME NOT = SPACES
                            MOVE SPACES TO DLOG-NOME
                            ADD 1 TO WS-CNT-LIMPAS-ARQ
                        END-IF
                        MOVE LOG-RECORD TO WORK-RECORD
                        WRITE WORK-RECORD
                END-READ
            END-PERFORM
            IF WS-FS-LOG = '00' OR WS-FS-LOG = '10'
                CLOSE LOG-FILE
                CLOSE WORK-FILE
            END-IF
            ADD WS-CNT-LIMPAS-ARQ TO WS-CNT-LOG-TRIAGEM

            IF WS-CNT-LIMPAS-ARQ > 0
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT WORK-FILE
                OPEN OUTPUT LOG-FILE
                PERFORM UNTIL WS-FIM-ARQ
                    READ WORK-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE WORK-RECORD TO LOG-RECORD
                            WRITE LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE LOG-FILE
            END-IF.
      *-----------------------------------------------------------------
       LIMPAR-RETORNO-FILIAL.
      *-----------------------------------------------------------------
      *    NAS LINHAS NOME= DO RETORNO DA POSICAO WS-RET-SLOT SAI O
      *    NOME; CABECALHO, TRAILER E CONTAGEM FICAM COMO ESTAO.
            MOVE ZEROS TO WS-CNT-LIMPAS-ARQ
            PERFORM ABRIR-RETORNO-ENTRADA
            OPEN OUTPUT WORK-FILE
            PERFORM UNTIL WS-FIM-ARQ
                PERFORM LER-RETORNO-FILIAL
                IF NOT WS-FIM-ARQ
                    IF WS-RET-LINHA(1:5) = 'NOME='
                        MOVE WS-RET-LINHA(95:6) TO WS-PROC-X
                        IF WS-PROC-X NUMERIC
                            PERFORM PROCURAR-CLIENTE
                            IF WS-ACHOU
                               AND WS-RET-LINHA(6:60) NOT = SPACES
                                MOVE SPACES TO WS-RET-LINHA(6:60)
                                ADD 1 TO WS-CNT-LIMPAS-ARQ
                            END-IF
                        END-IF
                    END-IF
                    MOVE WS-RET-LINHA TO WORK-RECORD
                    WRITE WORK-RECORD
                END-IF
            END-PERFORM
            PERFORM FECHAR-RETORNO-FILIAL
            CLOSE WORK-FILE
            ADD WS-CNT-LIMPAS-ARQ TO WS-CNT-RETORNOS

            IF WS-CNT-LIMPAS-ARQ > 0
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                OPEN INPUT WORK-FILE
                PERFORM ABRIR-RETORNO-SAIDA
                PERFORM UNTIL WS-FIM-ARQ
                    READ WORK-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            MOVE WORK-RECORD TO WS-RET-LINHA
                            PERFORM GRAVAR-RETORNO-FILIAL
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                PERFORM FECHAR-RETORNO-FILIAL
            END-IF.
      *-----------------------------------------------------------------
       ANONIMIZAR-MESTRE.
      *-----------------------------------------------------------------
            OPEN I-O CUSTOMER-FILE
            IF WS-FS-CUSTOMER NOT = '00'
                DISPLAY 'ERRO AO ABRIR CUSTOMER-FILE, FILE STATUS: '
                        WS-FS-CUSTOMER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O ADDRESS-FILE
            IF WS-FS-ADDRESS = '35'
                OPEN OUTPUT ADDRESS-FILE
                CLOSE ADDRESS-FILE
                OPEN I-O ADDRESS-FILE
            END-IF
            IF WS-FS-ADDRESS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ADDRESS-FILE, FILE STATUS: '
                        WS-FS-ADDRESS
                CLOSE CUSTOMER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                OPEN OUTPUT JRNL-FILE
            END-IF
            OPEN EXTEND ENDJ-FILE
            IF WS-FS-ENDJ NOT = '00'
                OPEN OUTPUT ENDJ-FILE
            END-IF

            MOVE 1 TO WS-ANM-IDX
            PERFORM UNTIL WS-ANM-IDX > WS-QTD-ANM
                PERFORM ANONIMIZAR-CLIENTE
                ADD 1 TO WS-ANM-IDX
            END-PERFORM

            CLOSE CUSTOMER-FILE
            CLOSE ADDRESS-FILE
            CLOSE JRNL-FILE
            MOVE 'CLIANONI' TO WS-CAD-PROGRAMA
            PERFORM SELAR-JORNAL
            CLOSE ENDJ-FILE.
      *-----------------------------------------------------------------
       ANONIMIZAR-CLIENTE.
      *-----------------------------------------------------------------
      *    A DATA DA ULTIMA MANUTENCAO FICA A DA EXCLUSAO; O LANCAMENTO
      *    'L' NO JORNAL REGISTRA O LOTE DA ANONIMIZACAO, COM AS DUAS
      *    IMAGENS JA SEM OS DADOS PESSOAIS -- SENAO O PROPRIO
      *    LANCAMENTO OS GUARDARIA. NA RECARGA DE UM BACKUP ANTIGO O
      *    'L' REAPLICADO TIRA DE NOVO OS DADOS DO REGISTRO.
            MOVE WS-ANM-CUST-ID(WS-ANM-IDX) TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    DISPLAY 'CLIENTE ' CUST-ID
                            ' NAO ENCONTRADO NA ANONIMIZACAO.'
                NOT INVALID KEY
                    IF CUST-EXCLUIDO
                        PERFORM BRANQUEAR-DADOS-PESSOAIS
                        MOVE SPACES          TO JRN-RECORD
                        MOVE CUSTOMER-RECORD TO JRN-ANTES
                        REWRITE CUSTOMER-RECORD
                            INVALID KEY
                                DISPLAY 'ERRO AO REGRAVAR O CLIENTE '
                                        CUST-ID ', FILE STATUS: '
                                        WS-FS-CUSTOMER
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-ANONIMIZADOS
                                MOVE WS-RUN-NUMERO   TO JRN-LOTE
                                MOVE WS-RUN-DATA     TO JRN-DATA
                                MOVE 'L'             TO JRN-ACAO
                                MOVE CUST-ID         TO JRN-CUST-ID
                                MOVE CUSTOMER-RECORD TO JRN-DEPOIS
                                PERFORM ENCADEAR-JORNAL
                                WRITE JRN-RECORD
                                MOVE 'C' TO END-TIPO
                                PERFORM EXCLUIR-ENDERECO
                                MOVE 'E' TO END-TIPO
                                PERFORM EXCLUIR-ENDERECO
                        END-REWRITE
                    END-IF
            END-READ.
      *-----------------------------------------------------------------
       EXCLUIR-ENDERECO.
      *-----------------------------------------------------------------
      *    EXCLUSAO FISICA DO ENDERECO DO TIPO EM END-TIPO, COM A
      *    LINHA 'D' NO JORNAL DE ENDERECOS COMO A MANUTENCAO GRAVA --
      *    MAS COM A IMAGEM ANTES REDUZIDA A CHAVE.
            MOVE WS-ANM-CUST-ID(WS-ANM-IDX) TO END-CUST-ID
            READ ADDRESS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES    TO WS-END-ANTES
                    MOVE END-CHAVE TO WS-END-ANTES(1:7)
                    DELETE ADDRESS-FILE
                        INVALID KEY
                            DISPLAY 'ERRO AO EXCLUIR O ENDERECO '
                                    END-CHAVE
                        NOT INVALID KEY
                            ADD 1 TO WS-CNT-ENDERECOS
                            MOVE SPACES         TO ENDJ-RECORD
                            MOVE WS-RUN-NUMERO  TO ENDJ-LOTE
                            MOVE WS-RUN-DATA    TO ENDJ-DATA
                            MOVE 'D'            TO ENDJ-ACAO
                            MOVE END-CUST-ID    TO ENDJ-CUST-ID
                            MOVE END-TIPO       TO ENDJ-TIPO
                            MOVE WS-END-ANTES   TO ENDJ-ANTES
                            WRITE ENDJ-RECORD
                    END-DELETE
            END-READ.
      *-----------------------------------------------------------------
       IMPRIMIR-RELATORIO.
      *-----------------------------------------------------------------
      *    LISTA DOS CLIENTES ANONIMIZADOS, SO COM O CUST-ID E A DATA DA
      *    EXCLUSAO -- O RELATORIO NAO PODE GUARDAR O QUE FOI APAGADO.
            OPEN OUTPUT PRINT-FILE
            MOVE SPACES TO PRINT-RECORD
            STRING 'ANONIMIZACAO LGPD DOS CLIENTES EXCLUIDOS - LOTE '
                   DELIMITED BY SIZE
                   WS-RUN-NUMERO DELIMITED BY SIZE
                   ' DE '        DELIMITED BY SIZE
                   WS-RUN-DATA   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-RETENCAO-MESES TO WS-MESES-EDIT
            STRING 'RETENCAO DOS EXCLUIDOS: ' DELIMITED BY SIZE
                   WS-MESES-EDIT DELIMITED BY SIZE
                   ' MESES'      DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:60)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            MOVE 'CUST-ID  EXCLUIDO EM   MESES' TO PRINT-RECORD
            WRITE PRINT-RECORD

            MOVE 1 TO WS-ANM-IDX
            PERFORM UNTIL WS-ANM-IDX > WS-QTD-ANM
                MOVE SPACES TO PRINT-RECORD
                MOVE WS-ANM-MESES(WS-ANM-IDX) TO WS-MESES-EDIT
                STRING WS-ANM-CUST-ID(WS-ANM-IDX)   DELIMITED BY SIZE
                       '   '                        DELIMITED BY SIZE
                       WS-ANM-DATA-EXCL(WS-ANM-IDX) DELIMITED BY SIZE
                       ' '                          DELIMITED BY SIZE
                       WS-MESES-EDIT                DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
                ADD 1 TO WS-ANM-IDX
            END-PERFORM

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:60)
            WRITE PRINT-RECORD
            MOVE SPACES TO PRINT-RECORD
            STRING 'CLIENTES ANONIMIZADOS: ' DELIMITED BY SIZE
                   WS-CNT-ANONIMIZADOS      DELIMITED BY SIZE
                   '  ENDERECOS EXCLUIDOS: ' DELIMITED BY SIZE
                   WS-CNT-ENDERECOS         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            IF WS-CNT-ESTOURO > 0
                MOVE SPACES TO PRINT-RECORD
                STRING 'ELEGIVEIS PARA A PROXIMA EXECUCAO: '
                       DELIMITED BY SIZE
                       WS-CNT-ESTOURO DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF
            CLOSE PRINT-FILE.
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
       ABRIR-RETORNO-SAIDA.
      *-----------------------------------------------------------------
            EVALUATE WS-RET-SLOT
                WHEN 1
                    OPEN OUTPUT RET1-FILE
                WHEN 2
                    OPEN OUTPUT RET2-FILE
                WHEN 3
                    OPEN OUTPUT RET3-FILE
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
       GRAVAR-RETORNO-FILIAL.
      *-----------------------------------------------------------------
            EVALUATE WS-RET-SLOT
                WHEN 1
                    MOVE WS-RET-LINHA TO RET1-RECORD
                    WRITE RET1-RECORD
                WHEN 2
                    MOVE WS-RET-LINHA TO RET2-RECORD
                    WRITE RET2-RECORD
                WHEN 3
                    MOVE WS-RET-LINHA TO RET3-RECORD
                    WRITE RET3-RECORD
            END-EVALUATE.
      *-----------------------------------------------------------------
       FECHAR-RETORNO-FILIAL.
      *-----------------------------------------------------------------
      *    FECHA SO O QUE ABRIU: NA LEITURA UM RETORNO INEXISTENTE NAO
      *    CHEGA A SER ABERTO.
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
       ENCADEAR-JORNAL.
      *-----------------------------------------------------------------
            MOVE JRN-RECORD(1:537) TO WS-CAD-DADOS
            MOVE 537 TO WS-CAD-TAM
            PERFORM CALCULAR-HASH-CADEIA
            MOVE WS-CAD-HASH TO JRN-HASH
            MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
            ADD 1 TO WS-CAD-LINHAS
            ADD 1 TO WS-CAD-GRAVADAS.
      *-----------------------------------------------------------------
       SELAR-JORNAL.
      *-----------------------------------------------------------------
      *    SO SELA SE O PASSO ACRESCENTOU ALGUMA LINHA AO JORNAL.
            IF WS-CAD-GRAVADAS > ZEROS
                MOVE 'L' TO WS-CAD-TIPO-SELO
                PERFORM GRAVAR-SELO
            END-IF.
      *-----------------------------------------------------------------
       CALCULAR-HASH-CADEIA.
      *-----------------------------------------------------------------
      *    MESMA ROTINA EM TODOS OS PASSOS QUE GRAVAM NA CADEIA E EM
      *    AUDVERIF, QUE A CONFERE.
            MOVE WS-CAD-ANTERIOR TO WS-CAD-ACUM
            MOVE 1               TO WS-CAD-POS
            PERFORM UNTIL WS-CAD-POS > WS-CAD-TAM
                COMPUTE WS-CAD-ACUM = FUNCTION MOD(
                        WS-CAD-ACUM * 33
                      + FUNCTION ORD(WS-CAD-DADOS(WS-CAD-POS:1)),
                        WS-CAD-PRIMO)
                ADD 1 TO WS-CAD-POS
            END-PERFORM
            MOVE WS-CAD-ACUM TO WS-CAD-HASH.
      *-----------------------------------------------------------------
       LER-ULTIMO-SELO.
      *-----------------------------------------------------------------
      *    O ULTIMO SELO DO ARQUIVO TRAZ QUANTAS LINHAS JA FORAM
      *    EXPURGADAS DO INICIO E O RESUMO DE ONDE A CADEIA PARTE.
            MOVE ZEROS          TO WS-CAD-EXPURGADAS
            MOVE WS-CAD-SEMENTE TO WS-CAD-ANCORA
            MOVE ZEROS          TO WS-CAD-GRAVADAS
            MOVE ZEROS          TO WS-CAD-SELO-LINHAS
            MOVE ZEROS          TO WS-CAD-SELO-HASH
            MOVE 'N' TO WS-FIM-SELO-FLAG
            OPEN INPUT SELO-FILE
            IF WS-FS-SELO = '00'
                PERFORM UNTIL WS-FIM-SELO
                    READ SELO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-SELO-FLAG
                        NOT AT END
                            IF SELO-ARQUIVO = WS-CAD-ARQUIVO
                                MOVE SELO-EXPURGADAS
                                  TO WS-CAD-EXPURGADAS
                                MOVE SELO-ANCORA TO WS-CAD-ANCORA
                                MOVE SELO-LINHAS
                                  TO WS-CAD-SELO-LINHAS
                                MOVE SELO-HASH   TO WS-CAD-SELO-HASH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SELO-FILE
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-SELO.
      *-----------------------------------------------------------------
            OPEN EXTEND SELO-FILE
            IF WS-FS-SELO NOT = '00'
                OPEN OUTPUT SELO-FILE
            END-IF
            MOVE SPACES            TO SELO-RECORD
            MOVE WS-CAD-ARQUIVO    TO SELO-ARQUIVO
            MOVE WS-CAD-TIPO-SELO  TO SELO-TIPO
            MOVE WS-RUN-NUMERO     TO SELO-LOTE
            MOVE WS-RUN-DATA       TO SELO-DATA
            MOVE WS-CAD-PROGRAMA   TO SELO-PROGRAMA
            MOVE WS-CAD-LINHAS     TO SELO-LINHAS
            MOVE WS-CAD-ANTERIOR   TO SELO-HASH
            MOVE WS-CAD-EXPURGADAS TO SELO-EXPURGADAS
            MOVE WS-CAD-ANCORA     TO SELO-ANCORA
            WRITE SELO-RECORD
            CLOSE SELO-FILE.
      *-----------------------------------------------------------------
       LER-PARAMETROS-SISTEMA.
      *-----------------------------------------------------------------
      *    RETENCAO DOS EXCLUIDOS PELA CHAVE LGPDRETMESES (VER
      *    SISPARMAN); SEM A CHAVE, OU COM VALOR FORA DE FAIXA, FICAM
      *    OS 60 MESES PADRAO.
            MOVE 'N' TO WS-FIM-PARAM-FLAG
            OPEN INPUT PARAM-FILE
            IF WS-FS-PARAM = '00'
                PERFORM UNTIL WS-FIM-PARAM
                    READ PARAM-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PARAM-FLAG
                        NOT AT END
                            IF PRM-CHAVE = 'LGPDRETMESES'
                                COMPUTE WS-PRM-NUM
                                      = FUNCTION NUMVAL(PRM-VALOR)
                                IF WS-PRM-NUM > 0
                                   AND WS-PRM-NUM < 10000
                                    MOVE WS-PRM-NUM
                                        TO WS-RETENCAO-MESES
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARAM-FILE
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

       END PROGRAM CLIANONI.
