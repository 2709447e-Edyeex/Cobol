      *            DIARIO DE INCLUSOES, ALTERACOES E EXCLUSOES (A/C/D)
      *            SOBRE CUSTMAST.DAT COM ACESSO RANDOMICO POR CUST-ID,
      *            EM VEZ DE O MESTRE SER RECRIADO A CADA LOTE.
      *            A TRANSACAO 'U' UNIFICA DOIS CADASTROS DA MESMA
      *            PESSOA: O DUPLICADO E APOSENTADO COM PONTEIRO PARA O
      *            SOBREVIVENTE E A FILIAL QUE O ENVIOU E AVISADA PELO
      *            SEU ARQUIVO DE RETORNO (CUSTRETN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

      *    MOVIMENTO DIARIO DE MANUTENCAO: UM REGISTRO POR TRANSACAO,
      *    COM O TIPO (A INCLUSAO, C ALTERACAO, D EXCLUSAO LOGICA, R
      *    REATIVACAO), O CUST-ID ALVO (IGNORADO NA INCLUSAO, QUE
      *    RECEBE A PROXIMA CHAVE DE CUSTSEQ.DAT), AS PARTES DO NOME
      *    NO MESMO LAYOUT DO MESTRE E O CPF/CNPJ (OPCIONAL; NA
      *    ALTERACAO, EM BRANCO MANTEM O DOCUMENTO JA CADASTRADO). A
      *    EXCLUSAO SO VIRA A SITUACAO DO REGISTRO PARA 'E' -- UM
      *    CLIENTE EXCLUIDO POR ENGANO VOLTA COM UM 'R', EM VEZ DE
      *    SUMIR DO ARQUIVO. O TIPO 'L' TROCA O LIMITE DE CREDITO DO
      *    CLIENTE (VER DELTA-LIM-RECORD) E O TIPO 'U' UNIFICA DOIS
      *    CADASTROS DA MESMA PESSOA (VER DELTA-UNI-RECORD).
           SELECT DELTA-FILE ASSIGN TO "data/CUSTDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.
           SELECT JRNL-FILE ASSIGN TO "data/CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNL.

           SELECT SELO-FILE ASSIGN TO "data/AUDSELO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELO.

      *    CADASTRO DE ENDERECOS E CONTATOS (VER COPYBOOK CUSTEND),
      *    MANTIDO PELAS TRANSACOES 'E' (INCLUI OU ALTERA O ENDERECO
      *    DO TIPO INFORMADO) E 'X' (EXCLUI O ENDERECO DO TIPO), COM
      *    SEU PROPRIO JORNAL NO MESMO DESENHO DE CUSTJRNL.
           SELECT ADDRESS-FILE ASSIGN TO "data/CUSTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WS-FS-ADDRESS.

           SELECT ENDJ-FILE ASSIGN TO "data/CUSTENDJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENDJ.

      *    AVISO DE UNIFICACAO AS FILIAIS: O CONTROLE DE ENTRADA DA
      *    IMPORTACAO DIZ QUAL POSICAO (1-3) CADA CODIGO DE ORIGEM
      *    OCUPA, E O AVISO VAI PARA O ARQUIVO DE RETORNO DESSA
      *    POSICAO, NO MESMO ENVELOPE HDR/TRL QUE COMANUNSTRING GRAVA
      *    -- SE A FILIAL ENVIOU ARQUIVO NESTA NOITE, O AVISO ENTRA NO
      *    RETORNO JA GRAVADO, ANTES DO TRAILER (REGRAVADO PELO
      *    ARQUIVO DE TRABALHO CUSTRETW, NO ESTILO DE SISPARMAN).
           SELECT INTAKE-FILE ASSIGN TO "data/CUSTINTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTAKE.

           SELECT RET1-FILE ASSIGN TO "data/CUSTRET1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET1.

           SELECT RET2-FILE ASSIGN TO "data/CUSTRET2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET2.

           SELECT RET3-FILE ASSIGN TO "data/CUSTRET3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET3.

           SELECT RETW-FILE ASSIGN TO "data/CUSTRETW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETW.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           05  DELTA-NOME-MEIO-2           PIC X(10).
           05  DELTA-NOME-MEIO-3           PIC X(10).
           05  DELTA-ULTI-NOME             PIC X(10).
           05  DELTA-DOCUMENTO             PIC X(18).
      *    LAYOUT DA TRANSACAO DE LIMITE DE CREDITO ('L'): O NOVO
      *    LIMITE, SEM SINAL E COM DUAS DECIMAIS IMPLICITAS, LOGO DEPOIS
      *    DO CUST-ID; ZEROS RETIRA O LIMITE DO CLIENTE.
       01  DELTA-LIM-RECORD.
           05  FILLER                      PIC X(07).
           05  DELTA-LIM-VALOR             PIC X(11).
           05  DELTA-LIM-VALOR-N REDEFINES DELTA-LIM-VALOR
                                           PIC 9(09)V9(2).
      *    LAYOUT DAS TRANSACOES DE ENDERECO ('E' E 'X'): DEPOIS DO
      *    TIPO E DO CUST-ID VEM O TIPO DO ENDERECO (C/E) E OS CAMPOS
      *    DO CADASTRO DE ENDERECOS; NA EXCLUSAO ('X') SO A CHAVE
      *    INTERESSA.
       01  DELTA-END-RECORD.
           05  FILLER                      PIC X(07).
           05  DELTA-END-TIPO              PIC X(01).
           05  DELTA-END-LOGRADOURO        PIC X(40).
           05  DELTA-END-NUMERO            PIC X(06).
           05  DELTA-END-COMPLEMENTO       PIC X(20).
           05  DELTA-END-BAIRRO            PIC X(20).
           05  DELTA-END-CIDADE            PIC X(25).
           05  DELTA-END-UF                PIC X(02).
           05  DELTA-END-CEP               PIC X(08).
           05  DELTA-END-TELEFONE          PIC X(15).
           05  DELTA-END-EMAIL             PIC X(40).
      *    LAYOUT DA UNIFICACAO ('U'): O CUST-ID DO MOVIMENTO E O
      *    CADASTRO DUPLICADO A APOSENTAR E, LOGO DEPOIS DELE, VEM O
      *    CUST-ID DO CLIENTE QUE SOBREVIVE.
       01  DELTA-UNI-RECORD.
           05  FILLER                      PIC X(07).
           05  DELTA-UNI-SUCESSOR          PIC X(06).
           05  DELTA-UNI-SUCESSOR-N REDEFINES DELTA-UNI-SUCESSOR
                                           PIC 9(06).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD                PIC X(230).

       FD  CUSTSEQ-FILE.
       01  CUSTSEQ-RECORD                  PIC 9(06).
       FD  JRNL-FILE.
       COPY CUSTJRN.

       FD  SELO-FILE.
       COPY AUDSELO.

       FD  ADDRESS-FILE.
       COPY CUSTEND.

       FD  ENDJ-FILE.
       COPY CUSTENDJ.

       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  INTK-SLOT                   PIC X(01).
           05  FILLER                      PIC X(01).
           05  INTK-ORIGEM                 PIC X(08).

       FD  RET1-FILE.
       01  RET1-RECORD                     PIC X(140).

       FD  RET2-FILE.
       01  RET2-RECORD                     PIC X(140).

       FD  RET3-FILE.
       01  RET3-RECORD                     PIC X(140).

       FD  RETW-FILE.
       01  RETW-RECORD                     PIC X(140).

       WORKING-STORAGE SECTION.
       COPY CADEIA.
       COPY RUNCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
       77 WS-PROX-ID                       PIC 9(06) VALUE ZEROS.
       77 WS-EXC-RAZAO                     PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      *    CRITICA DO CPF/CNPJ DO MOVIMENTO, COM A MESMA ROTINA DE
      *    MODULO 11 DA IMPORTACAO (VER COMANUNSTRING), E CHECAGEM DE
      *    QUE O DOCUMENTO NAO PERTENCE A OUTRO CLIENTE -- A CHAVE
      *    ALTERNADA DO DOCUMENTO NO MESTRE E UNICA.
       COPY CUSTDOC.
       77 WS-DOC-OK-FLAG                   PIC X(01) VALUE 'S'.
           88 WS-DOC-OK                    VALUE 'S'.
      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DO JORNAL DE ALTERACOES: A IMAGEM ANTES
      *    E CAPTURADA LOGO APOS O READ (ANTES DE QUALQUER MOVE) E A
      *    IMAGEM DEPOIS APOS A GRAVACAO.
       77 WS-FS-JRNL                       PIC X(02) VALUE SPACES.
       77 WS-JRN-ACAO                      PIC X(01) VALUE SPACES.
       77 WS-JRN-CUST-ID                   PIC 9(06) VALUE ZEROS.
       77 WS-JRN-ANTES                     PIC X(250) VALUE SPACES.
       77 WS-JRN-DEPOIS                    PIC X(250) VALUE SPACES.
      *-----------------------------------------------------------------
      *    CADASTRO DE ENDERECOS E SEU JORNAL.
       77 WS-FS-ADDRESS                    PIC X(02) VALUE SPACES.
       77 WS-FS-ENDJ                       PIC X(02) VALUE SPACES.
       77 WS-END-ANTES                     PIC X(200) VALUE SPACES.
       77 WS-END-OK-FLAG                   PIC X(01) VALUE 'S'.
           88 WS-END-OK                    VALUE 'S'.
      *-----------------------------------------------------------------
      *    CONTADORES DO RESUMO DE FIM DE MANUTENCAO, NO MESMO ESTILO
      *    DO RESUMO DE FIM DE LOTE DE CALCULO2.
       77 WS-CNT-EXCLUIDOS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-REATIVADOS                PIC 9(05) VALUE ZEROS.
       77 WS-CNT-REJEITADOS                PIC 9(05) VALUE ZEROS.
       77 WS-CNT-LIMITES                   PIC 9(05) VALUE ZEROS.
       77 WS-CNT-END-GRAVADOS              PIC 9(05) VALUE ZEROS.
       77 WS-CNT-END-EXCLUIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-CNT-UNIFICADOS                PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    UNIFICACAO DE CADASTROS: O SOBREVIVENTE TEM DE EXISTIR E
      *    ESTAR ATIVO, E O APOSENTADO NAO PODE JA TER SIDO UNIFICADO
      *    -- ASSIM UM PONTEIRO NUNCA APONTA PARA TRAS E A CADEIA
      *    (A UNIFICADO EM B, DEPOIS B EM C) NAO FECHA CICLO.
       77 WS-UNI-OK-FLAG                   PIC X(01) VALUE 'S'.
           88 WS-UNI-OK                    VALUE 'S'.
       77 WS-UNI-SOBREV-DOC-FLAG           PIC X(01) VALUE 'N'.
           88 WS-UNI-SOBREV-SEM-DOC        VALUE 'S'.
       77 WS-UNI-DOC-TIPO                  PIC X(01) VALUE SPACES.
       77 WS-UNI-DOCUMENTO                 PIC X(14) VALUE SPACES.
       77 WS-UNI-ORIGEM                    PIC X(08) VALUE SPACES.
       77 WS-UNI-NOME                      PIC X(60) VALUE SPACES.
       77 WS-UNI-RAZAO                     PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      *    POSICAO DE RETORNO DE CADA CODIGO DE ORIGEM (DO CONTROLE DE
      *    ENTRADA) E OS AVISOS DE UNIFICACAO DA NOITE, GUARDADOS ATE O
      *    FIM DO MOVIMENTO PARA CADA ARQUIVO DE RETORNO SER REGRAVADO
      *    UMA VEZ SO.
       77 WS-FS-INTAKE                     PIC X(02) VALUE SPACES.
       77 WS-FS-RET1                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET2                       PIC X(02) VALUE SPACES.
       77 WS-FS-RET3                       PIC X(02) VALUE SPACES.
       77 WS-FS-RETW                       PIC X(02) VALUE SPACES.
       77 WS-FIM-INTAKE-FLAG               PIC X(01) VALUE 'N'.
           88 WS-FIM-INTAKE                VALUE 'S'.
       01 WS-TAB-ORIGENS.
           05  WS-ORG-ENT OCCURS 3 TIMES.
               10  WS-ORG-SLOT             PIC 9(01).
               10  WS-ORG-CODIGO           PIC X(08).
       77 WS-QTD-ORIGENS                   PIC 9(01) VALUE ZEROS.
       77 WS-ORG-IDX                       PIC 9(01) VALUE ZEROS.
       01 WS-TAB-AVISOS.
           05  WS-AVI-ENT OCCURS 200 TIMES.
               10  WS-AVI-SLOT             PIC 9(01).
               10  WS-AVI-LINHA            PIC X(140).
       77 WS-QTD-AVISOS                    PIC 9(03) VALUE ZEROS.
       77 WS-AVI-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-AVI-QTD-SLOT                  PIC 9(03) VALUE ZEROS.
       77 WS-CNT-AVISO-ESTOURO             PIC 9(05) VALUE ZEROS.
       77 WS-RET-SLOT                      PIC 9(01) VALUE ZEROS.
       77 WS-RET-LINHA                     PIC X(140) VALUE SPACES.
       77 WS-RET-QTD                       PIC 9(06) VALUE ZEROS.
       77 WS-FIM-RET-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-RET                   VALUE 'S'.
       77 WS-RET-HOJE-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-RET-DA-NOITE              VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                STOP RUN
            END-IF

      *    MESMO TRATAMENTO DE PRIMEIRA EXECUCAO DO MESTRE PARA O
      *    CADASTRO DE ENDERECOS.
            OPEN I-O ADDRESS-FILE
            IF WS-FS-ADDRESS = '35'
                OPEN OUTPUT ADDRESS-FILE
                CLOSE ADDRESS-FILE
                OPEN I-O ADDRESS-FILE
            END-IF
            IF WS-FS-ADDRESS NOT = '00'
                DISPLAY 'ERRO AO ABRIR ADDRESS-FILE, FILE STATUS: '
                        WS-FS-ADDRESS
                CLOSE DELTA-FILE
                CLOSE CUSTOMER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT EXCEPTION-FILE

      *    O JORNAL E SEMPRE ACUMULADO ENTRE LOTES, COMO O HISTORICO
      *    DE AUDITORIA DE CALCULO2.
            PERFORM LER-FIM-CADEIA-JORNAL
            OPEN EXTEND JRNL-FILE
            IF WS-FS-JRNL NOT = '00'
                OPEN OUTPUT JRNL-FILE
            END-IF
            OPEN EXTEND ENDJ-FILE
            IF WS-FS-ENDJ NOT = '00'
                OPEN OUTPUT ENDJ-FILE
            END-IF

            PERFORM LER-PROX-ID
            PERFORM CARREGAR-ORIGENS-FILIAIS

            PERFORM UNTIL WS-FIM-DELTA
                READ DELTA-FILE
            CLOSE CUSTOMER-FILE
            CLOSE EXCEPTION-FILE
            CLOSE JRNL-FILE
            MOVE 'CLIMANUT' TO WS-CAD-PROGRAMA
            PERFORM SELAR-JORNAL
            CLOSE ADDRESS-FILE
            CLOSE ENDJ-FILE

            MOVE 1 TO WS-RET-SLOT
            PERFORM UNTIL WS-RET-SLOT > 3
                PERFORM AVISAR-FILIAL
                ADD 1 TO WS-RET-SLOT
            END-PERFORM

            DISPLAY '-=-=-=-= RESUMO DA MANUTENCAO -=-=-=-='
            DISPLAY 'INCLUIDOS....: ' WS-CNT-INCLUIDOS
            DISPLAY 'ALTERADOS....: ' WS-CNT-ALTERADOS
            DISPLAY 'EXCLUIDOS....: ' WS-CNT-EXCLUIDOS
            DISPLAY 'REATIVADOS...: ' WS-CNT-REATIVADOS
            DISPLAY 'LIMITES ALTERADOS...: ' WS-CNT-LIMITES
            DISPLAY 'ENDERECOS GRAVADOS..: ' WS-CNT-END-GRAVADOS
            DISPLAY 'ENDERECOS EXCLUIDOS.: ' WS-CNT-END-EXCLUIDOS
            DISPLAY 'UNIFICADOS...: ' WS-CNT-UNIFICADOS
            IF WS-CNT-AVISO-ESTOURO > 0
                DISPLAY 'AVISO: ' WS-CNT-AVISO-ESTOURO ' UNIFICACOES '
                        'SEM AVISO A FILIAL (TABELA DE AVISOS CHEIA).'
            END-IF
            DISPLAY 'REJEITADOS...: ' WS-CNT-REJEITADOS
            DISPLAY '-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-='

                    PERFORM EXCLUIR-CLIENTE
                WHEN 'R'
                    PERFORM REATIVAR-CLIENTE
                WHEN 'L'
                    PERFORM ALTERAR-LIMITE-CREDITO
                WHEN 'E'
                    PERFORM GRAVAR-ENDERECO
                WHEN 'X'
                    PERFORM EXCLUIR-ENDERECO
                WHEN 'U'
                    PERFORM UNIFICAR-CLIENTE
                WHEN OTHER
                    MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
      *    A INCLUSAO IGNORA O CUST-ID DO MOVIMENTO E ATRIBUI A PROXIMA
      *    CHAVE DE CUSTSEQ.DAT, PARA QUE O NUMERADOR CONTINUE UNICO
      *    ENTRE A IMPORTACAO (COMANUNSTRING) E A MANUTENCAO.
            PERFORM CRITICAR-DOCUMENTO-DELTA
            IF WS-DOC-OK
                PERFORM GRAVAR-INCLUSAO
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-INCLUSAO.
      *-----------------------------------------------------------------
            MOVE SPACES              TO CUSTOMER-RECORD
            ADD 1                    TO WS-PROX-ID
            MOVE WS-PROX-ID          TO CUST-ID
            MOVE 'A'                 TO CUST-SITUACAO
            MOVE WS-RUN-NUMERO       TO CUST-LOTE-INCL CUST-LOTE-MANUT
            MOVE WS-RUN-DATA         TO CUST-DATA-INCL CUST-DATA-MANUT
            MOVE WS-DOC-TIPO         TO CUST-DOC-TIPO
            IF WS-DOC-DIGITOS = SPACES
                MOVE SPACES          TO CUST-DOCUMENTO
                MOVE CUST-ID         TO CUST-DOC-COMPL
            ELSE
                MOVE WS-DOC-DIGITOS  TO CUST-DOCUMENTO
                MOVE ZEROS           TO CUST-DOC-COMPL
            END-IF
            MOVE ZEROS               TO CUST-LIMITE-CREDITO
            MOVE ZEROS               TO CUST-ID-SUCESSOR
            WRITE CUSTOMER-RECORD
                INVALID KEY
                    SUBTRACT 1 FROM WS-PROX-ID
                    MOVE 'CHAVE DUPLICADA NA INCLUSAO' TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                NOT INVALID KEY
       ALTERAR-CLIENTE.
      *-----------------------------------------------------------------
      *    LOCALIZA O CLIENTE PELA CHAVE E REGRAVA SO AS PARTES DO
      *    NOME (E O CPF/CNPJ, QUANDO O MOVIMENTO TRAZ UM), PRESERVANDO
      *    OS DEMAIS CAMPOS DO REGISTRO. O DOCUMENTO E CRITICADO ANTES
      *    DA LEITURA PELA CHAVE, PORQUE A CONSULTA PELO INDICE DO
      *    DOCUMENTO TROCA O REGISTRO CORRENTE.
            PERFORM CRITICAR-DOCUMENTO-DELTA
            IF WS-DOC-OK
                PERFORM GRAVAR-ALTERACAO
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-ALTERACAO.
      *-----------------------------------------------------------------
            MOVE DELTA-CUST-ID TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                        TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                NOT INVALID KEY
                    IF CUST-UNIFICADO
                        MOVE 'CLIENTE UNIFICADO A OUTRO'
                            TO WS-EXC-RAZAO
                        PERFORM GRAVAR-EXCECAO
                    ELSE
                        MOVE CUSTOMER-RECORD   TO WS-JRN-ANTES
                        MOVE DELTA-PRIM-NOME   TO CUST-PRIM-NOME
                        MOVE DELTA-NOME-MEIO-1 TO CUST-NOME-MEIO-1
                        MOVE DELTA-NOME-MEIO-2 TO CUST-NOME-MEIO-2
                        MOVE DELTA-NOME-MEIO-3 TO CUST-NOME-MEIO-3
                        MOVE DELTA-ULTI-NOME   TO CUST-ULTI-NOME
                        IF WS-DOC-DIGITOS NOT = SPACES
                            MOVE WS-DOC-TIPO    TO CUST-DOC-TIPO
                            MOVE WS-DOC-DIGITOS TO CUST-DOCUMENTO
                            MOVE ZEROS          TO CUST-DOC-COMPL
                        END-IF
                        MOVE WS-RUN-NUMERO     TO CUST-LOTE-MANUT
                        MOVE WS-RUN-DATA       TO CUST-DATA-MANUT
                        REWRITE CUSTOMER-RECORD
                            INVALID KEY
                                MOVE 'CPF/CNPJ JA CADASTRADO'
                                    TO WS-EXC-RAZAO
                                PERFORM GRAVAR-EXCECAO
                            NOT INVALID KEY
                                ADD 1 TO WS-CNT-ALTERADOS
                                MOVE 'C'             TO WS-JRN-ACAO
                                MOVE CUST-ID         TO WS-JRN-CUST-ID
                                MOVE CUSTOMER-RECORD TO WS-JRN-DEPOIS
                                PERFORM GRAVAR-JORNAL
                        END-REWRITE
                    END-IF
            END-READ.
      *-----------------------------------------------------------------
       CRITICAR-DOCUMENTO-DELTA.
      *-----------------------------------------------------------------
      *    DOCUMENTO EM BRANCO E ACEITO (INCLUSAO SEM DOCUMENTO, OU
      *    ALTERACAO QUE NAO MEXE NELE). PRESENTE, TEM DE FECHAR OS
      *    DIGITOS VERIFICADORES E NAO PODE ESTAR CADASTRADO EM OUTRO
      *    CUST-ID; NA INCLUSAO O CUST-ID DO MOVIMENTO E IGNORADO,
      *    ENTAO QUALQUER CLIENTE COM O DOCUMENTO E OUTRO CLIENTE.
            MOVE 'S'             TO WS-DOC-OK-FLAG
            MOVE SPACES          TO WS-DOC-DIGITOS WS-DOC-TIPO
            MOVE DELTA-DOCUMENTO TO WS-DOC-ENTRADA
            IF WS-DOC-ENTRADA NOT = SPACES
                PERFORM VALIDAR-DOCUMENTO
                IF NOT WS-DOC-VALIDO
                    MOVE 'N'          TO WS-DOC-OK-FLAG
                    MOVE WS-DOC-RAZAO TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                ELSE
                    MOVE WS-DOC-DIGITOS TO CUST-DOCUMENTO
                    MOVE ZEROS          TO CUST-DOC-COMPL
                    READ CUSTOMER-FILE KEY IS CUST-DOC-CHAVE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF DELTA-TIPO = 'A'
                               OR CUST-ID NOT = DELTA-CUST-ID
                                MOVE 'N' TO WS-DOC-OK-FLAG
                                MOVE 'CPF/CNPJ JA CADASTRADO'
                                    TO WS-EXC-RAZAO
                                PERFORM GRAVAR-EXCECAO
                            END-IF
                    END-READ
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       EXCLUIR-CLIENTE.
      *-----------------------------------------------------------------
                        TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                NOT INVALID KEY
                    IF CUST-EXCLUIDO OR CUST-UNIFICADO
                        IF CUST-UNIFICADO
                            MOVE 'CLIENTE UNIFICADO A OUTRO'
                                TO WS-EXC-RAZAO
                        ELSE
                            MOVE 'CLIENTE JA EXCLUIDO' TO WS-EXC-RAZAO
                        END-IF
                        PERFORM GRAVAR-EXCECAO
                    ELSE
                        MOVE CUSTOMER-RECORD TO WS-JRN-ANTES
                        PERFORM GRAVAR-JORNAL
                    END-IF
            END-READ.
      *-----------------------------------------------------------------
       UNIFICAR-CLIENTE.
      *-----------------------------------------------------------------
      *    DOIS CUST-IDS DA MESMA PESSOA (CADASTRADOS ANTES DA DETECCAO
      *    DE DUPLICIDADE, OU VINDOS DE FILIAIS DIFERENTES): O
      *    CUST-ID DO MOVIMENTO E APOSENTADO E PASSA A APONTAR PARA O
      *    SOBREVIVENTE. NADA E APAGADO -- O REGISTRO APOSENTADO FICA
      *    NO MESTRE COM A SITUACAO 'U', E QUEM O LE PELA CHAVE SEGUE O
      *    PONTEIRO.
            MOVE 'S' TO WS-UNI-OK-FLAG
            MOVE 'N' TO WS-UNI-SOBREV-DOC-FLAG
            EVALUATE TRUE
                WHEN DELTA-UNI-SUCESSOR NOT NUMERIC
                    MOVE 'N' TO WS-UNI-OK-FLAG
                    MOVE 'CUST-ID SOBREVIVENTE INVALIDO'
                        TO WS-EXC-RAZAO
                WHEN DELTA-UNI-SUCESSOR-N = DELTA-CUST-ID
                    MOVE 'N' TO WS-UNI-OK-FLAG
                    MOVE 'SOBREVIVENTE IGUAL AO APOSENTADO'
                        TO WS-EXC-RAZAO
            END-EVALUATE
            IF WS-UNI-OK
                MOVE DELTA-UNI-SUCESSOR-N TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-UNI-OK-FLAG
                        MOVE 'SOBREVIVENTE INEXISTENTE'
                            TO WS-EXC-RAZAO
                    NOT INVALID KEY
                        IF CUST-EXCLUIDO OR CUST-UNIFICADO
                            MOVE 'N' TO WS-UNI-OK-FLAG
                            MOVE 'SOBREVIVENTE EXCLUIDO/UNIFICADO'
                                TO WS-EXC-RAZAO
                        END-IF
                        IF CUST-DOCUMENTO = SPACES
                            MOVE 'S' TO WS-UNI-SOBREV-DOC-FLAG
                        END-IF
                END-READ
            END-IF
            IF WS-UNI-OK
                MOVE DELTA-CUST-ID TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-UNI-OK-FLAG
                        MOVE 'CUST-ID INEXISTENTE NA UNIFICACAO'
                            TO WS-EXC-RAZAO
                    NOT INVALID KEY
                        IF CUST-UNIFICADO
                            MOVE 'N' TO WS-UNI-OK-FLAG
                            MOVE 'CLIENTE JA UNIFICADO'
                                TO WS-EXC-RAZAO
                        END-IF
                END-READ
            END-IF
            IF WS-UNI-OK
                PERFORM GRAVAR-UNIFICACAO
            ELSE
                PERFORM GRAVAR-EXCECAO
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-UNIFICACAO.
      *-----------------------------------------------------------------
      *    O REGISTRO APOSENTADO ESTA NA AREA DO MESTRE. QUANDO SO ELE
      *    TEM CPF/CNPJ, O DOCUMENTO PASSA AO SOBREVIVENTE: A CHAVE
      *    ALTERNADA E UNICA, ENTAO O APOSENTADO LIBERA A CHAVE
      *    PRIMEIRO (COMPLEMENTO = PROPRIO CUST-ID, COMO CLIENTE SEM
      *    DOCUMENTO) E SO DEPOIS O SOBREVIVENTE A RECEBE.
            MOVE CUSTOMER-RECORD    TO WS-JRN-ANTES
            MOVE CUST-ORIGEM        TO WS-UNI-ORIGEM
            MOVE CUST-NOME-ORIGINAL TO WS-UNI-NOME
            MOVE SPACES             TO WS-UNI-DOC-TIPO WS-UNI-DOCUMENTO
            IF WS-UNI-SOBREV-SEM-DOC AND CUST-DOCUMENTO NOT = SPACES
                MOVE CUST-DOC-TIPO  TO WS-UNI-DOC-TIPO
                MOVE CUST-DOCUMENTO TO WS-UNI-DOCUMENTO
                MOVE SPACES         TO CUST-DOC-TIPO CUST-DOCUMENTO
                MOVE CUST-ID        TO CUST-DOC-COMPL
            END-IF
            MOVE 'U'                  TO CUST-SITUACAO
            MOVE DELTA-UNI-SUCESSOR-N TO CUST-ID-SUCESSOR
            MOVE WS-RUN-NUMERO        TO CUST-LOTE-MANUT
            MOVE WS-RUN-DATA          TO CUST-DATA-MANUT
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A UNIFICACAO' TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-UNIFICADOS
                    MOVE 'U'             TO WS-JRN-ACAO
                    MOVE CUST-ID         TO WS-JRN-CUST-ID
                    MOVE CUSTOMER-RECORD TO WS-JRN-DEPOIS
                    PERFORM GRAVAR-JORNAL
                    PERFORM ATUALIZAR-SOBREVIVENTE
                    PERFORM REGISTRAR-AVISO-FILIAL
            END-REWRITE.
      *-----------------------------------------------------------------
       ATUALIZAR-SOBREVIVENTE.
      *-----------------------------------------------------------------
      *    O SOBREVIVENTE RECEBE O CARIMBO DA MANUTENCAO (E O
      *    DOCUMENTO HERDADO, SE FOR O CASO) E DEIXA SUA PROPRIA LINHA
      *    'U' NO JORNAL: AS DUAS IMAGENS DA UNIFICACAO FICAM LADO A
      *    LADO PARA A AUDITORIA E PARA A RECARGA DO MESTRE.
            MOVE DELTA-UNI-SUCESSOR-N TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CUSTOMER-RECORD TO WS-JRN-ANTES
                    IF WS-UNI-DOCUMENTO NOT = SPACES
                        MOVE WS-UNI-DOC-TIPO  TO CUST-DOC-TIPO
                        MOVE WS-UNI-DOCUMENTO TO CUST-DOCUMENTO
                        MOVE ZEROS            TO CUST-DOC-COMPL
                    END-IF
                    MOVE WS-RUN-NUMERO   TO CUST-LOTE-MANUT
                    MOVE WS-RUN-DATA     TO CUST-DATA-MANUT
                    REWRITE CUSTOMER-RECORD
                    MOVE 'U'             TO WS-JRN-ACAO
                    MOVE CUST-ID         TO WS-JRN-CUST-ID
                    MOVE CUSTOMER-RECORD TO WS-JRN-DEPOIS
                    PERFORM GRAVAR-JORNAL
            END-READ.
      *-----------------------------------------------------------------
       REGISTRAR-AVISO-FILIAL.
      *-----------------------------------------------------------------
      *    A LINHA DE AVISO SEGUE O DESENHO DAS LINHAS DE DETALHE DO
      *    RETORNO (NOME=/SITUACAO=/CUST-ID=/RAZAO=), COM O CUST-ID
      *    APOSENTADO -- O QUE A FILIAL CONHECE -- E O SOBREVIVENTE NA
      *    RAZAO. CLIENTE SEM ORIGEM DE FILIAL (CADASTRO AVULSO) NAO
      *    TEM A QUEM AVISAR.
            MOVE ZEROS TO WS-RET-SLOT
            MOVE 1     TO WS-ORG-IDX
            PERFORM UNTIL WS-ORG-IDX > WS-QTD-ORIGENS
                    OR WS-RET-SLOT > 0
                IF WS-ORG-CODIGO(WS-ORG-IDX) = WS-UNI-ORIGEM
                    MOVE WS-ORG-SLOT(WS-ORG-IDX) TO WS-RET-SLOT
                END-IF
                ADD 1 TO WS-ORG-IDX
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-RET-SLOT = 0
                    DISPLAY 'CUST-ID ' DELTA-CUST-ID ' UNIFICADO SEM '
                            'AVISO: ORIGEM ' WS-UNI-ORIGEM
                            ' SEM ARQUIVO DE RETORNO.'
                WHEN WS-QTD-AVISOS NOT < 200
                    ADD 1 TO WS-CNT-AVISO-ESTOURO
                WHEN OTHER
                    ADD 1 TO WS-QTD-AVISOS
                    MOVE WS-RET-SLOT TO WS-AVI-SLOT(WS-QTD-AVISOS)
                    MOVE SPACES TO WS-UNI-RAZAO
                    STRING 'UNIFICADO NO CUST-ID ' DELIMITED BY SIZE
                           DELTA-UNI-SUCESSOR      DELIMITED BY SIZE
                           INTO WS-UNI-RAZAO
                    END-STRING
                    MOVE SPACES TO WS-AVI-LINHA(WS-QTD-AVISOS)
                    STRING 'NOME='       DELIMITED BY SIZE
                           WS-UNI-NOME   DELIMITED BY SIZE
                           ' SITUACAO='  DELIMITED BY SIZE
                           'UNIFICADO '  DELIMITED BY SIZE
                           ' CUST-ID='   DELIMITED BY SIZE
                           DELTA-CUST-ID DELIMITED BY SIZE
                           ' RAZAO='     DELIMITED BY SIZE
                           WS-UNI-RAZAO  DELIMITED BY SIZE
                           INTO WS-AVI-LINHA(WS-QTD-AVISOS)
                    END-STRING
            END-EVALUATE.
      *-----------------------------------------------------------------
       VALIDAR-DOCUMENTO.
      *-----------------------------------------------------------------
      *    SEPARA OS DIGITOS DO DOCUMENTO RECEBIDO (PONTOS, TRACO,
      *    BARRA E ESPACOS SAO SO FORMATACAO) E CONFERE OS DOIS
      *    DIGITOS VERIFICADORES DE MODULO 11: 11 DIGITOS E CPF, 14 E
      *    CNPJ, QUALQUER OUTRA QUANTIDADE OU CARACTERE E DOCUMENTO
      *    INVALIDO. UM NUMERO COM TODOS OS DIGITOS IGUAIS FECHA A
      *    CONTA MAS NAO EXISTE, E TAMBEM E RECUSADO.
            MOVE 'S'    TO WS-DOC-VALIDO-FLAG
            MOVE SPACES TO WS-DOC-DIGITOS WS-DOC-TIPO WS-DOC-RAZAO
            MOVE ZEROS  TO WS-DOC-TAM
            MOVE 1      TO WS-DOC-POS
            PERFORM UNTIL WS-DOC-POS > 18
                EVALUATE TRUE
                    WHEN WS-DOC-ENTRADA(WS-DOC-POS:1) = '.' OR '-'
                                                     OR '/' OR SPACE
                        CONTINUE
                    WHEN WS-DOC-ENTRADA(WS-DOC-POS:1) IS NUMERIC
                         AND WS-DOC-TAM < 14
                        ADD 1 TO WS-DOC-TAM
                        MOVE WS-DOC-ENTRADA(WS-DOC-POS:1)
                            TO WS-DOC-DIGITOS(WS-DOC-TAM:1)
                    WHEN OTHER
                        MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-EVALUATE
                ADD 1 TO WS-DOC-POS
            END-PERFORM

            IF WS-DOC-VALIDO
                EVALUATE WS-DOC-TAM
                    WHEN 11
                        MOVE 'F' TO WS-DOC-TIPO
                    WHEN 14
                        MOVE 'J' TO WS-DOC-TIPO
                    WHEN OTHER
                        MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-EVALUATE
            END-IF
            IF WS-DOC-VALIDO
                MOVE ZEROS TO WS-DOC-IGUAIS
                INSPECT WS-DOC-DIGITOS(1:WS-DOC-TAM)
                    TALLYING WS-DOC-IGUAIS
                    FOR ALL WS-DOC-DIGITOS(1:1)
                IF WS-DOC-IGUAIS = WS-DOC-TAM
                    MOVE 'N' TO WS-DOC-VALIDO-FLAG
                END-IF
            END-IF
            IF WS-DOC-VALIDO
                COMPUTE WS-DOC-QTD-BASE = WS-DOC-TAM - 2
                PERFORM CALCULAR-DV-DOCUMENTO
            END-IF
            IF WS-DOC-VALIDO
                ADD 1 TO WS-DOC-QTD-BASE
                PERFORM CALCULAR-DV-DOCUMENTO
            END-IF
            IF NOT WS-DOC-VALIDO
                MOVE 'CPF/CNPJ INVALIDO' TO WS-DOC-RAZAO
            END-IF.
      *-----------------------------------------------------------------
       CALCULAR-DV-DOCUMENTO.
      *-----------------------------------------------------------------
      *    SOMA PONDERADA DOS WS-DOC-QTD-BASE PRIMEIROS DIGITOS E
      *    CONFERENCIA DO DIGITO SEGUINTE. NO CPF OS PESOS DESCEM DE
      *    QTD-BASE + 1 ATE 2; NO CNPJ VEM DA TABELA DE PESOS,
      *    ALINHADA PELA DIREITA. RESTO MENOR QUE 2 DA DIGITO 0.
            MOVE ZEROS TO WS-DOC-SOMA
            MOVE 1     TO WS-DOC-POS
            PERFORM UNTIL WS-DOC-POS > WS-DOC-QTD-BASE
                IF WS-DOC-TIPO = 'F'
                    COMPUTE WS-DOC-PESO =
                        WS-DOC-QTD-BASE + 2 - WS-DOC-POS
                ELSE
                    COMPUTE WS-DOC-IDX =
                        WS-DOC-POS + 13 - WS-DOC-QTD-BASE
                    MOVE WS-DOC-PESO-CNPJ(WS-DOC-IDX) TO WS-DOC-PESO
                END-IF
                COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                    + WS-DOC-DIG(WS-DOC-POS) * WS-DOC-PESO
                ADD 1 TO WS-DOC-POS
            END-PERFORM
            COMPUTE WS-DOC-RESTO = FUNCTION MOD(WS-DOC-SOMA, 11)
            IF WS-DOC-RESTO < 2
                MOVE 0 TO WS-DOC-DV
            ELSE
                COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
            END-IF
            IF WS-DOC-DV NOT = WS-DOC-DIG(WS-DOC-QTD-BASE + 1)
                MOVE 'N' TO WS-DOC-VALIDO-FLAG
            END-IF.
      *-----------------------------------------------------------------
       ALTERAR-LIMITE-CREDITO.
      *-----------------------------------------------------------------
      *    TROCA SO O LIMITE DE CREDITO DO CLIENTE. O JORNAL REGISTRA
      *    A TROCA COMO UMA ALTERACAO ('C'), PARA QUE A RECARGA DO
      *    MESTRE (CLIRECAR) A REAPLIQUE PELA IMAGEM DEPOIS.
            IF DELTA-LIM-VALOR NOT NUMERIC
                MOVE 'LIMITE DE CREDITO INVALIDO' TO WS-EXC-RAZAO
                PERFORM GRAVAR-EXCECAO
            ELSE
                MOVE DELTA-CUST-ID TO CUST-ID
                READ CUSTOMER-FILE
                    INVALID KEY
                        MOVE 'CUST-ID INEXISTENTE NO LIMITE'
                            TO WS-EXC-RAZAO
                        PERFORM GRAVAR-EXCECAO
                    NOT INVALID KEY
                        IF CUST-EXCLUIDO OR CUST-UNIFICADO
                            IF CUST-UNIFICADO
                                MOVE 'CLIENTE UNIFICADO A OUTRO'
                                    TO WS-EXC-RAZAO
                            ELSE
                                MOVE 'CLIENTE EXCLUIDO NO LIMITE'
                                    TO WS-EXC-RAZAO
                            END-IF
                            PERFORM GRAVAR-EXCECAO
                        ELSE
                            MOVE CUSTOMER-RECORD   TO WS-JRN-ANTES
                            MOVE DELTA-LIM-VALOR-N
                                TO CUST-LIMITE-CREDITO
                            MOVE WS-RUN-NUMERO     TO CUST-LOTE-MANUT
                            MOVE WS-RUN-DATA       TO CUST-DATA-MANUT
                            REWRITE CUSTOMER-RECORD
                            ADD 1 TO WS-CNT-LIMITES
                            MOVE 'C'             TO WS-JRN-ACAO
                            MOVE CUST-ID         TO WS-JRN-CUST-ID
                            MOVE CUSTOMER-RECORD TO WS-JRN-DEPOIS
                            PERFORM GRAVAR-JORNAL
                        END-IF
                END-READ
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-ENDERECO.
      *-----------------------------------------------------------------
      *    INCLUI OU ALTERA O ENDERECO DO TIPO INFORMADO: O CLIENTE
      *    TEM DE EXISTIR E NAO ESTAR EXCLUIDO, E O ENDERECO PRECISA
      *    DE LOGRADOURO, CIDADE, UF E CEP NUMERICO -- SEM ISSO NAO HA
      *    ETIQUETA QUE O CORREIO ENTREGUE.
            PERFORM CRITICAR-ENDERECO
            IF WS-END-OK
                MOVE DELTA-CUST-ID  TO END-CUST-ID
                MOVE DELTA-END-TIPO TO END-TIPO
                READ ADDRESS-FILE
                    INVALID KEY
                        MOVE SPACES TO WS-END-ANTES
                        PERFORM MOVER-CAMPOS-ENDERECO
                        WRITE END-RECORD
                            INVALID KEY
                                MOVE 'ERRO AO GRAVAR O ENDERECO'
                                    TO WS-EXC-RAZAO
                                PERFORM GRAVAR-EXCECAO
                            NOT INVALID KEY
                                MOVE 'I' TO ENDJ-ACAO
                                PERFORM GRAVAR-JORNAL-ENDERECO
                        END-WRITE
                    NOT INVALID KEY
                        MOVE END-RECORD TO WS-END-ANTES
                        PERFORM MOVER-CAMPOS-ENDERECO
                        REWRITE END-RECORD
                            INVALID KEY
                                MOVE 'ERRO AO GRAVAR O ENDERECO'
                                    TO WS-EXC-RAZAO
                                PERFORM GRAVAR-EXCECAO
                            NOT INVALID KEY
                                MOVE 'C' TO ENDJ-ACAO
                                PERFORM GRAVAR-JORNAL-ENDERECO
                        END-REWRITE
                END-READ
            END-IF.
      *-----------------------------------------------------------------
       CRITICAR-ENDERECO.
      *-----------------------------------------------------------------
            MOVE 'S' TO WS-END-OK-FLAG
            MOVE DELTA-CUST-ID TO CUST-ID
            READ CUSTOMER-FILE
                INVALID KEY
                    MOVE 'N' TO WS-END-OK-FLAG
                    MOVE 'CUST-ID INEXISTENTE NO ENDERECO'
                        TO WS-EXC-RAZAO
                NOT INVALID KEY
                    IF CUST-EXCLUIDO
                        MOVE 'N' TO WS-END-OK-FLAG
                        MOVE 'CLIENTE EXCLUIDO NO ENDERECO'
                            TO WS-EXC-RAZAO
                    END-IF
                    IF CUST-UNIFICADO
                        MOVE 'N' TO WS-END-OK-FLAG
                        MOVE 'CLIENTE UNIFICADO A OUTRO'
                            TO WS-EXC-RAZAO
                    END-IF
            END-READ
            IF WS-END-OK
                EVALUATE TRUE
                    WHEN DELTA-END-TIPO NOT = 'C' AND NOT = 'E'
                        MOVE 'N' TO WS-END-OK-FLAG
                        MOVE 'TIPO DE ENDERECO INVALIDO'
                            TO WS-EXC-RAZAO
                    WHEN DELTA-END-LOGRADOURO = SPACES
                      OR DELTA-END-CIDADE = SPACES
                      OR DELTA-END-UF = SPACES
                        MOVE 'N' TO WS-END-OK-FLAG
                        MOVE 'ENDERECO INCOMPLETO' TO WS-EXC-RAZAO
                    WHEN DELTA-END-CEP NOT NUMERIC
                      OR DELTA-END-CEP = ZEROS
                        MOVE 'N' TO WS-END-OK-FLAG
                        MOVE 'CEP INVALIDO' TO WS-EXC-RAZAO
                END-EVALUATE
            END-IF
            IF NOT WS-END-OK
                PERFORM GRAVAR-EXCECAO
            END-IF.
      *-----------------------------------------------------------------
       MOVER-CAMPOS-ENDERECO.
      *-----------------------------------------------------------------
            MOVE DELTA-END-LOGRADOURO  TO END-LOGRADOURO
            MOVE DELTA-END-NUMERO      TO END-NUMERO
            MOVE DELTA-END-COMPLEMENTO TO END-COMPLEMENTO
            MOVE DELTA-END-BAIRRO      TO END-BAIRRO
            MOVE DELTA-END-CIDADE      TO END-CIDADE
            MOVE DELTA-END-UF          TO END-UF
            MOVE DELTA-END-CEP         TO END-CEP
            MOVE DELTA-END-TELEFONE    TO END-TELEFONE
            MOVE DELTA-END-EMAIL       TO END-EMAIL
            MOVE WS-RUN-NUMERO         TO END-LOTE-MANUT
            MOVE WS-RUN-DATA           TO END-DATA-MANUT.
      *-----------------------------------------------------------------
       EXCLUIR-ENDERECO.
      *-----------------------------------------------------------------
      *    EXCLUSAO FISICA DO ENDERECO DO TIPO INFORMADO: O REGISTRO
      *    SO EXISTE PARA CORRESPONDENCIA, E A IMAGEM ANTES FICA NO
      *    JORNAL DE ENDERECOS.
            MOVE DELTA-CUST-ID  TO END-CUST-ID
            MOVE DELTA-END-TIPO TO END-TIPO
            READ ADDRESS-FILE
                INVALID KEY
                    MOVE 'ENDERECO INEXISTENTE NA EXCLUSAO'
                        TO WS-EXC-RAZAO
                    PERFORM GRAVAR-EXCECAO
                NOT INVALID KEY
                    MOVE END-RECORD TO WS-END-ANTES
                    DELETE ADDRESS-FILE
                        INVALID KEY
                            MOVE 'ERRO AO EXCLUIR O ENDERECO'
                                TO WS-EXC-RAZAO
                            PERFORM GRAVAR-EXCECAO
                        NOT INVALID KEY
                            MOVE SPACES TO END-RECORD
                            MOVE DELTA-CUST-ID  TO END-CUST-ID
                            MOVE DELTA-END-TIPO TO END-TIPO
                            MOVE 'D' TO ENDJ-ACAO
                            PERFORM GRAVAR-JORNAL-ENDERECO
                    END-DELETE
            END-READ.
      *-----------------------------------------------------------------
       GRAVAR-JORNAL-ENDERECO.
      *-----------------------------------------------------------------
      *    ENDJ-ACAO JA VEM PREENCHIDA PELO CHAMADOR; NA EXCLUSAO A
      *    IMAGEM DEPOIS VAI EM BRANCO.
            MOVE WS-RUN-NUMERO  TO ENDJ-LOTE
            MOVE WS-RUN-DATA    TO ENDJ-DATA
            MOVE END-CUST-ID    TO ENDJ-CUST-ID
            MOVE END-TIPO       TO ENDJ-TIPO
            MOVE WS-END-ANTES   TO ENDJ-ANTES
            IF ENDJ-ACAO = 'D'
                MOVE SPACES     TO ENDJ-DEPOIS
                ADD 1 TO WS-CNT-END-EXCLUIDOS
            ELSE
                MOVE END-RECORD TO ENDJ-DEPOIS
                ADD 1 TO WS-CNT-END-GRAVADOS
            END-IF
            WRITE ENDJ-RECORD.
      *-----------------------------------------------------------------
       GRAVAR-JORNAL.
      *-----------------------------------------------------------------
            MOVE WS-JRN-CUST-ID TO JRN-CUST-ID
            MOVE WS-JRN-ANTES   TO JRN-ANTES
            MOVE WS-JRN-DEPOIS  TO JRN-DEPOIS
            PERFORM ENCADEAR-JORNAL
            WRITE JRN-RECORD.
      *-----------------------------------------------------------------
       LER-FIM-CADEIA-JORNAL.
      *-----------------------------------------------------------------
      *    PERCORRE O JORNAL ATE O FIM PARA SABER DE ONDE A CADEIA
      *    CONTINUA: RESUMO E POSICAO DA ULTIMA LINHA. LINHA ANTERIOR
      *    A CADEIA (SEM RESUMO) ENTRA PELO RESUMO CALCULADO.
            MOVE 'CUSTJRNL' TO WS-CAD-ARQUIVO
            PERFORM LER-ULTIMO-SELO
            MOVE WS-CAD-ANCORA     TO WS-CAD-ANTERIOR
            MOVE WS-CAD-EXPURGADAS TO WS-CAD-LINHAS
            MOVE 'N' TO WS-FIM-CADEIA-FLAG
            OPEN INPUT JRNL-FILE
            IF WS-FS-JRNL = '00'
                PERFORM UNTIL WS-FIM-CADEIA
                    READ JRNL-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-CADEIA-FLAG
                        NOT AT END
                            IF JRN-HASH IS NUMERIC
                                MOVE JRN-HASH TO WS-CAD-ANTERIOR
                            ELSE
                                MOVE JRN-RECORD(1:537) TO WS-CAD-DADOS
                                MOVE 537 TO WS-CAD-TAM
                                PERFORM CALCULAR-HASH-CADEIA
                                MOVE WS-CAD-HASH TO WS-CAD-ANTERIOR
                            END-IF
                            ADD 1 TO WS-CAD-LINHAS
                    END-READ
                END-PERFORM
                CLOSE JRNL-FILE
            END-IF.
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
       GRAVAR-EXCECAO.
      *-----------------------------------------------------------------
      *    ESTILO NOME=/RAZAO= DO LOG DE EXCECOES DA IMPORTACAO.
            ADD 1 TO WS-CNT-REJEITADOS
            DISPLAY 'TRANSACAO REJEITADA: ' WS-EXC-RAZAO
      *    AS TRANSACOES DE ENDERECO SAO MAIS LONGAS QUE AS DE NOME E
      *    VAO PARA O LOG PELO PROPRIO LAYOUT.
            MOVE SPACES TO EXCEPTION-RECORD
            IF DELTA-TIPO = 'E' OR DELTA-TIPO = 'X'
                STRING 'DELTA='         DELIMITED BY SIZE
                       DELTA-END-RECORD DELIMITED BY SIZE
                       ' RAZAO='        DELIMITED BY SIZE
                       WS-EXC-RAZAO     DELIMITED BY SIZE
                       INTO EXCEPTION-RECORD
                END-STRING
            ELSE
                STRING 'DELTA='      DELIMITED BY SIZE
                       DELTA-RECORD  DELIMITED BY SIZE
                       ' RAZAO='     DELIMITED BY SIZE
                       WS-EXC-RAZAO  DELIMITED BY SIZE
                       INTO EXCEPTION-RECORD
                END-STRING
            END-IF
            WRITE EXCEPTION-RECORD.
      *-----------------------------------------------------------------
       LER-PROX-ID.
            MOVE WS-PROX-ID TO CUSTSEQ-RECORD
            WRITE CUSTSEQ-RECORD
            CLOSE CUSTSEQ-FILE.
      *-----------------------------------------------------------------
       CARREGAR-ORIGENS-FILIAIS.
      *-----------------------------------------------------------------
      *    SEM CONTROLE DE ENTRADA NENHUMA ORIGEM TEM POSICAO, E AS
      *    UNIFICACOES SAO FEITAS SEM AVISO (VER REGISTRAR-AVISO-
      *    FILIAL).
            MOVE ZEROS TO WS-QTD-ORIGENS
            MOVE 'N'   TO WS-FIM-INTAKE-FLAG
            OPEN INPUT INTAKE-FILE
            IF WS-FS-INTAKE = '00'
                PERFORM UNTIL WS-FIM-INTAKE
                    READ INTAKE-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-INTAKE-FLAG
                        NOT AT END
                            IF INTK-SLOT >= '1' AND INTK-SLOT <= '3'
                               AND WS-QTD-ORIGENS < 3
                                ADD 1 TO WS-QTD-ORIGENS
                                MOVE INTK-SLOT
                                    TO WS-ORG-SLOT(WS-QTD-ORIGENS)
                                MOVE INTK-ORIGEM
                                    TO WS-ORG-CODIGO(WS-QTD-ORIGENS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INTAKE-FILE
            END-IF.
      *-----------------------------------------------------------------
       AVISAR-FILIAL.
      *-----------------------------------------------------------------
      *    SO A POSICAO WS-RET-SLOT COM AVISO NA NOITE TEM O RETORNO
      *    REGRAVADO.
            MOVE ZEROS TO WS-AVI-QTD-SLOT
            MOVE 1     TO WS-AVI-IDX
            PERFORM UNTIL WS-AVI-IDX > WS-QTD-AVISOS
                IF WS-AVI-SLOT(WS-AVI-IDX) = WS-RET-SLOT
                    ADD 1 TO WS-AVI-QTD-SLOT
                END-IF
                ADD 1 TO WS-AVI-IDX
            END-PERFORM
            IF WS-AVI-QTD-SLOT > 0
                PERFORM MONTAR-RETORNO-TRABALHO
                PERFORM COPIAR-RETORNO-TRABALHO
                DISPLAY 'AVISOS DE UNIFICACAO NO RETORNO DA POSICAO '
                        WS-RET-SLOT ': ' WS-AVI-QTD-SLOT
            END-IF.
      *-----------------------------------------------------------------
       MONTAR-RETORNO-TRABALHO.
      *-----------------------------------------------------------------
      *    SE O RETORNO DA POSICAO E DESTA NOITE (CABECALHO COM A DATA
      *    DO LOTE), SEUS DETALHES SAO MANTIDOS E RECONTADOS E SO O
      *    TRAILER E DESCARTADO; UM RETORNO DE NOITE ANTERIOR, OU
      *    NENHUM, DA LUGAR A UM ENVELOPE NOVO, COMO COMANUNSTRING FAZ
      *    A CADA ARQUIVO RECEBIDO. OS AVISOS ENTRAM NO FIM E O
      *    TRAILER SAI COM A CONTAGEM DE TODAS AS LINHAS NOME=.
            MOVE ZEROS TO WS-RET-QTD
            MOVE 'N'   TO WS-RET-HOJE-FLAG
            OPEN OUTPUT RETW-FILE
            PERFORM ABRIR-RETORNO-ENTRADA
            PERFORM UNTIL WS-FIM-RET
                PERFORM LER-RETORNO-FILIAL
                IF NOT WS-FIM-RET
                    IF WS-RET-LINHA(1:3) = 'HDR'
                       AND WS-RET-LINHA(12:10) = WS-RUN-DATA
                        MOVE 'S' TO WS-RET-HOJE-FLAG
                    END-IF
                    IF WS-RET-DA-NOITE
                       AND WS-RET-LINHA(1:3) NOT = 'TRL'
                        IF WS-RET-LINHA(1:5) = 'NOME='
                            ADD 1 TO WS-RET-QTD
                        END-IF
                        MOVE WS-RET-LINHA TO RETW-RECORD
                        WRITE RETW-RECORD
                    END-IF
                END-IF
            END-PERFORM
            PERFORM FECHAR-RETORNO-FILIAL

            IF NOT WS-RET-DA-NOITE
                MOVE SPACES TO RETW-RECORD
                STRING 'HDR'       DELIMITED BY SIZE
                       'CENTRAL '  DELIMITED BY SIZE
                       WS-RUN-DATA DELIMITED BY SIZE
                       INTO RETW-RECORD
                END-STRING
                WRITE RETW-RECORD
            END-IF

            MOVE 1 TO WS-AVI-IDX
            PERFORM UNTIL WS-AVI-IDX > WS-QTD-AVISOS
                IF WS-AVI-SLOT(WS-AVI-IDX) = WS-RET-SLOT
                    ADD 1 TO WS-RET-QTD
                    MOVE WS-AVI-LINHA(WS-AVI-IDX) TO RETW-RECORD
                    WRITE RETW-RECORD
                END-IF
                ADD 1 TO WS-AVI-IDX
            END-PERFORM

            MOVE SPACES TO RETW-RECORD
            STRING 'TRL'      DELIMITED BY SIZE
                   WS-RET-QTD DELIMITED BY SIZE
                   INTO RETW-RECORD
            END-STRING
            WRITE RETW-RECORD
            CLOSE RETW-FILE.
      *-----------------------------------------------------------------
       COPIAR-RETORNO-TRABALHO.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-RET-FLAG
            OPEN INPUT RETW-FILE
            PERFORM ABRIR-RETORNO-SAIDA
            PERFORM UNTIL WS-FIM-RET
                READ RETW-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-RET-FLAG
                    NOT AT END
                        MOVE RETW-RECORD TO WS-RET-LINHA
                        PERFORM GRAVAR-RETORNO-FILIAL
                END-READ
            END-PERFORM
            CLOSE RETW-FILE
            PERFORM FECHAR-RETORNO-FILIAL.
      *-----------------------------------------------------------------
       ABRIR-RETORNO-ENTRADA.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-RET-FLAG
            EVALUATE WS-RET-SLOT
                WHEN 1
                    OPEN INPUT RET1-FILE
                    IF WS-FS-RET1 NOT = '00'
                        MOVE 'S' TO WS-FIM-RET-FLAG
                    END-IF
                WHEN 2
                    OPEN INPUT RET2-FILE
                    IF WS-FS-RET2 NOT = '00'
                        MOVE 'S' TO WS-FIM-RET-FLAG
                    END-IF
                WHEN 3
                    OPEN INPUT RET3-FILE
                    IF WS-FS-RET3 NOT = '00'
                        MOVE 'S' TO WS-FIM-RET-FLAG
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
                            MOVE 'S' TO WS-FIM-RET-FLAG
                        NOT AT END
                            MOVE RET1-RECORD TO WS-RET-LINHA
                    END-READ
                WHEN 2
                    READ RET2-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-RET-FLAG
                        NOT AT END
                            MOVE RET2-RECORD TO WS-RET-LINHA
                    END-READ
                WHEN 3
                    READ RET3-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-RET-FLAG
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
       LER-RUN-HEADER.
      *-----------------------------------------------------------------
