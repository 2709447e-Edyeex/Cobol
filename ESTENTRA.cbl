      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   ENTRADAS DE ESTOQUE: APLICA O ARQUIVO DE ENTRADAS DO
      *            DIA (ESTENTR.DAT) AO SALDO POR ITEM EM ESTOQUE.DAT,
      *            ANTES DA PRECIFICACAO DE CALCULOS. REGISTRO 'R' E
      *            RECEBIMENTO DE MERCADORIA (SOMA AO SALDO); REGISTRO
      *            'P' CADASTRA O ITEM OU ALTERA DESCRICAO, PONTO DE
      *            PEDIDO E QUANTIDADE DE REPOSICAO. UM CHECKPOINT POR
      *            LINHA (ESTENTCK.DAT) IMPEDE QUE O PASSO REPETIDO NO
      *            MESMO LOTE SOME A MESMA ENTRADA DUAS VEZES. O ARQUIVO
      *            CHEGA ENVELOPADO (CABECALHO COM A DATA DO MOVIMENTO E
      *            TRAILER COM A CONTAGEM, COMO O CRPAGTO DO CRBAIXA):
      *            UM ARQUIVO DE OUTRA DATA, DEIXADO NO LUGAR DE UMA
      *            NOITE PARA A OUTRA, NAO E APLICADO DE NOVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTENTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT ENTR-FILE ASSIGN TO "data/ESTENTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTR.

           SELECT ESTOQUE-FILE ASSIGN TO "data/ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-ITEM
               FILE STATUS IS WS-FS-ESTOQUE.

      *    LOTE E QUANTIDADE DE LINHAS DE ESTENTR.DAT JA APLICADAS,
      *    REGRAVADO A CADA LINHA.
           SELECT CKPT-FILE ASSIGN TO "data/ESTENTCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.

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

      *    TIPO, ITEM E DADOS QUE DEPENDEM DO TIPO. A PRIMEIRA LINHA
      *    E 'HDR' + ORIGEM + DATA DO MOVIMENTO (DD/MM/AAAA) E A
      *    ULTIMA E 'TRL' + QUANTIDADE DE DETALHES.
       FD  ENTR-FILE.
       01  ENT-RECORD.
           05  ENT-TIPO                    PIC X(01).
           05  ENT-ITEM                    PIC X(06).
           05  ENT-DADOS                   PIC X(41).
           05  ENT-RECEBIMENTO REDEFINES ENT-DADOS.
               10  ENT-QTD                 PIC 9(07).
               10  ENT-DATA                PIC X(10).
               10  ENT-DOCUMENTO           PIC X(12).
               10  FILLER                  PIC X(12).
           05  ENT-PARAMETROS REDEFINES ENT-DADOS.
               10  ENT-PONTO               PIC 9(07).
               10  ENT-REPOSICAO           PIC 9(07).
               10  ENT-DESCRICAO           PIC X(20).
               10  FILLER                  PIC X(07).
       01  ENT-CONTROLE REDEFINES ENT-RECORD.
           05  ENT-CTL-TIPO                PIC X(03).
           05  ENT-CTL-DADOS.
               10  ENT-HDR-ORIGEM          PIC X(08).
               10  ENT-HDR-DATA            PIC X(10).
               10  FILLER                  PIC X(27).
           05  ENT-TRL-DADOS REDEFINES ENT-CTL-DADOS.
               10  ENT-TRL-QTD             PIC X(06).
               10  FILLER                  PIC X(39).

       FD  ESTOQUE-FILE.
       COPY ESTOQUE.

       FD  CKPT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LOTE                   PIC 9(06).
           05  CKPT-LINHAS                 PIC 9(06).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-ENTR                       PIC X(02) VALUE SPACES.
       77 WS-FS-ESTOQUE                    PIC X(02) VALUE SPACES.
       77 WS-FS-CKPT                       PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
       77 WS-LINHA                         PIC 9(06) VALUE ZEROS.
       77 WS-LINHAS-FEITAS                 PIC 9(06) VALUE ZEROS.
       77 WS-RAZAO                         PIC X(40) VALUE SPACES.
       77 WS-CNT-RECEBIMENTOS              PIC 9(06) VALUE ZEROS.
       77 WS-CNT-CADASTROS                 PIC 9(06) VALUE ZEROS.
       77 WS-CNT-REJEITADAS                PIC 9(06) VALUE ZEROS.
       77 WS-CNT-JA-APLICADAS              PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECEBIDA                  PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CRITICA DO ENVELOPE, NO MESMO DESENHO DO CRBAIXA: PRIMEIRA
      *    PASSADA NO ARQUIVO ANTES DE QUALQUER ATUALIZACAO DO
      *    ESTOQUE. ARQUIVO REPROVADO NAO APLICA LINHA NENHUMA.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            PERFORM LER-RUN-HEADER
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'RUN HEADER AUSENTE, ENTRADAS NAO APLICADAS.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'ESTENTRA' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO

            PERFORM CRITICAR-ARQUIVO-ENTR
            IF WS-TOT-LINHAS = 0
                DISPLAY 'SEM ARQUIVO DE ENTRADAS DE ESTOQUE (ESTENTR).'
                STOP RUN
            END-IF
      *    ARQUIVO REPROVADO NAO E ERRO DO PASSO (O MESMO DO CRBAIXA):
      *    O CASO COMUM E O ARQUIVO DE UMA NOITE ANTERIOR AINDA NO
      *    LUGAR NUMA NOITE SEM RECEBIMENTOS.
            IF NOT WS-ARQ-VALIDO
                DISPLAY 'ARQUIVO DE ENTRADAS DE ESTOQUE REJEITADO: '
                        WS-ARQ-RAZAO
                DISPLAY 'NENHUMA DAS ' WS-QTD-DETALHES
                        ' LINHAS FOI APLICADA.'
                STOP RUN
            END-IF
            DISPLAY 'ENTRADAS DE ' WS-HDR-ORIGEM ' DO MOVIMENTO DE '
                    WS-HDR-DATA ' COM ' WS-QTD-DETALHES ' DETALHES'

            OPEN INPUT ENTR-FILE
            IF WS-FS-ENTR NOT = '00'
                DISPLAY 'SEM ARQUIVO DE ENTRADAS DE ESTOQUE (ESTENTR).'
                STOP RUN
            END-IF

            OPEN I-O ESTOQUE-FILE
            IF WS-FS-ESTOQUE = '35'
                OPEN OUTPUT ESTOQUE-FILE
                CLOSE ESTOQUE-FILE
                OPEN I-O ESTOQUE-FILE
            END-IF
            IF WS-FS-ESTOQUE NOT = '00'
                DISPLAY 'ERRO AO ABRIR ESTOQUE-FILE, FILE STATUS: '
                        WS-FS-ESTOQUE
                CLOSE ENTR-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LER-CHECKPOINT
            IF WS-LINHAS-FEITAS > 0
                DISPLAY 'REINICIO NO LOTE ' WS-RUN-NUMERO ': '
                        WS-LINHAS-FEITAS ' LINHAS JA APLICADAS'
            END-IF

            MOVE ZEROS TO WS-LINHA
            PERFORM UNTIL WS-FIM-ARQ
                READ ENTR-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        ADD 1 TO WS-LINHA
      *    A PRIMEIRA LINHA (HDR) E A ULTIMA (TRL) SO SAO CONTROLE.
                        IF WS-LINHA = 1
                           OR WS-LINHA > WS-QTD-DETALHES + 1
                            CONTINUE
                        ELSE
                        IF WS-LINHA > WS-LINHAS-FEITAS
                            PERFORM APLICAR-ENTRADA
                            PERFORM GRAVAR-CHECKPOINT
                        ELSE
                            ADD 1 TO WS-CNT-JA-APLICADAS
                        END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENTR-FILE ESTOQUE-FILE

            DISPLAY 'ENTRADAS DE ESTOQUE - LOTE ' WS-RUN-NUMERO
            DISPLAY 'RECEBIMENTOS APLICADOS: ' WS-CNT-RECEBIMENTOS
            DISPLAY 'QUANTIDADE RECEBIDA...: ' WS-QTD-RECEBIDA
            DISPLAY 'ITENS CADASTRADOS/ALT.: ' WS-CNT-CADASTROS
            DISPLAY 'LINHAS REJEITADAS.....: ' WS-CNT-REJEITADAS
            DISPLAY 'JA APLICADAS ANTES....: ' WS-CNT-JA-APLICADAS

            STOP RUN.
      *-----------------------------------------------------------------
       CRITICAR-ARQUIVO-ENTR.
      *-----------------------------------------------------------------
      *    CONFERE CABECALHO NA PRIMEIRA LINHA, TRAILER NA ULTIMA, A
      *    CONTAGEM CONTRA O TRAILER E A DATA DO MOVIMENTO CONTRA A
      *    DATA DO LOTE; A PRIMEIRA IRREGULARIDADE DA O MOTIVO DA
      *    REPROVACAO. A DATA TEM QUE SER A DO LOTE: O CHECKPOINT SO
      *    PROTEGE A REPETICAO DENTRO DO MESMO LOTE.
            MOVE 'N'    TO WS-ARQ-VALIDO-FLAG WS-FIM-ARQ-FLAG
            MOVE 'N'    TO WS-TEM-HDR-FLAG WS-TEM-TRL-FLAG
            MOVE SPACES TO WS-ARQ-RAZAO WS-HDR-ORIGEM WS-HDR-DATA
            MOVE ZEROS  TO WS-TOT-LINHAS WS-QTD-DETALHES WS-TRL-QTD

            OPEN INPUT ENTR-FILE
            IF WS-FS-ENTR NOT = '00'
                MOVE 'S' TO WS-FIM-ARQ-FLAG
            END-IF
            PERFORM UNTIL WS-FIM-ARQ
                READ ENTR-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM CRITICAR-LINHA-ENTR
                END-READ
            END-PERFORM
            IF WS-FS-ENTR = '00' OR WS-FS-ENTR = '10'
                CLOSE ENTR-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQ-FLAG

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
               AND WS-HDR-DATA NOT = WS-RUN-DATA
                MOVE 'CABECALHO COM DATA DIFERENTE DA DO LOTE'
                    TO WS-ARQ-RAZAO
            END-IF

            IF WS-ARQ-RAZAO = SPACES AND WS-TOT-LINHAS > 0
                MOVE 'S' TO WS-ARQ-VALIDO-FLAG
            END-IF.
      *-----------------------------------------------------------------
       CRITICAR-LINHA-ENTR.
      *-----------------------------------------------------------------
            ADD 1 TO WS-TOT-LINHAS
            EVALUATE TRUE
                WHEN WS-TOT-LINHAS = 1
                    IF ENT-CTL-TIPO = 'HDR'
                        MOVE 'S' TO WS-TEM-HDR-FLAG
                        MOVE ENT-HDR-ORIGEM TO WS-HDR-ORIGEM
                        MOVE ENT-HDR-DATA   TO WS-HDR-DATA
                    END-IF
                WHEN WS-TEM-TRL
                    IF WS-ARQ-RAZAO = SPACES
                        MOVE 'REGISTRO DEPOIS DO TRAILER'
                            TO WS-ARQ-RAZAO
                    END-IF
                WHEN ENT-CTL-TIPO = 'TRL'
                    MOVE 'S' TO WS-TEM-TRL-FLAG
                    IF ENT-TRL-QTD IS NUMERIC
                        MOVE ENT-TRL-QTD TO WS-TRL-QTD
                    ELSE
                        IF WS-ARQ-RAZAO = SPACES
                            MOVE 'TRAILER COM CONTAGEM INVALIDA'
                                TO WS-ARQ-RAZAO
                        END-IF
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-QTD-DETALHES
            END-EVALUATE.
      *-----------------------------------------------------------------
       APLICAR-ENTRADA.
      *-----------------------------------------------------------------
            MOVE SPACES TO WS-RAZAO
            EVALUATE TRUE
                WHEN ENT-ITEM = SPACES
                    MOVE 'ITEM EM BRANCO' TO WS-RAZAO
                WHEN ENT-TIPO = 'R'
                    PERFORM APLICAR-RECEBIMENTO
                WHEN ENT-TIPO = 'P'
                    PERFORM APLICAR-PARAMETROS-ITEM
                WHEN OTHER
                    MOVE 'TIPO DE REGISTRO INVALIDO (VALIDOS: R P)'
                        TO WS-RAZAO
            END-EVALUATE
            IF WS-RAZAO NOT = SPACES
                ADD 1 TO WS-CNT-REJEITADAS
                DISPLAY 'LINHA ' WS-LINHA ' REJEITADA: ' WS-RAZAO
                        ' [' ENT-RECORD ']'
            END-IF.
      *-----------------------------------------------------------------
       APLICAR-RECEBIMENTO.
      *-----------------------------------------------------------------
      *    A MERCADORIA RECEBIDA DEPOIS DE CALCULOS JA TER BAIXADO O
      *    ITEM NESTE LOTE TAMBEM ENTRA NO SALDO DO INICIO DO LOTE,
      *    PARA NAO SE PERDER SE CALCULOS FOR REPETIDO.
            IF ENT-QTD NOT NUMERIC OR ENT-QTD = 0
                MOVE 'QUANTIDADE RECEBIDA INVALIDA' TO WS-RAZAO
            ELSE
                MOVE ENT-ITEM TO EST-ITEM
                READ ESTOQUE-FILE
                    INVALID KEY
                        MOVE 'ITEM NAO CADASTRADO NO ESTOQUE'
                            TO WS-RAZAO
                    NOT INVALID KEY
                        ADD ENT-QTD TO EST-SALDO
                            ON SIZE ERROR
                                MOVE 'SALDO EXCEDE A CAPACIDADE'
                                    TO WS-RAZAO
                        END-ADD
                END-READ
            END-IF
            IF WS-RAZAO = SPACES
                IF EST-LOTE-BAIXA = WS-RUN-NUMERO
                    ADD ENT-QTD TO EST-SALDO-INICIO
                END-IF
                IF ENT-DATA = SPACES
                    MOVE WS-RUN-DATA TO EST-DATA-ULT-ENTRADA
                ELSE
                    MOVE ENT-DATA    TO EST-DATA-ULT-ENTRADA
                END-IF
                REWRITE EST-RECORD
                    INVALID KEY
                        MOVE 'ERRO AO REGRAVAR O ITEM' TO WS-RAZAO
                    NOT INVALID KEY
                        ADD 1 TO WS-CNT-RECEBIMENTOS
                        ADD ENT-QTD TO WS-QTD-RECEBIDA
                END-REWRITE
            END-IF.
      *-----------------------------------------------------------------
       APLICAR-PARAMETROS-ITEM.
      *-----------------------------------------------------------------
      *    ITEM NOVO ENTRA COM SALDO ZERO; ITEM EXISTENTE SO TEM OS
      *    PARAMETROS (E A DESCRICAO, SE INFORMADA) ALTERADOS.
            IF ENT-PONTO NOT NUMERIC OR ENT-REPOSICAO NOT NUMERIC
                MOVE 'PONTO DE PEDIDO/REPOSICAO INVALIDO' TO WS-RAZAO
            ELSE
                MOVE ENT-ITEM TO EST-ITEM
                READ ESTOQUE-FILE
                    INVALID KEY
                        MOVE SPACES        TO EST-RECORD
                        MOVE ENT-ITEM      TO EST-ITEM
                        MOVE ENT-DESCRICAO TO EST-DESCRICAO
                        MOVE ZEROS         TO EST-SALDO EST-LOTE-BAIXA
                                              EST-SALDO-INICIO
                        MOVE ENT-PONTO     TO EST-PONTO-PEDIDO
                        MOVE ENT-REPOSICAO TO EST-QTD-REPOSICAO
                        WRITE EST-RECORD
                            INVALID KEY
                                MOVE 'ERRO AO GRAVAR O ITEM' TO WS-RAZAO
                        END-WRITE
                    NOT INVALID KEY
                        IF ENT-DESCRICAO NOT = SPACES
                            MOVE ENT-DESCRICAO TO EST-DESCRICAO
                        END-IF
                        MOVE ENT-PONTO     TO EST-PONTO-PEDIDO
                        MOVE ENT-REPOSICAO TO EST-QTD-REPOSICAO
                        REWRITE EST-RECORD
                            INVALID KEY
                                MOVE 'ERRO AO REGRAVAR O ITEM'
                                    TO WS-RAZAO
                        END-REWRITE
                END-READ
                IF WS-RAZAO = SPACES
                    ADD 1 TO WS-CNT-CADASTROS
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       LER-CHECKPOINT.
      *-----------------------------------------------------------------
      *    CHECKPOINT DE OUTRO LOTE NAO VALE: O ARQUIVO DE ENTRADAS E
      *    NOVO E COMECA DA PRIMEIRA LINHA.
            MOVE ZEROS TO WS-LINHAS-FEITAS
            OPEN INPUT CKPT-FILE
            IF WS-FS-CKPT = '00'
                READ CKPT-FILE
                    NOT AT END
                        IF CKPT-LOTE = WS-RUN-NUMERO
                           AND CKPT-LINHAS IS NUMERIC
                            MOVE CKPT-LINHAS TO WS-LINHAS-FEITAS
                        END-IF
                END-READ
                CLOSE CKPT-FILE
            END-IF.
      *-----------------------------------------------------------------
       GRAVAR-CHECKPOINT.
      *-----------------------------------------------------------------
            OPEN OUTPUT CKPT-FILE
            MOVE WS-RUN-NUMERO TO CKPT-LOTE
            MOVE WS-LINHA      TO CKPT-LINHAS
            WRITE CKPT-RECORD
            CLOSE CKPT-FILE.
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

       END PROGRAM ESTENTRA.
