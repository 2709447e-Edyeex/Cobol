      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   JUNCAO DAS PARTICOES DO CALCULO2 NO LOTE NOTURNO.
      *            AS INSTANCIAS "./calculo2 PARTICAO n" RODAM EM
      *            PARALELO, CADA UMA COM A FAIXA DE CLIENTES DA TABELA
      *            CALC2PART.DAT, E GRAVAM RESULTADO, AUDITORIA E
      *            REJEICAO PROPRIOS (CALC2RESn/CALC2AUDn/CALC2REJn),
      *            CADA LINHA PRECEDIDA DO NUMERO DO REGISTRO NO ARQUIVO
      *            DE TRANSACOES, E OS CONTADORES (CALC2CNTn) SO NO FIM.
      *            ESTE PASSO CONFERE QUE TODAS AS PARTICOES DA TABELA
      *            CONCLUIRAM NO LOTE CORRENTE, INTERCALA OS ARQUIVOS
      *            PELO NUMERO DO REGISTRO -- DEVOLVENDO A ORDEM DO
      *            ARQUIVO DE TRANSACOES, DA QUAL CRLANCA E AUDARQ
      *            DEPENDEM -- EM CALC2RES/CALC2AUD/CALC2REJ UNICOS,
      *            SOMA OS CONTADORES EM CALC2CNT E BATE OS TOTAIS DE
      *            CONTROLE CONTRA O ARQUIVO DE TRANSACOES INTEIRO. SO
      *            COM TUDO BATIDO GRAVA O MARCADOR CALC2STAT, COMO O
      *            CALCULO2 SEM PARTICAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC2JUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

           SELECT PART-FILE ASSIGN TO "data/CALC2PART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART.

           SELECT TRAN-FILE ASSIGN TO "data/CALC2TRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAN.

           SELECT RESULT-FILE ASSIGN TO "data/CALC2RES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.

           SELECT AUDIT-FILE ASSIGN TO "data/CALC2AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT REJECT-FILE ASSIGN TO "data/CALC2REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           SELECT COUNT2-FILE ASSIGN TO "data/CALC2CNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUNT2.

           SELECT STATUS-FILE ASSIGN TO "data/CALC2STAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.

      *    ARQUIVOS DAS PARTICOES: UM SELECT POR ARQUIVO, COMO OS
      *    JOGOS "M" E "S" DO CALCULO2.
           SELECT RESULT-FILE-P1 ASSIGN TO "data/CALC2RES1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT AUDIT-FILE-P1 ASSIGN TO "data/CALC2AUD1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT REJECT-FILE-P1 ASSIGN TO "data/CALC2REJ1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT COUNT-FILE-P1 ASSIGN TO "data/CALC2CNT1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCNT.

           SELECT RESULT-FILE-P2 ASSIGN TO "data/CALC2RES2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT AUDIT-FILE-P2 ASSIGN TO "data/CALC2AUD2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT REJECT-FILE-P2 ASSIGN TO "data/CALC2REJ2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT COUNT-FILE-P2 ASSIGN TO "data/CALC2CNT2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCNT.

           SELECT RESULT-FILE-P3 ASSIGN TO "data/CALC2RES3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT AUDIT-FILE-P3 ASSIGN TO "data/CALC2AUD3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT REJECT-FILE-P3 ASSIGN TO "data/CALC2REJ3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT COUNT-FILE-P3 ASSIGN TO "data/CALC2CNT3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCNT.

           SELECT RESULT-FILE-P4 ASSIGN TO "data/CALC2RES4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT AUDIT-FILE-P4 ASSIGN TO "data/CALC2AUD4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT REJECT-FILE-P4 ASSIGN TO "data/CALC2REJ4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARQ.

           SELECT COUNT-FILE-P4 ASSIGN TO "data/CALC2CNT4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCNT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD                   PIC X(24).

       FD  PART-FILE.
       COPY CALC2PRT.

       FD  TRAN-FILE.
       01  TRAN-RECORD                     PIC X(33).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                    PIC X(168).

       FD  REJECT-FILE.
       01  REJECT-RECORD                   PIC X(120).

       FD  COUNT2-FILE.
       01  COUNT2-RECORD                   PIC X(86).

       FD  STATUS-FILE.
       01  STATUS-RECORD                   PIC X(30).

       FD  RESULT-FILE-P1.
       01  RESULT-RECORD-P1                PIC X(84).

       FD  AUDIT-FILE-P1.
       01  AUDIT-RECORD-P1                 PIC X(174).

       FD  REJECT-FILE-P1.
       01  REJECT-RECORD-P1                PIC X(126).

       FD  COUNT-FILE-P1.
       01  COUNT-RECORD-P1                 PIC X(92).

       FD  RESULT-FILE-P2.
       01  RESULT-RECORD-P2                PIC X(84).

       FD  AUDIT-FILE-P2.
       01  AUDIT-RECORD-P2                 PIC X(174).

       FD  REJECT-FILE-P2.
       01  REJECT-RECORD-P2                PIC X(126).

       FD  COUNT-FILE-P2.
       01  COUNT-RECORD-P2                 PIC X(92).

       FD  RESULT-FILE-P3.
       01  RESULT-RECORD-P3                PIC X(84).

       FD  AUDIT-FILE-P3.
       01  AUDIT-RECORD-P3                 PIC X(174).

       FD  REJECT-FILE-P3.
       01  REJECT-RECORD-P3                PIC X(126).

       FD  COUNT-FILE-P3.
       01  COUNT-RECORD-P3                 PIC X(92).

       FD  RESULT-FILE-P4.
       01  RESULT-RECORD-P4                PIC X(84).

       FD  AUDIT-FILE-P4.
       01  AUDIT-RECORD-P4                 PIC X(174).

       FD  REJECT-FILE-P4.
       01  REJECT-RECORD-P4                PIC X(126).

       FD  COUNT-FILE-P4.
       01  COUNT-RECORD-P4                 PIC X(92).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY CALC2PTB.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-TRAN                       PIC X(02) VALUE SPACES.
       77 WS-FS-RESULT                     PIC X(02) VALUE SPACES.
       77 WS-FS-AUDIT                      PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT                     PIC X(02) VALUE SPACES.
       77 WS-FS-COUNT2                     PIC X(02) VALUE SPACES.
       77 WS-FS-STATUS                     PIC X(02) VALUE SPACES.
       77 WS-FS-PARQ                       PIC X(02) VALUE SPACES.
       77 WS-FS-PCNT                       PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    LINHA DE ARQUIVO DE PARTICAO: NUMERO DO REGISTRO NO ARQUIVO
      *    DE TRANSACOES + A LINHA COMO O CALCULO2 SEM PARTICAO A
      *    GRAVARIA (VER WS-PAR-LINHA EM CALCULO2).
       01 WS-PAR-LINHA.
           05  WS-PAR-REGISTRO             PIC X(06).
           05  WS-PAR-CONTEUDO             PIC X(168).
      *    CONTADORES DA PARTICAO: O LAYOUT DE CALC2CNT MAIS O NUMERO
      *    DO LOTE EM QUE A PARTICAO CONCLUIU.
       01 WS-PAR-CONTADORES.
           05  WS-PCN-LIDOS                PIC 9(06).
           05  WS-PCN-OK                   PIC 9(05).
           05  WS-PCN-ERRO-01              PIC 9(05).
           05  WS-PCN-ERRO-02              PIC 9(05).
           05  WS-PCN-ERRO-03              PIC 9(05).
           05  WS-PCN-ERRO-04              PIC 9(05).
           05  WS-PCN-ERRO-05              PIC 9(05).
           05  WS-PCN-ERRO-06              PIC 9(05).
           05  WS-PCN-ERRO-07              PIC 9(05).
           05  WS-PCN-ERRO-08              PIC 9(05).
           05  WS-PCN-REJEITADAS           PIC 9(06).
           05  WS-PCN-TOTAL-R              PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05  WS-PCN-ERRO-09              PIC 9(05).
           05  WS-PCN-ERRO-10              PIC 9(05).
           05  WS-PCN-ERRO-11              PIC 9(05).
           05  WS-PCN-NUMERO               PIC X(06).
       77 WS-PCN-LIDO-FLAG                 PIC X(01) VALUE 'N'.
           88 WS-PCN-LIDO                  VALUE 'S'.
      *    SOMA DOS CONTADORES DAS PARTICOES, NO LAYOUT DE CALC2CNT.
       01 WS-SOMA-CONTADORES.
           05  WS-SOM-LIDOS                PIC 9(06).
           05  WS-SOM-OK                   PIC 9(05).
           05  WS-SOM-ERRO-01              PIC 9(05).
           05  WS-SOM-ERRO-02              PIC 9(05).
           05  WS-SOM-ERRO-03              PIC 9(05).
           05  WS-SOM-ERRO-04              PIC 9(05).
           05  WS-SOM-ERRO-05              PIC 9(05).
           05  WS-SOM-ERRO-06              PIC 9(05).
           05  WS-SOM-ERRO-07              PIC 9(05).
           05  WS-SOM-ERRO-08              PIC 9(05).
           05  WS-SOM-REJEITADAS           PIC 9(06).
           05  WS-SOM-TOTAL-R              PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05  WS-SOM-ERRO-09              PIC 9(05).
           05  WS-SOM-ERRO-10              PIC 9(05).
           05  WS-SOM-ERRO-11              PIC 9(05).
       77 WS-QTD-PENDENTES                 PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    INTERCALACAO: UMA ENTRADA POR PARTICAO DA TABELA (MESMA
      *    ORDEM DE WS-PART-ENT), COM A LINHA CORRENTE DE CADA ARQUIVO.
       77 WS-JUN-TIPO                      PIC X(01) VALUE SPACES.
           88 WS-JUN-RESULTADO             VALUE 'R'.
           88 WS-JUN-AUDITORIA             VALUE 'A'.
           88 WS-JUN-REJEICAO              VALUE 'J'.
       77 WS-JUN-NUM                       PIC 9(01) VALUE ZEROS.
       77 WS-JUN-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-JUN-MENOR                     PIC 9(02) VALUE ZEROS.
       77 WS-JUN-FIM-LIDO-FLAG             PIC X(01) VALUE 'N'.
           88 WS-JUN-FIM-LIDO              VALUE 'S'.
       01 WS-TAB-JUNCAO.
           05  WS-JUN-ENT OCCURS 4 TIMES.
               10  WS-JUN-ABERTO-FLAG      PIC X(01).
                   88 WS-JUN-ABERTO        VALUE 'S'.
               10  WS-JUN-FIM-FLAG         PIC X(01).
                   88 WS-JUN-FIM           VALUE 'S'.
               10  WS-JUN-REG              PIC 9(06).
               10  WS-JUN-LINHA            PIC X(168).
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE DA JUNCAO.
       77 WS-QTD-DETALHES                  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RES                       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUD                       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJ                       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUD-ESPERADA              PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-R                        PIC S9(09)V9(4) VALUE ZEROS.
       77 WS-SOMA-R-EDIT                   PIC -ZZZZZZZZ9.9999.
       77 WS-TOTAL-R-EDIT                  PIC -ZZZZZZZZ9.9999.
       77 WS-DIVERGENCIA-FLAG              PIC X(01) VALUE 'N'.
           88 WS-DIVERGENCIA               VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
      *    O MARCADOR DE CONCLUSAO DA NOITE ANTERIOR SAI PRIMEIRO: SO
      *    UMA JUNCAO COMPLETA E BATIDA O GRAVA DE NOVO.
            OPEN OUTPUT STATUS-FILE
            CLOSE STATUS-FILE

            PERFORM LER-RUN-HEADER
            PERFORM CARREGAR-TABELA-PARTICOES
            IF WS-PART-INVALIDA
                DISPLAY 'TABELA DE PARTICOES (CALC2PART.DAT) RECUSADA: '
                        WS-PART-MOTIVO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            DISPLAY '-=-=-=-= JUNCAO DAS PARTICOES DO CALCULO2 -=-=-=-='
            DISPLAY 'LOTE..................: ' WS-RUN-NUMERO
            DISPLAY 'PARTICOES NA TABELA...: ' WS-QTD-PARTICOES

            PERFORM SOMAR-CONTADORES
      *    PARTICAO SEM CONTADORES DO LOTE CORRENTE NAO CONCLUIU (OU
      *    NEM RODOU): NADA E JUNTADO. BASTA REEXECUTAR SO ELA E
      *    DEPOIS ESTE PASSO.
            IF WS-QTD-PENDENTES > 0
                DISPLAY 'JUNCAO NAO REALIZADA: ' WS-QTD-PENDENTES
                        ' PARTICAO(OES) SEM CONCLUSAO NESTE LOTE.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CONTAR-DETALHES

            MOVE 'R' TO WS-JUN-TIPO
            OPEN OUTPUT RESULT-FILE
            PERFORM JUNTAR-ARQUIVOS
            CLOSE RESULT-FILE

            MOVE 'A' TO WS-JUN-TIPO
            OPEN OUTPUT AUDIT-FILE
            PERFORM JUNTAR-ARQUIVOS
            CLOSE AUDIT-FILE

            MOVE 'J' TO WS-JUN-TIPO
            OPEN OUTPUT REJECT-FILE
            PERFORM JUNTAR-ARQUIVOS
            CLOSE REJECT-FILE

            PERFORM CONFERIR-TOTAIS
            PERFORM IMPRIMIR-RESUMO
            IF WS-DIVERGENCIA
                DISPLAY 'JUNCAO DIVERGENTE: CALC2CNT E CALC2STAT NAO '
                        'GRAVADOS.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            OPEN OUTPUT COUNT2-FILE
            MOVE WS-SOMA-CONTADORES TO COUNT2-RECORD
            WRITE COUNT2-RECORD
            CLOSE COUNT2-FILE

            OPEN OUTPUT STATUS-FILE
            MOVE 'CALCULO2 CONCLUIDO' TO STATUS-RECORD
            WRITE STATUS-RECORD
            CLOSE STATUS-FILE

      *    MESMO RETORNO DO CALCULO2 SEM PARTICAO: 1 SE HOUVE
      *    REJEICAO, PARA O LOTE REGISTRAR A PENDENCIA.
            IF WS-SOM-REJEITADAS > 0
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *-----------------------------------------------------------------
       SOMAR-CONTADORES.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-SOM-LIDOS WS-SOM-OK WS-SOM-ERRO-01
                          WS-SOM-ERRO-02 WS-SOM-ERRO-03 WS-SOM-ERRO-04
                          WS-SOM-ERRO-05 WS-SOM-ERRO-06 WS-SOM-ERRO-07
                          WS-SOM-ERRO-08 WS-SOM-REJEITADAS
                          WS-SOM-TOTAL-R WS-SOM-ERRO-09 WS-SOM-ERRO-10
                          WS-SOM-ERRO-11
            MOVE ZEROS TO WS-QTD-PENDENTES
            MOVE 1 TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                MOVE WS-PART-NUM(WS-PART-IDX) TO WS-JUN-NUM
                PERFORM LER-CONTADORES-PARTICAO
                IF WS-PCN-LIDO AND WS-PCN-NUMERO = WS-RUN-NUMERO
                    PERFORM ACUMULAR-CONTADORES
                ELSE
                    DISPLAY 'PARTICAO ' WS-JUN-NUM
                            ' NAO CONCLUIDA NO LOTE ' WS-RUN-NUMERO
                    ADD 1 TO WS-QTD-PENDENTES
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM.

      *-----------------------------------------------------------------
       LER-CONTADORES-PARTICAO.
      *-----------------------------------------------------------------
            MOVE 'N'    TO WS-PCN-LIDO-FLAG
            MOVE SPACES TO WS-PAR-CONTADORES
            EVALUATE WS-JUN-NUM
                WHEN 1
                    OPEN INPUT COUNT-FILE-P1
                    IF WS-FS-PCNT = '00'
                        READ COUNT-FILE-P1
                            NOT AT END
                                MOVE COUNT-RECORD-P1
                                    TO WS-PAR-CONTADORES
                                MOVE 'S' TO WS-PCN-LIDO-FLAG
                        END-READ
                        CLOSE COUNT-FILE-P1
                    END-IF
                WHEN 2
                    OPEN INPUT COUNT-FILE-P2
                    IF WS-FS-PCNT = '00'
                        READ COUNT-FILE-P2
                            NOT AT END
                                MOVE COUNT-RECORD-P2
                                    TO WS-PAR-CONTADORES
                                MOVE 'S' TO WS-PCN-LIDO-FLAG
                        END-READ
                        CLOSE COUNT-FILE-P2
                    END-IF
                WHEN 3
                    OPEN INPUT COUNT-FILE-P3
                    IF WS-FS-PCNT = '00'
                        READ COUNT-FILE-P3
                            NOT AT END
                                MOVE COUNT-RECORD-P3
                                    TO WS-PAR-CONTADORES
                                MOVE 'S' TO WS-PCN-LIDO-FLAG
                        END-READ
                        CLOSE COUNT-FILE-P3
                    END-IF
                WHEN 4
                    OPEN INPUT COUNT-FILE-P4
                    IF WS-FS-PCNT = '00'
                        READ COUNT-FILE-P4
                            NOT AT END
                                MOVE COUNT-RECORD-P4
                                    TO WS-PAR-CONTADORES
                                MOVE 'S' TO WS-PCN-LIDO-FLAG
                        END-READ
                        CLOSE COUNT-FILE-P4
                    END-IF
            END-EVALUATE.

      *-----------------------------------------------------------------
       ACUMULAR-CONTADORES.
      *-----------------------------------------------------------------
            ADD WS-PCN-LIDOS      TO WS-SOM-LIDOS
            ADD WS-PCN-OK         TO WS-SOM-OK
            ADD WS-PCN-ERRO-01    TO WS-SOM-ERRO-01
            ADD WS-PCN-ERRO-02    TO WS-SOM-ERRO-02
            ADD WS-PCN-ERRO-03    TO WS-SOM-ERRO-03
            ADD WS-PCN-ERRO-04    TO WS-SOM-ERRO-04
            ADD WS-PCN-ERRO-05    TO WS-SOM-ERRO-05
            ADD WS-PCN-ERRO-06    TO WS-SOM-ERRO-06
            ADD WS-PCN-ERRO-07    TO WS-SOM-ERRO-07
            ADD WS-PCN-ERRO-08    TO WS-SOM-ERRO-08
            ADD WS-PCN-REJEITADAS TO WS-SOM-REJEITADAS
            ADD WS-PCN-TOTAL-R    TO WS-SOM-TOTAL-R
            IF WS-PCN-ERRO-09 IS NUMERIC
                ADD WS-PCN-ERRO-09 TO WS-SOM-ERRO-09
            END-IF
            IF WS-PCN-ERRO-10 IS NUMERIC
                ADD WS-PCN-ERRO-10 TO WS-SOM-ERRO-10
            END-IF
            IF WS-PCN-ERRO-11 IS NUMERIC
                ADD WS-PCN-ERRO-11 TO WS-SOM-ERRO-11
            END-IF.

      *-----------------------------------------------------------------
       CONTAR-DETALHES.
      *-----------------------------------------------------------------
      *    DETALHES DO ARQUIVO DE TRANSACOES INTEIRO: TUDO QUE NAO E
      *    CABECALHO NEM TRAILER, COMO O CALCULO2 CONTA OS LIDOS.
            MOVE ZEROS TO WS-QTD-DETALHES
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT TRAN-FILE
            IF WS-FS-TRAN = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ TRAN-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            IF TRAN-RECORD(1:3) NOT = 'HDR'
                               AND TRAN-RECORD(1:3) NOT = 'TRL'
                                ADD 1 TO WS-QTD-DETALHES
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRAN-FILE
            END-IF.

      *-----------------------------------------------------------------
       JUNTAR-ARQUIVOS.
      *-----------------------------------------------------------------
      *    INTERCALACAO DE UM TIPO DE ARQUIVO (WS-JUN-TIPO): CADA
      *    ARQUIVO DE PARTICAO JA ESTA NA ORDEM DO REGISTRO; A CADA
      *    VOLTA SAI A LINHA DE MENOR REGISTRO ENTRE AS PARTICOES.
            MOVE 1 TO WS-JUN-IDX
            PERFORM UNTIL WS-JUN-IDX > WS-QTD-PARTICOES
                MOVE WS-PART-NUM(WS-JUN-IDX) TO WS-JUN-NUM
                PERFORM ABRIR-ARQUIVO-PARTICAO
                PERFORM LER-ARQUIVO-PARTICAO
                ADD 1 TO WS-JUN-IDX
            END-PERFORM
            PERFORM ESCOLHER-MENOR
            PERFORM UNTIL WS-JUN-MENOR = 0
                PERFORM GRAVAR-LINHA-JUNTADA
                MOVE WS-JUN-MENOR TO WS-JUN-IDX
                MOVE WS-PART-NUM(WS-JUN-IDX) TO WS-JUN-NUM
                PERFORM LER-ARQUIVO-PARTICAO
                PERFORM ESCOLHER-MENOR
            END-PERFORM
            MOVE 1 TO WS-JUN-IDX
            PERFORM UNTIL WS-JUN-IDX > WS-QTD-PARTICOES
                IF WS-JUN-ABERTO(WS-JUN-IDX)
                    MOVE WS-PART-NUM(WS-JUN-IDX) TO WS-JUN-NUM
                    PERFORM FECHAR-ARQUIVO-PARTICAO
                END-IF
                ADD 1 TO WS-JUN-IDX
            END-PERFORM.

      *-----------------------------------------------------------------
       ESCOLHER-MENOR.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-JUN-MENOR
            MOVE 1 TO WS-JUN-IDX
            PERFORM UNTIL WS-JUN-IDX > WS-QTD-PARTICOES
                IF NOT WS-JUN-FIM(WS-JUN-IDX)
                    IF WS-JUN-MENOR = 0
                        MOVE WS-JUN-IDX TO WS-JUN-MENOR
                    ELSE
                        IF WS-JUN-REG(WS-JUN-IDX)
                           < WS-JUN-REG(WS-JUN-MENOR)
                            MOVE WS-JUN-IDX TO WS-JUN-MENOR
                        END-IF
                    END-IF
                END-IF
                ADD 1 TO WS-JUN-IDX
            END-PERFORM.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO-PARTICAO.
      *-----------------------------------------------------------------
      *    A PARTICAO CONCLUIDA SEMPRE DEIXA OS TRES ARQUIVOS, MESMO
      *    VAZIOS; UM ARQUIVO QUE FALTA ENTRA COMO VAZIO E A
      *    CONFERENCIA DOS TOTAIS APONTA A DIFERENCA.
            MOVE 'N' TO WS-JUN-ABERTO-FLAG(WS-JUN-IDX)
            MOVE 'N' TO WS-JUN-FIM-FLAG(WS-JUN-IDX)
            MOVE SPACES TO WS-FS-PARQ
            EVALUATE TRUE
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 1
                    OPEN INPUT RESULT-FILE-P1
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 1
                    OPEN INPUT AUDIT-FILE-P1
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 1
                    OPEN INPUT REJECT-FILE-P1
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 2
                    OPEN INPUT RESULT-FILE-P2
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 2
                    OPEN INPUT AUDIT-FILE-P2
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 2
                    OPEN INPUT REJECT-FILE-P2
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 3
                    OPEN INPUT RESULT-FILE-P3
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 3
                    OPEN INPUT AUDIT-FILE-P3
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 3
                    OPEN INPUT REJECT-FILE-P3
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 4
                    OPEN INPUT RESULT-FILE-P4
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 4
                    OPEN INPUT AUDIT-FILE-P4
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 4
                    OPEN INPUT REJECT-FILE-P4
            END-EVALUATE
            IF WS-FS-PARQ = '00'
                MOVE 'S' TO WS-JUN-ABERTO-FLAG(WS-JUN-IDX)
            ELSE
                DISPLAY 'ARQUIVO ' WS-JUN-TIPO ' DA PARTICAO '
                        WS-JUN-NUM ' AUSENTE (STATUS ' WS-FS-PARQ ')'
            END-IF.

      *-----------------------------------------------------------------
       LER-ARQUIVO-PARTICAO.
      *-----------------------------------------------------------------
            IF NOT WS-JUN-ABERTO(WS-JUN-IDX)
                MOVE 'S' TO WS-JUN-FIM-FLAG(WS-JUN-IDX)
            ELSE
                MOVE 'N' TO WS-JUN-FIM-LIDO-FLAG
            EVALUATE TRUE
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 1
                    READ RESULT-FILE-P1
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P1 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 1
                    READ AUDIT-FILE-P1
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE AUDIT-RECORD-P1 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 1
                    READ REJECT-FILE-P1
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE REJECT-RECORD-P1 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 2
                    READ RESULT-FILE-P2
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P2 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 2
                    READ AUDIT-FILE-P2
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE AUDIT-RECORD-P2 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 2
                    READ REJECT-FILE-P2
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE REJECT-RECORD-P2 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 3
                    READ RESULT-FILE-P3
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P3 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 3
                    READ AUDIT-FILE-P3
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE AUDIT-RECORD-P3 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 3
                    READ REJECT-FILE-P3
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE REJECT-RECORD-P3 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 4
                    READ RESULT-FILE-P4
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE RESULT-RECORD-P4 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 4
                    READ AUDIT-FILE-P4
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE AUDIT-RECORD-P4 TO WS-PAR-LINHA
                    END-READ
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 4
                    READ REJECT-FILE-P4
                        AT END
                            MOVE 'S' TO WS-JUN-FIM-LIDO-FLAG
                        NOT AT END
                            MOVE REJECT-RECORD-P4 TO WS-PAR-LINHA
                    END-READ
            END-EVALUATE
                IF WS-JUN-FIM-LIDO
                    MOVE 'S' TO WS-JUN-FIM-FLAG(WS-JUN-IDX)
                ELSE
                    IF WS-PAR-REGISTRO IS NUMERIC
                        MOVE WS-PAR-REGISTRO TO WS-JUN-REG(WS-JUN-IDX)
                    ELSE
                        DISPLAY 'LINHA SEM NUMERO DE REGISTRO NO '
                                'ARQUIVO ' WS-JUN-TIPO
                                ' DA PARTICAO ' WS-JUN-NUM
                        MOVE 'S' TO WS-DIVERGENCIA-FLAG
                        MOVE 999999 TO WS-JUN-REG(WS-JUN-IDX)
                    END-IF
                    MOVE WS-PAR-CONTEUDO TO WS-JUN-LINHA(WS-JUN-IDX)
                END-IF
            END-IF.

      *-----------------------------------------------------------------
       FECHAR-ARQUIVO-PARTICAO.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 1
                    CLOSE RESULT-FILE-P1
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 1
                    CLOSE AUDIT-FILE-P1
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 1
                    CLOSE REJECT-FILE-P1
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 2
                    CLOSE RESULT-FILE-P2
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 2
                    CLOSE AUDIT-FILE-P2
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 2
                    CLOSE REJECT-FILE-P2
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 3
                    CLOSE RESULT-FILE-P3
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 3
                    CLOSE AUDIT-FILE-P3
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 3
                    CLOSE REJECT-FILE-P3
                WHEN WS-JUN-RESULTADO AND WS-JUN-NUM = 4
                    CLOSE RESULT-FILE-P4
                WHEN WS-JUN-AUDITORIA AND WS-JUN-NUM = 4
                    CLOSE AUDIT-FILE-P4
                WHEN WS-JUN-REJEICAO AND WS-JUN-NUM = 4
                    CLOSE REJECT-FILE-P4
            END-EVALUATE.

      *-----------------------------------------------------------------
       GRAVAR-LINHA-JUNTADA.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN WS-JUN-RESULTADO
                    MOVE WS-JUN-LINHA(WS-JUN-MENOR) TO RESULT-RECORD
                    WRITE RESULT-RECORD
                    ADD 1 TO WS-QTD-RES
                    COMPUTE WS-SOMA-R = WS-SOMA-R + FUNCTION NUMVAL
                                        (RESULT-RECORD(34:11))
                WHEN WS-JUN-AUDITORIA
                    MOVE WS-JUN-LINHA(WS-JUN-MENOR) TO AUDIT-RECORD
                    WRITE AUDIT-RECORD
                    ADD 1 TO WS-QTD-AUD
                WHEN WS-JUN-REJEICAO
                    MOVE WS-JUN-LINHA(WS-JUN-MENOR) TO REJECT-RECORD
                    WRITE REJECT-RECORD
                    ADD 1 TO WS-QTD-REJ
            END-EVALUATE.

      *-----------------------------------------------------------------
       CONFERIR-TOTAIS.
      *-----------------------------------------------------------------
      *    OS TOTAIS DE CONTROLE DA JUNCAO TEM DE SER OS DE UM
      *    CALCULO2 SEM PARTICAO SOBRE O MESMO ARQUIVO: CADA DETALHE
      *    LIDO UMA VEZ SO, E CADA UM OU CALCULADO OU REJEITADO; A
      *    AUDITORIA TEM UMA LINHA POR DETALHE PROCESSADO (A REJEICAO
      *    DO ARQUIVO INTEIRO, CODIGO 08, NAO PASSA PELO CALCULO).
            MOVE 'N' TO WS-DIVERGENCIA-FLAG
            IF WS-SOM-LIDOS NOT = WS-QTD-DETALHES
                DISPLAY 'DIVERGENCIA: LIDOS NAS PARTICOES '
                        WS-SOM-LIDOS ' X DETALHES NO ARQUIVO '
                        WS-QTD-DETALHES
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF
            IF WS-QTD-RES + WS-QTD-REJ NOT = WS-QTD-DETALHES
                DISPLAY 'DIVERGENCIA: RESULTADOS + REJEICOES '
                        WS-QTD-RES ' + ' WS-QTD-REJ
                        ' X DETALHES NO ARQUIVO ' WS-QTD-DETALHES
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF
            IF WS-QTD-RES NOT = WS-SOM-OK
                DISPLAY 'DIVERGENCIA: LINHAS DE RESULTADO '
                        WS-QTD-RES ' X CALCULADOS ' WS-SOM-OK
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF
            IF WS-QTD-REJ NOT = WS-SOM-REJEITADAS
                DISPLAY 'DIVERGENCIA: LINHAS DE REJEICAO '
                        WS-QTD-REJ ' X REJEITADOS ' WS-SOM-REJEITADAS
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF
            COMPUTE WS-QTD-AUD-ESPERADA = WS-SOM-OK + WS-SOM-REJEITADAS
                                        - WS-SOM-ERRO-08
            IF WS-QTD-AUD NOT = WS-QTD-AUD-ESPERADA
                DISPLAY 'DIVERGENCIA: LINHAS DE AUDITORIA '
                        WS-QTD-AUD ' X ESPERADAS ' WS-QTD-AUD-ESPERADA
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF
            IF WS-SOMA-R NOT = WS-SOM-TOTAL-R
                MOVE WS-SOMA-R      TO WS-SOMA-R-EDIT
                MOVE WS-SOM-TOTAL-R TO WS-TOTAL-R-EDIT
                DISPLAY 'DIVERGENCIA: SOMA DE R= ' WS-SOMA-R-EDIT
                        ' X TOTAL DAS PARTICOES ' WS-TOTAL-R-EDIT
                MOVE 'S' TO WS-DIVERGENCIA-FLAG
            END-IF.

      *-----------------------------------------------------------------
       IMPRIMIR-RESUMO.
      *-----------------------------------------------------------------
            MOVE WS-SOM-TOTAL-R TO WS-TOTAL-R-EDIT
            DISPLAY 'DETALHES NO ARQUIVO...: ' WS-QTD-DETALHES
            DISPLAY 'REGISTROS LIDOS.......: ' WS-SOM-LIDOS
            DISPLAY 'REGISTROS CALCULADOS..: ' WS-SOM-OK
            DISPLAY 'REGISTROS REJEITADOS..: ' WS-SOM-REJEITADAS
            DISPLAY 'LINHAS DE AUDITORIA...: ' WS-QTD-AUD
            DISPLAY 'TOTAL GERAL DE WS-R...: ' WS-TOTAL-R-EDIT
            DISPLAY '-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-='.

      *-----------------------------------------------------------------
       CARREGAR-TABELA-PARTICOES.
      *-----------------------------------------------------------------
      *    VER COPYBOOK CALC2PTB: A TABELA SO VALE INTEIRA; UMA LINHA
      *    IRREGULAR RECUSA TUDO, PARA NENHUM DETALHE FICAR SEM
      *    PARTICAO OU CAIR EM DUAS.
            MOVE ZEROS  TO WS-QTD-PARTICOES WS-PART-PRIMEIRA
            MOVE 'N'    TO WS-PART-INVALIDA-FLAG WS-FIM-PART-FLAG
            MOVE SPACES TO WS-PART-MOTIVO
            OPEN INPUT PART-FILE
            IF WS-FS-PART = '00'
                PERFORM UNTIL WS-FIM-PART
                    READ PART-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PART-FLAG
                        NOT AT END
                            IF PART-RECORD NOT = SPACES
                               AND PART-NUMERO NOT = '*'
                               AND NOT WS-PART-INVALIDA
                                PERFORM GUARDAR-PARTICAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PART-FILE
            END-IF
            IF WS-QTD-PARTICOES = 0 AND NOT WS-PART-INVALIDA
                MOVE 1      TO WS-QTD-PARTICOES
                MOVE 1      TO WS-PART-NUM(1)
                MOVE ZEROS  TO WS-PART-DE(1)
                MOVE 999999 TO WS-PART-ATE(1)
            END-IF
            MOVE 9 TO WS-PART-PRIMEIRA
            MOVE 1 TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                IF WS-PART-NUM(WS-PART-IDX) < WS-PART-PRIMEIRA
                    MOVE WS-PART-NUM(WS-PART-IDX) TO WS-PART-PRIMEIRA
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM.

      *-----------------------------------------------------------------
       GUARDAR-PARTICAO.
      *-----------------------------------------------------------------
            IF PART-NUMERO < '1' OR PART-NUMERO > '4'
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'NUMERO DE PARTICAO FORA DE 1 A 4'
                    TO WS-PART-MOTIVO
            END-IF
            IF NOT WS-PART-INVALIDA
               AND (PART-CLI-DE NOT NUMERIC
                    OR PART-CLI-ATE NOT NUMERIC)
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'FAIXA DE CLIENTES NAO NUMERICA'
                    TO WS-PART-MOTIVO
            END-IF
            IF NOT WS-PART-INVALIDA
                MOVE PART-NUMERO  TO WS-PART-LIDO-NUM
                MOVE PART-CLI-DE  TO WS-PART-LIDO-DE
                MOVE PART-CLI-ATE TO WS-PART-LIDO-ATE
                IF WS-PART-LIDO-DE > WS-PART-LIDO-ATE
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'FAIXA DE CLIENTES COM INICIO DEPOIS DO FIM'
                        TO WS-PART-MOTIVO
                END-IF
            END-IF
            IF NOT WS-PART-INVALIDA AND WS-QTD-PARTICOES NOT < 4
                MOVE 'S' TO WS-PART-INVALIDA-FLAG
                MOVE 'MAIS DE QUATRO PARTICOES NA TABELA'
                    TO WS-PART-MOTIVO
            END-IF
            MOVE 1 TO WS-PART-IDX
            PERFORM UNTIL WS-PART-IDX > WS-QTD-PARTICOES
                    OR WS-PART-INVALIDA
                IF WS-PART-NUM(WS-PART-IDX) = WS-PART-LIDO-NUM
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'PARTICAO REPETIDA NA TABELA'
                        TO WS-PART-MOTIVO
                END-IF
                IF NOT WS-PART-INVALIDA
                   AND WS-PART-LIDO-DE NOT > WS-PART-ATE(WS-PART-IDX)
                   AND WS-PART-LIDO-ATE NOT < WS-PART-DE(WS-PART-IDX)
                    MOVE 'S' TO WS-PART-INVALIDA-FLAG
                    MOVE 'FAIXAS DE CLIENTES SOBREPOSTAS'
                        TO WS-PART-MOTIVO
                END-IF
                ADD 1 TO WS-PART-IDX
            END-PERFORM
            IF NOT WS-PART-INVALIDA
                ADD 1 TO WS-QTD-PARTICOES
                MOVE WS-PART-LIDO-NUM TO WS-PART-NUM(WS-QTD-PARTICOES)
                MOVE WS-PART-LIDO-DE  TO WS-PART-DE(WS-QTD-PARTICOES)
                MOVE WS-PART-LIDO-ATE TO WS-PART-ATE(WS-QTD-PARTICOES)
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

       END PROGRAM CALC2JUN.
