      ******************************************************************
      * Author:    ÉDER CASAGRANDA
      * Date:      15/10/2026
      * Purpose:   SIMULACAO DE MUDANCA DE PRECO: ANTES DE O COMERCIAL
      *            MEXER NOS PRECOS DO CALCOSIN OU NAS FAIXAS DE
      *            DESCONTO, REPASSA AS VENDAS DO HISTORICO POR ITEM
      *            (ITEMHIST.DAT, VER ESTITEM) DE UM PERIODO PELOS
      *            PRECOS E FAIXAS PROPOSTOS EM SIMPRECO.DAT, COM A
      *            MESMA TABELA DE FAIXAS E A MESMA REGRA DE PROMOCAO
      *            DE CALCULOS, E IMPRIME POR ITEM E NO TOTAL O
      *            LIQUIDO REAL, A BASE (O MESMO REPASSE COM OS PRECOS
      *            E FAIXAS ATUAIS), O SIMULADO, A DIFERENCA SIMULADO -
      *            BASE E A VARIACAO PERCENTUAL. SO LE OS ARQUIVOS DE
      *            PRODUCAO: A UNICA SAIDA E O RELATORIO SIMPRECO.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPRECO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "data/ITEMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

      *    PROPOSTA DO COMERCIAL, MANTIDA A MAO: LINHA 'P' TRAZ O
      *    PRECO UNITARIO PROPOSTO DE UM ITEM; LINHA 'F' TRAZ O NOVO
      *    MINIMO E PERCENTUAL DE UMA DAS TRES PRIMEIRAS FAIXAS DE
      *    DESCONTO (A QUARTA E O PISO ZERO, COMO EM CALCULOS).
           SELECT PROP-FILE ASSIGN TO "data/SIMPRECO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROP.

           SELECT PROMO-FILE ASSIGN TO "data/CALCPROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROMO.

           SELECT PARAM-FILE ASSIGN TO "data/SISPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT PRINT-FILE ASSIGN TO "data/SIMPRECO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  IH-RECORD.
           05  IH-LOTE                     PIC 9(06).
           05  FILLER                      PIC X(01).
           05  IH-DATA                     PIC X(10).
           05  FILLER                      PIC X(01).
           05  IH-ITEM                     PIC X(06).
           05  FILLER                      PIC X(01).
           05  IH-QTD                      PIC 9(07).
           05  FILLER                      PIC X(01).
           05  IH-BRUTO                    PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-DESCONTO                 PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-LIQUIDO                  PIC 9(09)V9(2).
      *    IMPOSTOS DA NOITE (ICMS E IPI), CALCULADOS POR CALCULOS.
           05  FILLER                      PIC X(01).
           05  IH-ICMS                     PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-IPI                      PIC 9(09)V9(2).

       FD  PROP-FILE.
       01  PROP-RECORD.
           05  PROP-TIPO                   PIC X(01).
               88  PROP-PRECO              VALUE 'P'.
               88  PROP-FAIXA              VALUE 'F'.
           05  PROP-DADOS                  PIC X(13).
           05  PROP-PRECO-DADOS REDEFINES PROP-DADOS.
               10  PROP-ITEM-COD           PIC X(06).
               10  PROP-UNIT               PIC 9(05)V9(2).
           05  PROP-FAIXA-DADOS REDEFINES PROP-DADOS.
               10  PROP-FAIXA-NUM          PIC 9(01).
               10  PROP-QTD-MIN            PIC 9(05).
               10  PROP-PCT                PIC 9(02).
               10  FILLER                  PIC X(05).

       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05  PROMO-ITEM-COD              PIC X(06).
           05  PROMO-DATA-INI              PIC X(10).
           05  PROMO-DATA-FIM              PIC X(10).
           05  PROMO-PCT                   PIC 9(02).

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05  PRM-CHAVE                   PIC X(14).
           05  FILLER                      PIC X(01).
           05  PRM-VALOR                   PIC X(12).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
       77 WS-FS-PROP                       PIC X(02) VALUE SPACES.
       77 WS-FS-PROMO                      PIC X(02) VALUE SPACES.
       77 WS-FS-PARAM                      PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    PERIODO DA SIMULACAO NA LINHA DE COMANDO, NO MESMO FORMATO
      *    DA CONSULTA POR FAIXA DE AUDCONS: DE DD/MM/AAAA ATE
      *    DD/MM/AAAA.
       77 WS-PARM                          PIC X(40) VALUE SPACES.
       77 WS-PARM-TOK1                     PIC X(10) VALUE SPACES.
       77 WS-PARM-TOK2                     PIC X(10) VALUE SPACES.
       77 WS-PARM-TOK3                     PIC X(10) VALUE SPACES.
       77 WS-PARM-TOK4                     PIC X(10) VALUE SPACES.
       77 WS-DATA-INI                      PIC X(08) VALUE SPACES.
       77 WS-DATA-FIM                      PIC X(08) VALUE SPACES.
       77 WS-DATA-DMA                      PIC X(10) VALUE SPACES.
       77 WS-DATA-AMD                      PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      *    TABELA DE FAIXAS DE DESCONTO DE CALCULOS (MESMOS VALORES DE
      *    FABRICA E MESMAS CHAVES DESCQTD/DESCPCT DO SISPARAM); AS
      *    LINHAS 'F' DA PROPOSTA SO SOBREPOEM A COPIA EM MEMORIA.
       01 WS-TABELA-DESCONTOS.
           05  FILLER                 PIC X(07) VALUE '0100015'.
           05  FILLER                 PIC X(07) VALUE '0050010'.
           05  FILLER                 PIC X(07) VALUE '0010005'.
           05  FILLER                 PIC X(07) VALUE '0000000'.
       01 WS-TAB-DESC REDEFINES WS-TABELA-DESCONTOS.
           05  WS-DESC-ENT OCCURS 4 TIMES.
               10  WS-DESC-QTD-MIN    PIC 9(05).
               10  WS-DESC-PCT        PIC 9(02).
      *    COPIA DAS FAIXAS ATUAIS (FABRICA + SISPARAM), TIRADA ANTES
      *    DA PROPOSTA, PARA O REPASSE DA BASE.
       01 WS-TAB-DESC-ATUAL.
           05  WS-ATU-ENT OCCURS 4 TIMES.
               10  WS-ATU-QTD-MIN     PIC 9(05).
               10  WS-ATU-PCT         PIC 9(02).
       77 WS-DESC-IDX                 PIC 9(01) VALUE ZEROS.
       77 WS-PCT-APLICADO             PIC 9(02) VALUE ZEROS.
       77 WS-PCT-ATUAL                PIC 9(02) VALUE ZEROS.
       77 WS-FIM-PARAM-FLAG           PIC X(01) VALUE 'N'.
           88 WS-FIM-PARAM            VALUE 'S'.
       77 WS-PRM-NUM                  PIC S9(09)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    PROMOCOES COMO EM CALCULOS, MAS AVALIADAS NA DATA DE CADA
      *    LOTE DO HISTORICO E NAO NA DATA DO RUN HEADER.
       01 WS-TAB-PROMOS.
           05  WS-PROMO-ENT OCCURS 50 TIMES.
               10  WS-PROMO-ITEM      PIC X(06).
               10  WS-PROMO-INI-AMD   PIC X(08).
               10  WS-PROMO-FIM-AMD   PIC X(08).
               10  WS-PROMO-PCT       PIC 9(02).
       77 WS-QTD-PROMOS               PIC 9(02) VALUE ZEROS.
       77 WS-PROMO-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-PCT-PROMO                PIC 9(02) VALUE ZEROS.
       77 WS-DATA-AMD-LOTE            PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      *    PRECOS PROPOSTOS; ITEM SEM LINHA 'P' MANTEM O PRECO MEDIO
      *    QUE DE FATO PRATICOU NO LOTE (BRUTO / QUANTIDADE).
       01 WS-TAB-PRECOS.
           05  WS-PRC-ENT OCCURS 200 TIMES.
               10  WS-PRC-ITEM        PIC X(06).
               10  WS-PRC-UNIT        PIC 9(05)V9(2).
       77 WS-QTD-PRECOS               PIC 9(03) VALUE ZEROS.
       77 WS-PRC-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-PRC-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-CNT-PROP-INVALIDAS       PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ACUMULADORES POR ITEM NO PERIODO.
       01 WS-TAB-ITENS.
           05  WS-ITEM-ENT OCCURS 100 TIMES.
               10  WS-ITEM-COD             PIC X(06).
               10  WS-ITEM-QTD             PIC 9(09).
               10  WS-ITEM-REAL            PIC 9(11)V9(2).
               10  WS-ITEM-BASE            PIC 9(11)V9(2).
               10  WS-ITEM-SIMUL           PIC 9(11)V9(2).
               10  WS-ITEM-PROPOSTO        PIC X(01).
       77 WS-QTD-ITENS                     PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-IDX                      PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-ACHADO                   PIC 9(03) VALUE ZEROS.
       77 WS-CNT-LOTES-LIDOS               PIC 9(07) VALUE ZEROS.
       77 WS-CNT-ESTOUROS                  PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    REPASSE DE UM REGISTRO DO HISTORICO.
      *    REPASSAR-LINHA RECEBE O PRECO EM WS-REP-UNIT E O
      *    PERCENTUAL EM WS-REP-PCT E DEVOLVE O LIQUIDO EM WS-LIQUIDO.
       77 WS-QTD                           PIC 9(07) VALUE ZEROS.
       77 WS-UNIT                          PIC 9(05)V9(2) VALUE ZEROS.
       77 WS-UNIT-MEDIO                    PIC 9(05)V9(2) VALUE ZEROS.
       77 WS-REP-UNIT                      PIC 9(05)V9(2) VALUE ZEROS.
       77 WS-REP-PCT                       PIC 9(02) VALUE ZEROS.
       77 WS-ERRO-LINHA-FLAG               PIC X(01) VALUE 'N'.
           88 WS-LINHA-ESTOUROU            VALUE 'S'.
       77 WS-BRUTO                         PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-DESCONTO                      PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-LIQUIDO                       PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-LIQUIDO-BASE                  PIC 9(09)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS E CAMPOS DE IMPRESSAO.
       77 WS-TOTAL-REAL                    PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOTAL-BASE                    PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOTAL-SIMUL                   PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-DIFERENCA                     PIC S9(11)V9(2) VALUE ZEROS.
       77 WS-BASE-VARIACAO                 PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-VARIACAO                      PIC S9(05)V9(2) VALUE ZEROS.
       77 WS-QTD-EDIT                      PIC ZZZZZZZZ9.
       77 WS-REAL-EDIT                     PIC ZZZZZZZZZZ9.99.
       77 WS-BASE-EDIT                     PIC ZZZZZZZZZZ9.99.
       77 WS-SIMUL-EDIT                    PIC ZZZZZZZZZZ9.99.
       77 WS-DIF-EDIT                      PIC -ZZZZZZZZZZ9.99.
       77 WS-VAR-EDIT                      PIC -ZZZZ9.99.
       77 WS-VAR-TEXTO                     PIC X(10) VALUE SPACES.
       77 WS-MARCA-PROPOSTO                PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *-----------------------------------------------------------------
            ACCEPT WS-PARM FROM COMMAND-LINE
            UNSTRING WS-PARM DELIMITED BY ALL SPACES
                INTO WS-PARM-TOK1
                     WS-PARM-TOK2
                     WS-PARM-TOK3
                     WS-PARM-TOK4
            END-UNSTRING

            IF WS-PARM-TOK1 = 'DE' AND WS-PARM-TOK3 = 'ATE'
                MOVE WS-PARM-TOK2(1:10) TO WS-DATA-DMA
                PERFORM CONVERTER-DATA
                MOVE WS-DATA-AMD TO WS-DATA-INI
                MOVE WS-PARM-TOK4(1:10) TO WS-DATA-DMA
                PERFORM CONVERTER-DATA
                MOVE WS-DATA-AMD TO WS-DATA-FIM
            ELSE
                DISPLAY 'USO: DE DD/MM/AAAA ATE DD/MM/AAAA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LER-PARAMETROS-SISTEMA
            MOVE WS-TAB-DESC TO WS-TAB-DESC-ATUAL
            PERFORM CARREGAR-PROMOCOES
            PERFORM CARREGAR-PROPOSTA
            IF WS-FS-PROP NOT = '00'
                DISPLAY 'PROPOSTA (SIMPRECO.DAT) AUSENTE, NADA A '
                        'SIMULAR.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT HIST-FILE
            IF WS-FS-HIST NOT = '00'
                DISPLAY 'HISTORICO DE ITENS (ITEMHIST) VAZIO OU '
                        'AUSENTE.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM UNTIL WS-FIM-ARQ
                READ HIST-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-ARQ-FLAG
                    NOT AT END
                        PERFORM FILTRAR-HISTORICO
                END-READ
            END-PERFORM
            CLOSE HIST-FILE

            PERFORM IMPRIMIR-RELATORIO

            DISPLAY 'SIMULACAO DE ' WS-PARM-TOK2 ' A ' WS-PARM-TOK4
                    ': ' WS-QTD-ITENS ' ITEM(NS), ' WS-CNT-LOTES-LIDOS
                    ' REGISTRO(S) DO HISTORICO.'
            DISPLAY 'RELATORIO GRAVADO EM data/SIMPRECO.PRT'

            STOP RUN.
      *-----------------------------------------------------------------
       FILTRAR-HISTORICO.
      *-----------------------------------------------------------------
            MOVE IH-DATA TO WS-DATA-DMA
            PERFORM CONVERTER-DATA
            IF WS-DATA-AMD >= WS-DATA-INI
               AND WS-DATA-AMD <= WS-DATA-FIM
                MOVE WS-DATA-AMD TO WS-DATA-AMD-LOTE
                PERFORM SIMULAR-REGISTRO
            END-IF.
      *-----------------------------------------------------------------
       SIMULAR-REGISTRO.
      *-----------------------------------------------------------------
      *    O HISTORICO GUARDA O TOTAL DO ITEM NO LOTE, NAO AS LINHAS:
      *    O REPASSE TRATA CADA REGISTRO COMO UMA LINHA COM A
      *    QUANTIDADE DO LOTE, COM O MAIOR ENTRE A FAIXA DESSA
      *    QUANTIDADE E A PROMOCAO VIGENTE NA DATA DO LOTE, COMO
      *    CALCULAR-LINHA E BUSCAR-FAIXA-DESCONTO DE CALCULOS FAZEM.
      *    COMO CALCULOS APLICA A FAIXA POR LINHA DO CALCOSIN, ESSE
      *    REPASSE NAO REPRODUZ O LIQUIDO GRAVADO; POR ISSO A PROPOSTA
      *    (PRECO PROPOSTO OU MEDIO PRATICADO, FAIXAS PROPOSTAS) E
      *    COMPARADA COM A BASE -- O MESMO REPASSE AO PRECO MEDIO
      *    PRATICADO E COM AS FAIXAS ATUAIS -- E UMA PROPOSTA QUE NAO
      *    MUDA NADA DA DIFERENCA ZERO. O REAL (LIQUIDO DO HISTORICO)
      *    SAI SO COMO REFERENCIA.
            MOVE IH-QTD TO WS-QTD
            PERFORM LOCALIZAR-PRECO
            PERFORM LOCALIZAR-ITEM
            IF WS-ITEM-ACHADO = 0
                ADD 1 TO WS-CNT-ESTOUROS
            ELSE
                ADD 1 TO WS-CNT-LOTES-LIDOS
                MOVE ZEROS TO WS-UNIT-MEDIO
                IF IH-QTD > 0
                    COMPUTE WS-UNIT-MEDIO ROUNDED = IH-BRUTO / IH-QTD
                        ON SIZE ERROR
                            MOVE ZEROS TO WS-UNIT-MEDIO
                    END-COMPUTE
                END-IF
                IF WS-PRC-ACHADO > 0
                    MOVE WS-PRC-UNIT(WS-PRC-ACHADO) TO WS-UNIT
                    MOVE 'S' TO WS-ITEM-PROPOSTO(WS-ITEM-ACHADO)
                ELSE
                    MOVE WS-UNIT-MEDIO TO WS-UNIT
                END-IF

                PERFORM BUSCAR-FAIXA-DESCONTO

                MOVE 'N'           TO WS-ERRO-LINHA-FLAG
                MOVE WS-UNIT-MEDIO TO WS-REP-UNIT
                MOVE WS-PCT-ATUAL  TO WS-REP-PCT
                PERFORM REPASSAR-LINHA
                MOVE WS-LIQUIDO    TO WS-LIQUIDO-BASE
                MOVE WS-UNIT         TO WS-REP-UNIT
                MOVE WS-PCT-APLICADO TO WS-REP-PCT
                PERFORM REPASSAR-LINHA
                IF WS-LINHA-ESTOUROU
                    DISPLAY 'ITEM ' IH-ITEM ' LOTE ' IH-LOTE
                            ' COM VALOR ALEM DA CAPACIDADE DO CALCULO,'
                            ' REPASSADO COMO O REAL'
                END-IF

                ADD IH-QTD     TO WS-ITEM-QTD(WS-ITEM-ACHADO)
                ADD IH-LIQUIDO TO WS-ITEM-REAL(WS-ITEM-ACHADO)
                ADD WS-LIQUIDO-BASE TO WS-ITEM-BASE(WS-ITEM-ACHADO)
                ADD WS-LIQUIDO TO WS-ITEM-SIMUL(WS-ITEM-ACHADO)
                ADD IH-LIQUIDO TO WS-TOTAL-REAL
                ADD WS-LIQUIDO-BASE TO WS-TOTAL-BASE
                ADD WS-LIQUIDO TO WS-TOTAL-SIMUL
            END-IF.
      *-----------------------------------------------------------------
       REPASSAR-LINHA.
      *-----------------------------------------------------------------
      *    UMA LINHA QUE ESTOURA A CAPACIDADE DO CALCULO FICA COM O
      *    LIQUIDO REAL DO HISTORICO.
            COMPUTE WS-BRUTO = WS-QTD * WS-REP-UNIT
                ON SIZE ERROR
                    MOVE 'S' TO WS-ERRO-LINHA-FLAG
                    MOVE IH-LIQUIDO TO WS-LIQUIDO
                NOT ON SIZE ERROR
                    COMPUTE WS-DESCONTO ROUNDED
                          = WS-BRUTO * WS-REP-PCT / 100
                    COMPUTE WS-LIQUIDO  = WS-BRUTO - WS-DESCONTO
            END-COMPUTE.
      *-----------------------------------------------------------------
       BUSCAR-FAIXA-DESCONTO.
      *-----------------------------------------------------------------
      *    MESMA VARREDURA DE CALCULOS: DA MAIOR FAIXA PARA A MENOR,
      *    PARANDO NA PRIMEIRA CUJO MINIMO A QUANTIDADE ALCANCA --
      *    NAS FAIXAS PROPOSTAS (WS-PCT-APLICADO) E NAS ATUAIS
      *    (WS-PCT-ATUAL).
            MOVE ZEROS TO WS-PCT-APLICADO
            MOVE 1     TO WS-DESC-IDX
            PERFORM UNTIL WS-DESC-IDX > 4
                IF WS-QTD >= WS-DESC-QTD-MIN(WS-DESC-IDX)
                    MOVE WS-DESC-PCT(WS-DESC-IDX) TO WS-PCT-APLICADO
                    MOVE 5 TO WS-DESC-IDX
                ELSE
                    ADD 1 TO WS-DESC-IDX
                END-IF
            END-PERFORM
            MOVE ZEROS TO WS-PCT-ATUAL
            MOVE 1     TO WS-DESC-IDX
            PERFORM UNTIL WS-DESC-IDX > 4
                IF WS-QTD >= WS-ATU-QTD-MIN(WS-DESC-IDX)
                    MOVE WS-ATU-PCT(WS-DESC-IDX) TO WS-PCT-ATUAL
                    MOVE 5 TO WS-DESC-IDX
                ELSE
                    ADD 1 TO WS-DESC-IDX
                END-IF
            END-PERFORM

      *    A PROMOCAO VIGENTE PARA O ITEM SO GANHA QUANDO E MELHOR
      *    QUE A FAIXA DE QUANTIDADE.
            PERFORM BUSCAR-PROMOCAO
            IF WS-PCT-PROMO > WS-PCT-APLICADO
                MOVE WS-PCT-PROMO TO WS-PCT-APLICADO
            END-IF
            IF WS-PCT-PROMO > WS-PCT-ATUAL
                MOVE WS-PCT-PROMO TO WS-PCT-ATUAL
            END-IF.
      *-----------------------------------------------------------------
       BUSCAR-PROMOCAO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-PCT-PROMO
            MOVE 1     TO WS-PROMO-IDX
            PERFORM UNTIL WS-PROMO-IDX > WS-QTD-PROMOS
                    OR WS-PCT-PROMO > 0
                IF WS-PROMO-ITEM(WS-PROMO-IDX) = IH-ITEM
                   AND WS-DATA-AMD-LOTE >=
                       WS-PROMO-INI-AMD(WS-PROMO-IDX)
                   AND WS-DATA-AMD-LOTE <=
                       WS-PROMO-FIM-AMD(WS-PROMO-IDX)
                    MOVE WS-PROMO-PCT(WS-PROMO-IDX) TO WS-PCT-PROMO
                END-IF
                ADD 1 TO WS-PROMO-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       LOCALIZAR-PRECO.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-PRC-ACHADO
            MOVE 1     TO WS-PRC-IDX
            PERFORM UNTIL WS-PRC-IDX > WS-QTD-PRECOS
                    OR WS-PRC-ACHADO > 0
                IF WS-PRC-ITEM(WS-PRC-IDX) = IH-ITEM
                    MOVE WS-PRC-IDX TO WS-PRC-ACHADO
                END-IF
                ADD 1 TO WS-PRC-IDX
            END-PERFORM.
      *-----------------------------------------------------------------
       LOCALIZAR-ITEM.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-ITEM-ACHADO
            MOVE 1     TO WS-ITEM-IDX
            PERFORM UNTIL WS-ITEM-IDX > WS-QTD-ITENS
                    OR WS-ITEM-ACHADO > 0
                IF WS-ITEM-COD(WS-ITEM-IDX) = IH-ITEM
                    MOVE WS-ITEM-IDX TO WS-ITEM-ACHADO
                END-IF
                ADD 1 TO WS-ITEM-IDX
            END-PERFORM
            IF WS-ITEM-ACHADO = 0
                IF WS-QTD-ITENS < 100
                    ADD 1 TO WS-QTD-ITENS
                    MOVE IH-ITEM TO WS-ITEM-COD(WS-QTD-ITENS)
                    MOVE ZEROS   TO WS-ITEM-QTD(WS-QTD-ITENS)
                                    WS-ITEM-REAL(WS-QTD-ITENS)
                                    WS-ITEM-BASE(WS-QTD-ITENS)
                                    WS-ITEM-SIMUL(WS-QTD-ITENS)
                    MOVE 'N'     TO WS-ITEM-PROPOSTO(WS-QTD-ITENS)
                    MOVE WS-QTD-ITENS TO WS-ITEM-ACHADO
                ELSE
                    DISPLAY 'ITEM ALEM DA CAPACIDADE DA TABELA, FORA '
                            'DA SIMULACAO: ' IH-ITEM
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-RELATORIO.
      *-----------------------------------------------------------------
            OPEN OUTPUT PRINT-FILE

            MOVE SPACES TO PRINT-RECORD
            STRING 'SIMULACAO DE PRECOS E FAIXAS - VENDAS DE '
                                  DELIMITED BY SIZE
                   WS-PARM-TOK2   DELIMITED BY SIZE
                   ' A '          DELIMITED BY SIZE
                   WS-PARM-TOK4   DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'FAIXAS ATUAIS...: ' DELIMITED BY SIZE
                   WS-ATU-QTD-MIN(1) '=' WS-ATU-PCT(1) '% '
                   WS-ATU-QTD-MIN(2) '=' WS-ATU-PCT(2) '% '
                   WS-ATU-QTD-MIN(3) '=' WS-ATU-PCT(3) '% '
                   WS-ATU-QTD-MIN(4) '=' WS-ATU-PCT(4) '%'
                                  DELIMITED BY SIZE
                   '   (DIF = SIMULADO - BASE)'
                                  DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            STRING 'FAIXAS SIMULADAS: ' DELIMITED BY SIZE
                   WS-DESC-QTD-MIN(1) '=' WS-DESC-PCT(1) '% '
                   WS-DESC-QTD-MIN(2) '=' WS-DESC-PCT(2) '% '
                   WS-DESC-QTD-MIN(3) '=' WS-DESC-PCT(3) '% '
                   WS-DESC-QTD-MIN(4) '=' WS-DESC-PCT(4) '%'
                                  DELIMITED BY SIZE
                   '   (* = ITEM COM PRECO PROPOSTO)'
                                  DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:125)
            WRITE PRINT-RECORD

            MOVE 1 TO WS-ITEM-IDX
            PERFORM UNTIL WS-ITEM-IDX > WS-QTD-ITENS
                PERFORM IMPRIMIR-LINHA-ITEM
                ADD 1 TO WS-ITEM-IDX
            END-PERFORM

            IF WS-QTD-ITENS = 0
                MOVE SPACES TO PRINT-RECORD
                STRING '  (SEM VENDAS NO PERIODO)' DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            MOVE SPACES TO PRINT-RECORD
            MOVE ALL '-' TO PRINT-RECORD(1:125)
            WRITE PRINT-RECORD

            MOVE WS-TOTAL-REAL  TO WS-REAL-EDIT
            MOVE WS-TOTAL-BASE  TO WS-BASE-EDIT
            MOVE WS-TOTAL-SIMUL TO WS-SIMUL-EDIT
            COMPUTE WS-DIFERENCA = WS-TOTAL-SIMUL - WS-TOTAL-BASE
            MOVE WS-DIFERENCA   TO WS-DIF-EDIT
            MOVE WS-TOTAL-BASE  TO WS-BASE-VARIACAO
            PERFORM CALCULAR-VARIACAO
            MOVE SPACES TO PRINT-RECORD
            STRING 'TOTAL             ' DELIMITED BY SIZE
                   ' REAL='             DELIMITED BY SIZE
                   WS-REAL-EDIT         DELIMITED BY SIZE
                   ' BASE='             DELIMITED BY SIZE
                   WS-BASE-EDIT         DELIMITED BY SIZE
                   ' SIMULADO='         DELIMITED BY SIZE
                   WS-SIMUL-EDIT        DELIMITED BY SIZE
                   ' DIF='              DELIMITED BY SIZE
                   WS-DIF-EDIT          DELIMITED BY SIZE
                   ' VAR='              DELIMITED BY SIZE
                   WS-VAR-TEXTO         DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD

            IF WS-CNT-PROP-INVALIDAS > 0 OR WS-CNT-ESTOUROS > 0
                MOVE SPACES TO PRINT-RECORD
                STRING 'ATENCAO: ' DELIMITED BY SIZE
                       WS-CNT-PROP-INVALIDAS DELIMITED BY SIZE
                       ' LINHA(S) DA PROPOSTA IGNORADA(S), '
                                   DELIMITED BY SIZE
                       WS-CNT-ESTOUROS DELIMITED BY SIZE
                       ' REGISTRO(S) DO HISTORICO FORA DA TABELA'
                                   DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
            END-IF

            CLOSE PRINT-FILE.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-ITEM.
      *-----------------------------------------------------------------
            MOVE WS-ITEM-QTD(WS-ITEM-IDX)   TO WS-QTD-EDIT
            MOVE WS-ITEM-REAL(WS-ITEM-IDX)  TO WS-REAL-EDIT
            MOVE WS-ITEM-BASE(WS-ITEM-IDX)  TO WS-BASE-EDIT
            MOVE WS-ITEM-SIMUL(WS-ITEM-IDX) TO WS-SIMUL-EDIT
            COMPUTE WS-DIFERENCA = WS-ITEM-SIMUL(WS-ITEM-IDX)
                                 - WS-ITEM-BASE(WS-ITEM-IDX)
            MOVE WS-DIFERENCA TO WS-DIF-EDIT
            MOVE WS-ITEM-BASE(WS-ITEM-IDX) TO WS-BASE-VARIACAO
            PERFORM CALCULAR-VARIACAO
            MOVE SPACES TO WS-MARCA-PROPOSTO
            IF WS-ITEM-PROPOSTO(WS-ITEM-IDX) = 'S'
                MOVE '*' TO WS-MARCA-PROPOSTO
            END-IF
            MOVE SPACES TO PRINT-RECORD
            STRING 'ITEM='      DELIMITED BY SIZE
                   WS-ITEM-COD(WS-ITEM-IDX) DELIMITED BY SIZE
                   WS-MARCA-PROPOSTO DELIMITED BY SIZE
                   ' QTD='      DELIMITED BY SIZE
                   WS-QTD-EDIT  DELIMITED BY SIZE
                   ' REAL='     DELIMITED BY SIZE
                   WS-REAL-EDIT DELIMITED BY SIZE
                   ' BASE='     DELIMITED BY SIZE
                   WS-BASE-EDIT DELIMITED BY SIZE
                   ' SIMULADO=' DELIMITED BY SIZE
                   WS-SIMUL-EDIT DELIMITED BY SIZE
                   ' DIF='      DELIMITED BY SIZE
                   WS-DIF-EDIT  DELIMITED BY SIZE
                   ' VAR='      DELIMITED BY SIZE
                   WS-VAR-TEXTO DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD.
      *-----------------------------------------------------------------
       CALCULAR-VARIACAO.
      *-----------------------------------------------------------------
      *    VARIACAO PERCENTUAL SOBRE A BASE (WS-BASE-VARIACAO); BASE
      *    ZERO SAI 'N/D'.
            MOVE SPACES TO WS-VAR-TEXTO
            IF WS-BASE-VARIACAO = 0
                MOVE '       N/D' TO WS-VAR-TEXTO
            ELSE
                COMPUTE WS-VARIACAO ROUNDED
                      = WS-DIFERENCA * 100 / WS-BASE-VARIACAO
                    ON SIZE ERROR
                        MOVE 99999.99 TO WS-VARIACAO
                END-COMPUTE
                MOVE WS-VARIACAO TO WS-VAR-EDIT
                STRING WS-VAR-EDIT '%' DELIMITED BY SIZE
                       INTO WS-VAR-TEXTO
                END-STRING
            END-IF.
      *-----------------------------------------------------------------
       CARREGAR-PROPOSTA.
      *-----------------------------------------------------------------
      *    A LINHA 'F' SO ACEITA AS FAIXAS 1 A 3; LINHA COM TIPO OU
      *    VALOR INVALIDO E CONTADA E IGNORADA. A ULTIMA LINHA 'P' DE
      *    UM ITEM VALE.
            MOVE ZEROS TO WS-QTD-PRECOS
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT PROP-FILE
            IF WS-FS-PROP = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PROP-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM GUARDAR-PROPOSTA
                    END-READ
                END-PERFORM
                CLOSE PROP-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            DISPLAY 'PRECOS PROPOSTOS CARREGADOS: ' WS-QTD-PRECOS.
      *-----------------------------------------------------------------
       GUARDAR-PROPOSTA.
      *-----------------------------------------------------------------
            EVALUATE TRUE
                WHEN PROP-PRECO AND PROP-UNIT IS NUMERIC
                     AND PROP-ITEM-COD NOT = SPACES
                    MOVE ZEROS TO WS-PRC-ACHADO
                    MOVE 1     TO WS-PRC-IDX
                    PERFORM UNTIL WS-PRC-IDX > WS-QTD-PRECOS
                            OR WS-PRC-ACHADO > 0
                        IF WS-PRC-ITEM(WS-PRC-IDX) = PROP-ITEM-COD
                            MOVE WS-PRC-IDX TO WS-PRC-ACHADO
                        END-IF
                        ADD 1 TO WS-PRC-IDX
                    END-PERFORM
                    IF WS-PRC-ACHADO = 0
                        IF WS-QTD-PRECOS < 200
                            ADD 1 TO WS-QTD-PRECOS
                            MOVE WS-QTD-PRECOS TO WS-PRC-ACHADO
                            MOVE PROP-ITEM-COD
                                TO WS-PRC-ITEM(WS-PRC-ACHADO)
                        ELSE
                            DISPLAY 'PRECO PROPOSTO ALEM DA CAPACIDADE'
                                    ' DA TABELA, IGNORADO: '
                                    PROP-ITEM-COD
                            ADD 1 TO WS-CNT-PROP-INVALIDAS
                        END-IF
                    END-IF
                    IF WS-PRC-ACHADO > 0
                        MOVE PROP-UNIT TO WS-PRC-UNIT(WS-PRC-ACHADO)
                    END-IF
                WHEN PROP-FAIXA AND PROP-FAIXA-NUM IS NUMERIC
                     AND PROP-QTD-MIN IS NUMERIC
                     AND PROP-PCT IS NUMERIC
                     AND PROP-FAIXA-NUM >= 1 AND PROP-FAIXA-NUM <= 3
                    MOVE PROP-QTD-MIN TO WS-DESC-QTD-MIN(PROP-FAIXA-NUM)
                    MOVE PROP-PCT     TO WS-DESC-PCT(PROP-FAIXA-NUM)
                WHEN OTHER
                    DISPLAY 'LINHA DA PROPOSTA INVALIDA, IGNORADA: '
                            PROP-RECORD
                    ADD 1 TO WS-CNT-PROP-INVALIDAS
            END-EVALUATE.
      *-----------------------------------------------------------------
       CARREGAR-PROMOCOES.
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-QTD-PROMOS
            MOVE 'N'   TO WS-FIM-ARQ-FLAG
            OPEN INPUT PROMO-FILE
            IF WS-FS-PROMO = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PROMO-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            PERFORM GUARDAR-PROMOCAO
                    END-READ
                END-PERFORM
                CLOSE PROMO-FILE
            END-IF
            MOVE 'N' TO WS-FIM-ARQ-FLAG
            DISPLAY 'PROMOCOES CARREGADAS: ' WS-QTD-PROMOS.
      *-----------------------------------------------------------------
       GUARDAR-PROMOCAO.
      *-----------------------------------------------------------------
            IF WS-QTD-PROMOS < 50
                ADD 1 TO WS-QTD-PROMOS
                MOVE PROMO-ITEM-COD TO WS-PROMO-ITEM(WS-QTD-PROMOS)
                MOVE PROMO-DATA-INI(07:04)
                    TO WS-PROMO-INI-AMD(WS-QTD-PROMOS)(01:04)
                MOVE PROMO-DATA-INI(04:02)
                    TO WS-PROMO-INI-AMD(WS-QTD-PROMOS)(05:02)
                MOVE PROMO-DATA-INI(01:02)
                    TO WS-PROMO-INI-AMD(WS-QTD-PROMOS)(07:02)
                MOVE PROMO-DATA-FIM(07:04)
                    TO WS-PROMO-FIM-AMD(WS-QTD-PROMOS)(01:04)
                MOVE PROMO-DATA-FIM(04:02)
                    TO WS-PROMO-FIM-AMD(WS-QTD-PROMOS)(05:02)
                MOVE PROMO-DATA-FIM(01:02)
                    TO WS-PROMO-FIM-AMD(WS-QTD-PROMOS)(07:02)
                MOVE PROMO-PCT      TO WS-PROMO-PCT(WS-QTD-PROMOS)
            ELSE
                DISPLAY 'PROMOCAO ALEM DA CAPACIDADE DA TABELA, '
                        'IGNORADA: ' PROMO-ITEM-COD
            END-IF.
      *-----------------------------------------------------------------
       LER-PARAMETROS-SISTEMA.
      *-----------------------------------------------------------------
            MOVE 'N' TO WS-FIM-PARAM-FLAG
            OPEN INPUT PARAM-FILE
            IF WS-FS-PARAM = '00'
                PERFORM UNTIL WS-FIM-PARAM
                    READ PARAM-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-PARAM-FLAG
                        NOT AT END
                            PERFORM APLICAR-PARAMETRO
                    END-READ
                END-PERFORM
                CLOSE PARAM-FILE
            END-IF.
      *-----------------------------------------------------------------
       APLICAR-PARAMETRO.
      *-----------------------------------------------------------------
            COMPUTE WS-PRM-NUM = FUNCTION NUMVAL(PRM-VALOR)
            IF WS-PRM-NUM < 0
                MOVE ZEROS TO WS-PRM-NUM
            END-IF
            EVALUATE PRM-CHAVE
                WHEN 'DESCQTD1'
                    MOVE WS-PRM-NUM TO WS-DESC-QTD-MIN(1)
                WHEN 'DESCQTD2'
                    MOVE WS-PRM-NUM TO WS-DESC-QTD-MIN(2)
                WHEN 'DESCQTD3'
                    MOVE WS-PRM-NUM TO WS-DESC-QTD-MIN(3)
                WHEN 'DESCPCT1'
                    MOVE WS-PRM-NUM TO WS-DESC-PCT(1)
                WHEN 'DESCPCT2'
                    MOVE WS-PRM-NUM TO WS-DESC-PCT(2)
                WHEN 'DESCPCT3'
                    MOVE WS-PRM-NUM TO WS-DESC-PCT(3)
            END-EVALUATE.
      *-----------------------------------------------------------------
       CONVERTER-DATA.
      *-----------------------------------------------------------------
      *    DD/MM/AAAA -> AAAAMMDD, COMO EM AUDCONS.
            MOVE SPACES              TO WS-DATA-AMD
            MOVE WS-DATA-DMA(07:04)  TO WS-DATA-AMD(01:04)
            MOVE WS-DATA-DMA(04:02)  TO WS-DATA-AMD(05:02)
            MOVE WS-DATA-DMA(01:02)  TO WS-DATA-AMD(07:02).

       END PROGRAM SIMPRECO.
