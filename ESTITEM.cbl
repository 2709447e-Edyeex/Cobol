      * Date:      02/09/2026
      * Purpose:   HISTORICO DE VENDAS POR ITEM: NO FIM DE CADA NOITE,
      *            ACUMULA AS LINHAS PRECIFICADAS DE CALCORES.DAT POR
      *            CODIGO DE ITEM (QUANTIDADE, BRUTO, DESCONTO,
      *            LIQUIDO, ICMS E IPI) E ACRESCENTA UM REGISTRO POR
      *            ITEM A ITEMHIST.DAT, CHAVEADO PELO LOTE/DATA DO RUN
      *            HEADER, ANTES QUE O PROXIMO LOTE SOBRESCREVA
      *            CALCORES -- NO MESMO DESENHO DE APPEND UMA VEZ POR
      *            LOTE DO AUDARQ. O RESUMO MENSAL POR ITEM SAI DE
           SELECT HIST-FILE ASSIGN TO "data/ITEMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

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

       FD  CALCOS-FILE.
       01  CALCOS-RECORD                   PIC X(110).

       FD  HIST-FILE.
       01  IH-RECORD.
           05  IH-DESCONTO                 PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-LIQUIDO                  PIC 9(09)V9(2).
      *    IMPOSTOS DA NOITE (ICMS E IPI), CALCULADOS POR CALCULOS.
           05  FILLER                      PIC X(01).
           05  IH-ICMS                     PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-IPI                      PIC 9(09)V9(2).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-CALCOS                     PIC X(02) VALUE SPACES.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
      *    ACUMULADORES POR ITEM DA NOITE. OS VALORES SAO LIDOS DAS
      *    POSICOES FIXAS DA LINHA MONTADA POR CALCULOS (ITEM 6-11,
      *    QTD 17-21, BRUTO 26-37, LIQUIDO 49-60); A LINHA DE ESTOURO
      *    ('*VALOR EXCEDE...') NAO TEM VALORES E FICA DE FORA. O ICMS
      *    (70-81) E O IPI (86-97) SO EXISTEM NA LINHA QUE TRAZ ' IC='.
       01 WS-TAB-ITENS.
           05  WS-ITEM-ENT OCCURS 100 TIMES.
               10  WS-ITEM-COD             PIC X(06).
               10  WS-ITEM-QTD             PIC 9(07).
               10  WS-ITEM-BRUTO           PIC 9(09)V9(2).
               10  WS-ITEM-LIQUIDO         PIC 9(09)V9(2).
               10  WS-ITEM-ICMS            PIC 9(09)V9(2).
               10  WS-ITEM-IPI             PIC 9(09)V9(2).
       77 WS-QTD-ITENS                     PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-IDX                      PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-ACHADO                   PIC 9(03) VALUE ZEROS.
       77 WS-LIN-QTD                       PIC 9(07) VALUE ZEROS.
       77 WS-LIN-BRUTO                     PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-LIN-LIQUIDO                   PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-LIN-ICMS                      PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-LIN-IPI                       PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-CNT-GRAVADOS                  PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'ESTITEM' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO
            DISPLAY 'HISTORICO DE ITENS DO LOTE ' WS-RUN-NUMERO

            PERFORM VERIFICAR-LOTE-JA-ARQUIVADO
                      = FUNCTION NUMVAL(CALCOS-RECORD(26:12))
                COMPUTE WS-LIN-LIQUIDO
                      = FUNCTION NUMVAL(CALCOS-RECORD(49:12))
                MOVE ZEROS TO WS-LIN-ICMS WS-LIN-IPI
                IF CALCOS-RECORD(66:4) = ' IC='
                    COMPUTE WS-LIN-ICMS
                          = FUNCTION NUMVAL(CALCOS-RECORD(70:12))
                    COMPUTE WS-LIN-IPI
                          = FUNCTION NUMVAL(CALCOS-RECORD(86:12))
                END-IF
                PERFORM LOCALIZAR-ITEM
                IF WS-ITEM-ACHADO > 0
                    ADD WS-LIN-QTD
                        TO WS-ITEM-BRUTO(WS-ITEM-ACHADO)
                    ADD WS-LIN-LIQUIDO
                        TO WS-ITEM-LIQUIDO(WS-ITEM-ACHADO)
                    ADD WS-LIN-ICMS
                        TO WS-ITEM-ICMS(WS-ITEM-ACHADO)
                    ADD WS-LIN-IPI
                        TO WS-ITEM-IPI(WS-ITEM-ACHADO)
                END-IF
            END-IF.
      *-----------------------------------------------------------------
                    MOVE ZEROS TO WS-ITEM-QTD(WS-QTD-ITENS)
                                  WS-ITEM-BRUTO(WS-QTD-ITENS)
                                  WS-ITEM-LIQUIDO(WS-QTD-ITENS)
                                  WS-ITEM-ICMS(WS-QTD-ITENS)
                                  WS-ITEM-IPI(WS-QTD-ITENS)
                    MOVE WS-QTD-ITENS TO WS-ITEM-ACHADO
                ELSE
                    DISPLAY 'ITEM ALEM DA CAPACIDADE DA TABELA, FORA '
            COMPUTE IH-DESCONTO = WS-ITEM-BRUTO(WS-ITEM-IDX)
                                - WS-ITEM-LIQUIDO(WS-ITEM-IDX)
            MOVE WS-ITEM-LIQUIDO(WS-ITEM-IDX) TO IH-LIQUIDO
            MOVE WS-ITEM-ICMS(WS-ITEM-IDX)   TO IH-ICMS
            MOVE WS-ITEM-IPI(WS-ITEM-IDX)    TO IH-IPI
            WRITE IH-RECORD
            ADD 1 TO WS-CNT-GRAVADOS.
      *-----------------------------------------------------------------
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

       END PROGRAM ESTITEM.
