      * Date: 23/10/2023
      * Purpose: PRECIFICACAO DE ITENS: CALCULA BRUTO, DESCONTO POR
      *          FAIXA DE QUANTIDADE E LIQUIDO DE CADA LINHA DO
      *          ARQUIVO DE ITENS DO DIA. O ITEM QUE TRAZ NUMERO DE
      *          PEDIDO E CUST-ID (CLIENTE CONFERIDO NO MESTRE COMO EM
      *          CALCULO2) SAI TAMBEM EM CALCPED.DAT, PARA A FATURA.
      *          CADA LINHA BAIXA O SALDO DO ITEM EM ESTOQUE.DAT; O QUE
      *          PASSA DO SALDO NAO E PRECIFICADO E VIRA PENDENCIA DE
      *          ENTREGA EM ESTPEND.DAT. SOBRE O LIQUIDO (BASE JA COM
      *          O DESCONTO) SAEM O ICMS E O IPI DA LINHA, PELA CLASSE
      *          FISCAL DO ITEM E PELA UF DE DESTINO DO CLIENTE; ITEM
      *          SEM CLASSE OU SEM ALIQUOTA VIGENTE VAI PARA CALCFEXC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAM-FILE ASSIGN TO "data/SISPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

      *    SALDO EM ESTOQUE POR ITEM (VER COPYBOOK ESTOQUE). ITEM FORA
      *    DO ARQUIVO NAO TEM CONTROLE DE ESTOQUE E E PRECIFICADO
      *    INTEIRO, COMO ANTES.
           SELECT ESTOQUE-FILE ASSIGN TO "data/ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-ITEM
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT PEND-FILE ASSIGN TO "data/ESTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

      *    LINHAS PRECIFICADAS DOS PEDIDOS DE CLIENTE, REGRAVADO A CADA
      *    EXECUCAO COMO O CALCORES.DAT (VER COPYBOOK PEDLIN).
           SELECT PEDIDO-FILE ASSIGN TO "data/CALCPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.

      *    CLASSE FISCAL DE CADA ITEM E TABELA DE ALIQUOTAS POR CLASSE
      *    E UF DE DESTINO, COM VIGENCIA DD/MM/AAAA COMO AS PROMOCOES.
      *    A UF '**' E A ALIQUOTA GERAL DA CLASSE: VALE QUANDO NAO HA
      *    LINHA PROPRIA PARA A UF OU QUANDO A LINHA NAO TEM CLIENTE.
           SELECT CLASSE-FILE ASSIGN TO "data/ITEMCLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSE.

           SELECT TRIB-FILE ASSIGN TO "data/CALCTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIB.

      *    ENDERECOS DO CLIENTE (VER CLIMANUT): A UF DE DESTINO E A DO
      *    ENDERECO DE ENTREGA E, NA FALTA DELE, A DO DE COBRANCA.
           SELECT ADDRESS-FILE ASSIGN TO "data/CUSTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WS-FS-ADDRESS.

      *    LINHAS QUE FICARAM SEM IMPOSTO CALCULADO, REGRAVADO A CADA
      *    EXECUCAO; RELEXCE LISTA PARA O FISCAL.
           SELECT FEXC-FILE ASSIGN TO "data/CALCFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEXC.

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
      *    REGISTRO DE ITEM DA LISTA DE PRECOS: CODIGO, DESCRICAO,
           05  PRICE-DESCRICAO     PIC X(20).
           05  PRICE-QTD           PIC 9(05).
           05  PRICE-UNIT          PIC 9(05)V9(2).
      *    PEDIDO E CLIENTE DONO DO ITEM; EM BRANCO NA LINHA AVULSA DA
      *    LISTA DE PRECOS, QUE SO E PRECIFICADA.
           05  PRICE-PEDIDO        PIC X(06).
           05  PRICE-PEDIDO-N REDEFINES PRICE-PEDIDO
                                   PIC 9(06).
           05  PRICE-CUST-ID       PIC X(06).
           05  PRICE-CUST-ID-N REDEFINES PRICE-CUST-ID
                                   PIC 9(06).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD           PIC X(24).

      *    A LINHA DE RESULTADO GANHOU O SUFIXO ' FD=' COM A FONTE DO
      *    DESCONTO (T=FAIXA DE QUANTIDADE, P=PROMOCAO), PARA O
      *    COMERCIAL AUDITAR A CAMPANHA NA PROPRIA SAIDA. DEPOIS DELE
      *    VEM O ICMS (' IC='), O IPI (' IP=') E A SITUACAO FISCAL DA
      *    LINHA (' TX='): C=CALCULADO, S=ITEM SEM CLASSE FISCAL,
      *    A=SEM ALIQUOTA VIGENTE PARA A CLASSE E A UF.
       FD  RESULT-FILE.
       01  RESULT-RECORD           PIC X(110).

       FD  PROMO-FILE.
       01  PROMO-RECORD.
           05  FILLER              PIC X(01).
           05  PRM-VALOR           PIC X(12).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PEDIDO-FILE.
       COPY PEDLIN.

       FD  ESTOQUE-FILE.
       COPY ESTOQUE.

       FD  PEND-FILE.
       COPY ESTPEND.

       FD  CLASSE-FILE.
       01  CLASSE-RECORD.
           05  CLS-ITEM-COD        PIC X(06).
           05  CLS-CLASSE          PIC X(04).

       FD  TRIB-FILE.
       01  TRIB-RECORD.
           05  TRIB-CLASSE         PIC X(04).
           05  TRIB-UF             PIC X(02).
           05  TRIB-DATA-INI       PIC X(10).
           05  TRIB-DATA-FIM       PIC X(10).
           05  TRIB-PCT-ICMS       PIC 9(02)V9(2).
           05  TRIB-PCT-IPI        PIC 9(02)V9(2).

       FD  ADDRESS-FILE.
       COPY CUSTEND.

       FD  FEXC-FILE.
       01  FEXC-RECORD.
           05  FEXC-LOTE           PIC 9(06).
           05  FILLER              PIC X(01).
           05  FEXC-ITEM           PIC X(06).
           05  FILLER              PIC X(01).
           05  FEXC-PEDIDO         PIC X(06).
           05  FILLER              PIC X(01).
           05  FEXC-CUST-ID        PIC X(06).
           05  FILLER              PIC X(01).
           05  FEXC-CLASSE         PIC X(04).
           05  FILLER              PIC X(01).
           05  FEXC-UF             PIC X(02).
           05  FILLER              PIC X(01).
           05  FEXC-LIQUIDO        PIC 9(09)V9(2).
           05  FILLER              PIC X(01).
           05  FEXC-RAZAO          PIC X(30).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                PIC X(02) VALUE SPACES.
       77 WS-FS-RESULT                PIC X(02) VALUE SPACES.
      ******************************************************************
           88 WS-FIM-PARAM            VALUE 'S'.
       77 WS-PRM-NUM                  PIC S9(09)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CRITICA DO CLIENTE DO PEDIDO: COM O MESTRE INDISPONIVEL SO
      *    O FORMATO E CONFERIDO, COMO EM CALCULO2.
       77 WS-FS-CUSTOMER              PIC X(02) VALUE SPACES.
       77 WS-FS-PEDIDO                PIC X(02) VALUE SPACES.
       77 WS-MESTRE-OK-FLAG           PIC X(01) VALUE 'N'.
           88 WS-MESTRE-OK            VALUE 'S'.
       77 WS-CNT-PED-LINHAS           PIC 9(06) VALUE ZEROS.
       77 WS-CNT-PED-RECUSADAS        PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CONTROLE DE ESTOQUE DA LINHA: QUANTIDADE PEDIDA, A PARTE
      *    ATENDIDA PELO SALDO (QUE VAI PARA WS-QTD E E A PRECIFICADA)
      *    E A PENDENTE. A TABELA GUARDA OS ITENS JA PREPARADOS NESTA
      *    EXECUCAO, PARA QUE O SALDO DO INICIO DO LOTE SO SEJA
      *    RESTAURADO NA PRIMEIRA LINHA DO ITEM.
       77 WS-FS-ESTOQUE               PIC X(02) VALUE SPACES.
       77 WS-FS-PEND                  PIC X(02) VALUE SPACES.
       77 WS-ESTOQUE-OK-FLAG          PIC X(01) VALUE 'N'.
           88 WS-ESTOQUE-OK           VALUE 'S'.
       77 WS-ITEM-CONTROLADO-FLAG     PIC X(01) VALUE 'N'.
           88 WS-ITEM-CONTROLADO      VALUE 'S'.
       77 WS-QTD-PEDIDA               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTE             PIC 9(05) VALUE ZEROS.
       77 WS-CNT-PENDENCIAS           PIC 9(06) VALUE ZEROS.
       01 WS-TAB-EST-PREPARADOS.
           05  WS-PREP-ITEM OCCURS 500 TIMES PIC X(06).
       77 WS-QTD-PREPARADOS           PIC 9(03) VALUE ZEROS.
       77 WS-PREP-IDX                 PIC 9(03) VALUE ZEROS.
       77 WS-PREP-ACHADO              PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    PROMOCOES VIGENTES CARREGADAS EM TABELA NO INICIO DO PASSO,
      *    COM AS DATAS JA EM AAAAMMDD PARA A COMPARACAO CONTRA A DATA
      *    DO RUN HEADER; WS-FONTE-DESCONTO DIZ QUEM GANHOU A LINHA.
           88 WS-FIM-PROMO            VALUE 'S'.
       77 WS-DATA-AMD-LOTE            PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
      *    TABELAS FISCAIS CARREGADAS NO INICIO DO PASSO; A VIGENCIA
      *    DAS ALIQUOTAS FICA EM AAAAMMDD COMO A DAS PROMOCOES.
       77 WS-FS-CLASSE                PIC X(02) VALUE SPACES.
       77 WS-FS-TRIB                  PIC X(02) VALUE SPACES.
       77 WS-FS-ADDRESS               PIC X(02) VALUE SPACES.
       77 WS-FS-FEXC                  PIC X(02) VALUE SPACES.
       77 WS-FIM-TAB-FISCAL-FLAG      PIC X(01) VALUE 'N'.
           88 WS-FIM-TAB-FISCAL       VALUE 'S'.
       77 WS-ENDERECOS-OK-FLAG        PIC X(01) VALUE 'N'.
           88 WS-ENDERECOS-OK         VALUE 'S'.
       01 WS-TAB-CLASSES.
           05  WS-CLS-ENT OCCURS 500 TIMES.
               10  WS-CLS-ITEM        PIC X(06).
               10  WS-CLS-CLASSE      PIC X(04).
       77 WS-QTD-CLASSES              PIC 9(03) VALUE ZEROS.
       77 WS-CLS-IDX                  PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ALIQUOTAS.
           05  WS-ALQ-ENT OCCURS 200 TIMES.
               10  WS-ALQ-CLASSE      PIC X(04).
               10  WS-ALQ-UF          PIC X(02).
               10  WS-ALQ-INI-AMD     PIC X(08).
               10  WS-ALQ-FIM-AMD     PIC X(08).
               10  WS-ALQ-PCT-ICMS    PIC 9(02)V9(2).
               10  WS-ALQ-PCT-IPI     PIC 9(02)V9(2).
       77 WS-QTD-ALIQUOTAS            PIC 9(03) VALUE ZEROS.
       77 WS-ALQ-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ALQ-ACHADA               PIC 9(03) VALUE ZEROS.
       77 WS-ALQ-UF-BUSCA             PIC X(02) VALUE SPACES.
      *    RESULTADO FISCAL DA LINHA.
       77 WS-CLASSE-ITEM              PIC X(04) VALUE SPACES.
       77 WS-UF-DESTINO               PIC X(02) VALUE SPACES.
       77 WS-SIT-FISCAL               PIC X(01) VALUE SPACES.
           88 WS-FISCAL-CALCULADO     VALUE 'C'.
       77 WS-ICMS                     PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-IPI                      PIC 9(09)V9(2) VALUE ZEROS.
       77 WS-RAZAO-FISCAL             PIC X(30) VALUE SPACES.
       77 WS-CNT-EXC-FISCAIS          PIC 9(06) VALUE ZEROS.
       01 WS-ICMS-EDIT                PIC ZZZZZZZZ9.99.
       01 WS-IPI-EDIT                 PIC ZZZZZZZZ9.99.
      *-----------------------------------------------------------------
      *    VALORES CALCULADOS DA LINHA: BRUTO = QTD * UNITARIO,
      *    DESCONTO PELA FAIXA, LIQUIDO = BRUTO - DESCONTO.
       77 WS-QTD                      PIC 9(05) VALUE ZEROS.
      *    DESCONTO E LIQUIDO) PARA CADA LINHA.
      ******************************************************************
            PERFORM LER-RUN-HEADER
            MOVE 'CALCULOS' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO
            PERFORM LER-PARAMETROS-SISTEMA
            PERFORM CARREGAR-PROMOCOES
            PERFORM CARREGAR-TABELAS-FISCAIS
            PERFORM ABRIR-MESTRE-CLIENTES
            PERFORM ABRIR-ESTOQUE

            OPEN INPUT PRICE-FILE
            OPEN OUTPUT RESULT-FILE
            OPEN OUTPUT PEDIDO-FILE
            OPEN OUTPUT PEND-FILE
            OPEN OUTPUT FEXC-FILE

            PERFORM UNTIL WS-FIM-PRICE
                READ PRICE-FILE
                END-READ
            END-PERFORM

            CLOSE PRICE-FILE RESULT-FILE PEDIDO-FILE PEND-FILE
                  FEXC-FILE
            IF WS-MESTRE-OK
                CLOSE CUSTOMER-FILE
            END-IF
            IF WS-ENDERECOS-OK
                CLOSE ADDRESS-FILE
            END-IF
            IF WS-ESTOQUE-OK
                CLOSE ESTOQUE-FILE
            END-IF

            DISPLAY 'PENDENCIAS DE ENTREGA GRAVADAS: ' WS-CNT-PENDENCIAS

            DISPLAY 'LINHAS SEM IMPOSTO CALCULADO: ' WS-CNT-EXC-FISCAIS

            DISPLAY 'LINHAS DE PEDIDO GRAVADAS: ' WS-CNT-PED-LINHAS
                    ' (RECUSADAS: ' WS-CNT-PED-RECUSADAS ')'

            STOP RUN.
      ******************************************************************
                END-READ
                CLOSE RUNCTL-FILE
            END-IF.
      ******************************************************************
       VERIFICAR-PERIODO-FECHADO.
      ******************************************************************
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
      ******************************************************************
       REGISTRAR-RECUSA-PERIODO.
      ******************************************************************
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
      ******************************************************************
       CALCULAR-LINHA.
      ******************************************************************
            MOVE PRICE-QTD  TO WS-QTD
            MOVE PRICE-UNIT TO WS-UNIT
            MOVE WS-QTD     TO WS-QTD-PEDIDA

            PERFORM RESERVAR-ESTOQUE
            PERFORM BUSCAR-FAIXA-DESCONTO

            MOVE 'N' TO WS-ERRO-LINHA-FLAG
                COMPUTE WS-DESCONTO ROUNDED
                      = WS-BRUTO * WS-PCT-APLICADO / 100
                COMPUTE WS-LIQUIDO  = WS-BRUTO - WS-DESCONTO
                PERFORM CALCULAR-TRIBUTOS
            END-IF

            IF WS-LINHA-ESTOUROU
                DISPLAY "BRUTO: " WS-BRUTO " DESCONTO: "
                        WS-PCT-APLICADO "% (FONTE " WS-FONTE-DESCONTO
                        ") LIQUIDO: " WS-LIQUIDO
                DISPLAY "ICMS: " WS-ICMS " IPI: " WS-IPI
                        " (SITUACAO FISCAL " WS-SIT-FISCAL ")"
                DISPLAY "-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-="

                MOVE WS-QTD          TO WS-QTD-EDIT
                MOVE WS-BRUTO        TO WS-BRUTO-EDIT
                MOVE WS-LIQUIDO      TO WS-LIQUIDO-EDIT
                MOVE WS-PCT-APLICADO TO WS-PCT-EDIT
                MOVE WS-ICMS         TO WS-ICMS-EDIT
                MOVE WS-IPI          TO WS-IPI-EDIT
                MOVE SPACES TO RESULT-RECORD
                STRING 'ITEM='           DELIMITED BY SIZE
                       PRICE-ITEM-COD    DELIMITED BY SIZE
                       WS-LIQUIDO-EDIT   DELIMITED BY SIZE
                       ' FD='            DELIMITED BY SIZE
                       WS-FONTE-DESCONTO DELIMITED BY SIZE
                       ' IC='            DELIMITED BY SIZE
                       WS-ICMS-EDIT      DELIMITED BY SIZE
                       ' IP='            DELIMITED BY SIZE
                       WS-IPI-EDIT       DELIMITED BY SIZE
                       ' TX='            DELIMITED BY SIZE
                       WS-SIT-FISCAL     DELIMITED BY SIZE
                       INTO RESULT-RECORD
                END-STRING
                WRITE RESULT-RECORD
            END-IF

            IF WS-ITEM-CONTROLADO
                PERFORM BAIXAR-ESTOQUE
            END-IF

            IF PRICE-PEDIDO NOT = SPACES
                PERFORM GRAVAR-LINHA-PEDIDO
            END-IF.
      ******************************************************************
       CALCULAR-TRIBUTOS.
      ******************************************************************
      *    BASE DE CALCULO = LIQUIDO (JA SEM O DESCONTO). ITEM SEM
      *    CLASSE OU SEM ALIQUOTA VIGENTE NAO E TRIBUTADO A ZERO EM
      *    SILENCIO: A LINHA SAI MARCADA E VAI PARA AS EXCECOES.
            MOVE ZEROS  TO WS-ICMS WS-IPI
            MOVE SPACES TO WS-CLASSE-ITEM
            PERFORM DETERMINAR-UF-DESTINO

            MOVE 1 TO WS-CLS-IDX
            PERFORM UNTIL WS-CLS-IDX > WS-QTD-CLASSES
                    OR WS-CLASSE-ITEM NOT = SPACES
                IF WS-CLS-ITEM(WS-CLS-IDX) = PRICE-ITEM-COD
                    MOVE WS-CLS-CLASSE(WS-CLS-IDX) TO WS-CLASSE-ITEM
                END-IF
                ADD 1 TO WS-CLS-IDX
            END-PERFORM

            IF WS-CLASSE-ITEM = SPACES
                MOVE 'S' TO WS-SIT-FISCAL
                MOVE 'ITEM SEM CLASSE FISCAL' TO WS-RAZAO-FISCAL
                PERFORM GRAVAR-EXCECAO-FISCAL
            ELSE
                MOVE WS-UF-DESTINO TO WS-ALQ-UF-BUSCA
                PERFORM BUSCAR-ALIQUOTA
                IF WS-ALQ-ACHADA = 0 AND WS-UF-DESTINO NOT = '**'
                    MOVE '**' TO WS-ALQ-UF-BUSCA
                    PERFORM BUSCAR-ALIQUOTA
                END-IF
                IF WS-ALQ-ACHADA = 0
                    MOVE 'A' TO WS-SIT-FISCAL
                    MOVE 'SEM ALIQUOTA VIGENTE CLASSE/UF'
                      TO WS-RAZAO-FISCAL
                    PERFORM GRAVAR-EXCECAO-FISCAL
                ELSE
                    MOVE 'C' TO WS-SIT-FISCAL
                    COMPUTE WS-ICMS ROUNDED
                          = WS-LIQUIDO * WS-ALQ-PCT-ICMS(WS-ALQ-ACHADA)
                            / 100
                    COMPUTE WS-IPI ROUNDED
                          = WS-LIQUIDO * WS-ALQ-PCT-IPI(WS-ALQ-ACHADA)
                            / 100
                END-IF
            END-IF.
      ******************************************************************
       DETERMINAR-UF-DESTINO.
      ******************************************************************
      *    LINHA SEM CLIENTE, CLIENTE SEM ENDERECO OU CADASTRO DE
      *    ENDERECOS INDISPONIVEL FICAM COM A ALIQUOTA GERAL ('**').
            MOVE '**' TO WS-UF-DESTINO
            IF WS-ENDERECOS-OK AND PRICE-CUST-ID IS NUMERIC
                MOVE PRICE-CUST-ID-N TO END-CUST-ID
                MOVE 'E'             TO END-TIPO
                READ ADDRESS-FILE
                    INVALID KEY
                        MOVE PRICE-CUST-ID-N TO END-CUST-ID
                        MOVE 'C'             TO END-TIPO
                        READ ADDRESS-FILE
                            INVALID KEY
                                MOVE SPACES TO END-UF
                        END-READ
                END-READ
                IF END-UF NOT = SPACES
                    MOVE END-UF TO WS-UF-DESTINO
                END-IF
            END-IF.
      ******************************************************************
       BUSCAR-ALIQUOTA.
      ******************************************************************
      *    PRIMEIRA ALIQUOTA DA CLASSE PARA A UF PROCURADA CUJA
      *    VIGENCIA COBRE A DATA DO LOTE.
            MOVE ZEROS TO WS-ALQ-ACHADA
            MOVE 1     TO WS-ALQ-IDX
            PERFORM UNTIL WS-ALQ-IDX > WS-QTD-ALIQUOTAS
                    OR WS-ALQ-ACHADA > 0
                IF WS-ALQ-CLASSE(WS-ALQ-IDX) = WS-CLASSE-ITEM
                   AND WS-ALQ-UF(WS-ALQ-IDX) = WS-ALQ-UF-BUSCA
                   AND WS-DATA-AMD-LOTE >= WS-ALQ-INI-AMD(WS-ALQ-IDX)
                   AND WS-DATA-AMD-LOTE <= WS-ALQ-FIM-AMD(WS-ALQ-IDX)
                    MOVE WS-ALQ-IDX TO WS-ALQ-ACHADA
                END-IF
                ADD 1 TO WS-ALQ-IDX
            END-PERFORM.
      ******************************************************************
       GRAVAR-EXCECAO-FISCAL.
      ******************************************************************
            MOVE SPACES         TO FEXC-RECORD
            MOVE WS-RUN-NUMERO  TO FEXC-LOTE
            MOVE PRICE-ITEM-COD TO FEXC-ITEM
            MOVE PRICE-PEDIDO   TO FEXC-PEDIDO
            MOVE PRICE-CUST-ID  TO FEXC-CUST-ID
            MOVE WS-CLASSE-ITEM TO FEXC-CLASSE
            MOVE WS-UF-DESTINO  TO FEXC-UF
            MOVE WS-LIQUIDO     TO FEXC-LIQUIDO
            MOVE WS-RAZAO-FISCAL TO FEXC-RAZAO
            WRITE FEXC-RECORD
            ADD 1 TO WS-CNT-EXC-FISCAIS
            DISPLAY 'ITEM ' PRICE-ITEM-COD ' SEM IMPOSTO CALCULADO: '
                    WS-RAZAO-FISCAL.
      ******************************************************************
       GRAVAR-LINHA-PEDIDO.
      ******************************************************************
      *    A LINHA DO PEDIDO LEVA OS MESMOS VALORES DA LINHA DE
      *    RESULTADO; A CRITICA RECUSA PEDIDO OU CLIENTE NAO NUMERICO,
      *    CLIENTE FORA DO MESTRE OU EXCLUIDO E LINHA ESTOURADA.
            MOVE SPACES            TO PED-RECORD
            MOVE ZEROS             TO PED-NUMERO PED-CUST-ID
            IF PRICE-PEDIDO IS NUMERIC
                MOVE PRICE-PEDIDO-N TO PED-NUMERO
            END-IF
            IF PRICE-CUST-ID IS NUMERIC
                MOVE PRICE-CUST-ID-N TO PED-CUST-ID
            END-IF
            MOVE PRICE-ITEM-COD    TO PED-ITEM
            MOVE PRICE-DESCRICAO   TO PED-DESCRICAO
            MOVE WS-QTD            TO PED-QTD
            MOVE WS-UNIT           TO PED-UNIT
            MOVE ZEROS             TO PED-BRUTO PED-PCT PED-DESCONTO
                                      PED-LIQUIDO
            MOVE WS-FONTE-DESCONTO TO PED-FONTE
            MOVE 'A'               TO PED-SITUACAO

            EVALUATE TRUE
                WHEN PRICE-PEDIDO NOT NUMERIC OR PED-NUMERO = 0
                    MOVE 'R' TO PED-SITUACAO
                    MOVE 'NUMERO DE PEDIDO INVALIDO' TO PED-RAZAO
                WHEN PRICE-CUST-ID NOT NUMERIC
                    MOVE 'R' TO PED-SITUACAO
                    MOVE 'CUST-ID INVALIDO' TO PED-RAZAO
                WHEN WS-LINHA-ESTOUROU
                    MOVE 'R' TO PED-SITUACAO
                    MOVE 'VALOR EXCEDE A CAPACIDADE' TO PED-RAZAO
                WHEN WS-MESTRE-OK
                    MOVE PED-CUST-ID TO CUST-ID
                    READ CUSTOMER-FILE
                        INVALID KEY
                            MOVE 'R' TO PED-SITUACAO
                            MOVE 'CLIENTE NAO CADASTRADO' TO PED-RAZAO
                        NOT INVALID KEY
                            IF CUST-EXCLUIDO
                                MOVE 'R' TO PED-SITUACAO
                                MOVE 'CLIENTE EXCLUIDO' TO PED-RAZAO
                            END-IF
      *    PEDIDO NO CUST-ID APOSENTADO POR UNIFICACAO NAO E FATURADO
      *    NO CADASTRO MORTO: VOLTA PARA SER REFEITO NO SOBREVIVENTE.
                            IF CUST-UNIFICADO
                                MOVE 'R' TO PED-SITUACAO
                                MOVE 'CLIENTE UNIFICADO' TO PED-RAZAO
                            END-IF
                    END-READ
            END-EVALUATE

            IF NOT WS-LINHA-ESTOUROU
                MOVE WS-BRUTO        TO PED-BRUTO
                MOVE WS-PCT-APLICADO TO PED-PCT
                MOVE WS-DESCONTO     TO PED-DESCONTO
                MOVE WS-LIQUIDO      TO PED-LIQUIDO
            END-IF

            IF PED-RECUSADO
                ADD 1 TO WS-CNT-PED-RECUSADAS
                DISPLAY 'PEDIDO ' PRICE-PEDIDO ' ITEM ' PRICE-ITEM-COD
                        ' RECUSADO: ' PED-RAZAO
            END-IF
            ADD 1 TO WS-CNT-PED-LINHAS
            WRITE PED-RECORD.
      ******************************************************************
       RESERVAR-ESTOQUE.
      ******************************************************************
      *    SO O SALDO DISPONIVEL E PRECIFICADO: A QUANTIDADE DA LINHA
      *    E LIMITADA AO SALDO E O RESTANTE FICA PENDENTE.
            MOVE 'N'   TO WS-ITEM-CONTROLADO-FLAG
            MOVE ZEROS TO WS-QTD-PENDENTE
            IF WS-ESTOQUE-OK
                MOVE PRICE-ITEM-COD TO EST-ITEM
                READ ESTOQUE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-ITEM-CONTROLADO-FLAG
                        PERFORM PREPARAR-SALDO-LOTE
                        IF WS-QTD > EST-SALDO
                            COMPUTE WS-QTD-PENDENTE = WS-QTD - EST-SALDO
                            MOVE EST-SALDO TO WS-QTD
                        END-IF
                END-READ
            END-IF.
      ******************************************************************
       PREPARAR-SALDO-LOTE.
      ******************************************************************
      *    NA PRIMEIRA LINHA DO ITEM NESTA EXECUCAO: SE O ITEM JA FOI
      *    BAIXADO NESTE MESMO LOTE (PASSO REPETIDO), O SALDO VOLTA AO
      *    DO INICIO DO LOTE; SENAO O SALDO ATUAL PASSA A SER O DO
      *    INICIO DO LOTE. COM A TABELA CHEIA UM ITEM NOVO NAO PODE
      *    SER RESTAURADO COM SEGURANCA E SEGUE COM O SALDO GRAVADO.
            MOVE ZEROS TO WS-PREP-ACHADO
            MOVE 1     TO WS-PREP-IDX
            PERFORM UNTIL WS-PREP-IDX > WS-QTD-PREPARADOS
                    OR WS-PREP-ACHADO > 0
                IF WS-PREP-ITEM(WS-PREP-IDX) = EST-ITEM
                    MOVE WS-PREP-IDX TO WS-PREP-ACHADO
                END-IF
                ADD 1 TO WS-PREP-IDX
            END-PERFORM
            IF WS-PREP-ACHADO = 0
                IF EST-LOTE-BAIXA NOT = WS-RUN-NUMERO
                    MOVE WS-RUN-NUMERO TO EST-LOTE-BAIXA
                    MOVE EST-SALDO     TO EST-SALDO-INICIO
                ELSE
                    IF WS-QTD-PREPARADOS < 500
                        MOVE EST-SALDO-INICIO TO EST-SALDO
                    ELSE
                        DISPLAY 'ITEM ' EST-ITEM ' SEM RESTAURACAO '
                                'DO SALDO DO INICIO DO LOTE'
                    END-IF
                END-IF
                IF WS-QTD-PREPARADOS < 500
                    ADD 1 TO WS-QTD-PREPARADOS
                    MOVE EST-ITEM TO WS-PREP-ITEM(WS-QTD-PREPARADOS)
                END-IF
            END-IF.
      ******************************************************************
       BAIXAR-ESTOQUE.
      ******************************************************************
      *    A LINHA ESTOURADA NAO SAI PRECIFICADA E NAO BAIXA NADA, MAS
      *    O REGISTRO E REGRAVADO DO MESMO JEITO PARA GUARDAR O SALDO
      *    DO INICIO DO LOTE.
            IF NOT WS-LINHA-ESTOUROU
                SUBTRACT WS-QTD FROM EST-SALDO
                MOVE WS-RUN-DATA TO EST-DATA-ULT-SAIDA
            END-IF
            REWRITE EST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR ESTOQUE DO ITEM '
                            EST-ITEM ', FILE STATUS: ' WS-FS-ESTOQUE
            END-REWRITE

            IF WS-QTD-PENDENTE > 0 AND NOT WS-LINHA-ESTOUROU
                MOVE SPACES          TO PEN-RECORD
                MOVE WS-RUN-NUMERO   TO PEN-LOTE
                MOVE WS-RUN-DATA     TO PEN-DATA
                MOVE PRICE-ITEM-COD  TO PEN-ITEM
                MOVE PRICE-PEDIDO    TO PEN-PEDIDO
                MOVE PRICE-CUST-ID   TO PEN-CUST-ID
                MOVE WS-QTD-PEDIDA   TO PEN-QTD-PEDIDA
                MOVE WS-QTD          TO PEN-QTD-ATENDIDA
                MOVE WS-QTD-PENDENTE TO PEN-QTD-PENDENTE
                WRITE PEN-RECORD
                ADD 1 TO WS-CNT-PENDENCIAS
                DISPLAY 'ITEM ' PRICE-ITEM-COD ' COM ' WS-QTD-PENDENTE
                        ' UNIDADES PENDENTES DE ENTREGA'
            END-IF.
      ******************************************************************
       ABRIR-ESTOQUE.
      ******************************************************************
      *    SEM RUN HEADER NAO HA LOTE PARA CARIMBAR A BAIXA, E SEM O
      *    ARQUIVO DE ESTOQUE OS ITENS SAO PRECIFICADOS INTEIROS.
            MOVE 'N' TO WS-ESTOQUE-OK-FLAG
            IF WS-RUN-DATA = SPACES OR WS-RUN-NUMERO NOT NUMERIC
                DISPLAY 'SEM RUN HEADER, ESTOQUE NAO BAIXADO.'
            ELSE
                OPEN I-O ESTOQUE-FILE
                IF WS-FS-ESTOQUE = '00'
                    MOVE 'S' TO WS-ESTOQUE-OK-FLAG
                ELSE
                    DISPLAY 'ESTOQUE INDISPONIVEL (FILE STATUS '
                            WS-FS-ESTOQUE '), ITENS PRECIFICADOS SEM '
                            'BAIXA.'
                END-IF
            END-IF.
      ******************************************************************
       ABRIR-MESTRE-CLIENTES.
      ******************************************************************
            MOVE 'N' TO WS-MESTRE-OK-FLAG
            OPEN INPUT CUSTOMER-FILE
            IF WS-FS-CUSTOMER = '00'
                MOVE 'S' TO WS-MESTRE-OK-FLAG
            ELSE
                DISPLAY 'MESTRE DE CLIENTES INDISPONIVEL (FILE STATUS '
                        WS-FS-CUSTOMER '), CRITICA DE CUST-ID '
                        'LIMITADA AO FORMATO.'
            END-IF.
      ******************************************************************
       BUSCAR-FAIXA-DESCONTO.
                DISPLAY 'PROMOCAO ALEM DA CAPACIDADE DA TABELA, '
                        'IGNORADA: ' PROMO-ITEM-COD
            END-IF.
      ******************************************************************
       CARREGAR-TABELAS-FISCAIS.
      ******************************************************************
      *    CARREGA A CLASSE FISCAL DOS ITENS E AS ALIQUOTAS (VIGENCIAS
      *    CONVERTIDAS PARA AAAAMMDD) E ABRE OS ENDERECOS DOS CLIENTES.
      *    SEM RUN HEADER NAO HA VIGENCIA A APURAR: AS ALIQUOTAS NAO SAO
      *    CARREGADAS E TODA LINHA SAI COMO EXCECAO FISCAL.
            MOVE ZEROS TO WS-QTD-CLASSES WS-QTD-ALIQUOTAS
            MOVE 'N'   TO WS-FIM-TAB-FISCAL-FLAG
            OPEN INPUT CLASSE-FILE
            IF WS-FS-CLASSE = '00'
                PERFORM UNTIL WS-FIM-TAB-FISCAL
                    READ CLASSE-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-TAB-FISCAL-FLAG
                        NOT AT END
                            PERFORM GUARDAR-CLASSE
                    END-READ
                END-PERFORM
                CLOSE CLASSE-FILE
            END-IF
            DISPLAY 'CLASSES FISCAIS CARREGADAS: ' WS-QTD-CLASSES

            IF WS-RUN-DATA = SPACES
                DISPLAY 'SEM RUN HEADER, ALIQUOTAS IGNORADAS.'
            ELSE
                MOVE 'N' TO WS-FIM-TAB-FISCAL-FLAG
                OPEN INPUT TRIB-FILE
                IF WS-FS-TRIB = '00'
                    PERFORM UNTIL WS-FIM-TAB-FISCAL
                        READ TRIB-FILE
                            AT END
                                MOVE 'S' TO WS-FIM-TAB-FISCAL-FLAG
                            NOT AT END
                                PERFORM GUARDAR-ALIQUOTA
                        END-READ
                    END-PERFORM
                    CLOSE TRIB-FILE
                END-IF
                DISPLAY 'ALIQUOTAS CARREGADAS: ' WS-QTD-ALIQUOTAS
            END-IF

            MOVE 'N' TO WS-ENDERECOS-OK-FLAG
            OPEN INPUT ADDRESS-FILE
            IF WS-FS-ADDRESS = '00'
                MOVE 'S' TO WS-ENDERECOS-OK-FLAG
            ELSE
                DISPLAY 'ENDERECOS INDISPONIVEIS (FILE STATUS '
                        WS-FS-ADDRESS '), ALIQUOTA GERAL PARA TODOS.'
            END-IF.
      ******************************************************************
       GUARDAR-CLASSE.
      ******************************************************************
            IF WS-QTD-CLASSES < 500
                ADD 1 TO WS-QTD-CLASSES
                MOVE CLS-ITEM-COD TO WS-CLS-ITEM(WS-QTD-CLASSES)
                MOVE CLS-CLASSE   TO WS-CLS-CLASSE(WS-QTD-CLASSES)
            ELSE
                DISPLAY 'CLASSE FISCAL ALEM DA CAPACIDADE DA TABELA, '
                        'IGNORADA: ' CLS-ITEM-COD
            END-IF.
      ******************************************************************
       GUARDAR-ALIQUOTA.
      ******************************************************************
            IF WS-QTD-ALIQUOTAS < 200
                ADD 1 TO WS-QTD-ALIQUOTAS
                MOVE TRIB-CLASSE TO WS-ALQ-CLASSE(WS-QTD-ALIQUOTAS)
                MOVE TRIB-UF     TO WS-ALQ-UF(WS-QTD-ALIQUOTAS)
                MOVE TRIB-DATA-INI(07:04)
                    TO WS-ALQ-INI-AMD(WS-QTD-ALIQUOTAS)(01:04)
                MOVE TRIB-DATA-INI(04:02)
                    TO WS-ALQ-INI-AMD(WS-QTD-ALIQUOTAS)(05:02)
                MOVE TRIB-DATA-INI(01:02)
                    TO WS-ALQ-INI-AMD(WS-QTD-ALIQUOTAS)(07:02)
                MOVE TRIB-DATA-FIM(07:04)
                    TO WS-ALQ-FIM-AMD(WS-QTD-ALIQUOTAS)(01:04)
                MOVE TRIB-DATA-FIM(04:02)
                    TO WS-ALQ-FIM-AMD(WS-QTD-ALIQUOTAS)(05:02)
                MOVE TRIB-DATA-FIM(01:02)
                    TO WS-ALQ-FIM-AMD(WS-QTD-ALIQUOTAS)(07:02)
                MOVE TRIB-PCT-ICMS
                    TO WS-ALQ-PCT-ICMS(WS-QTD-ALIQUOTAS)
                MOVE TRIB-PCT-IPI
                    TO WS-ALQ-PCT-IPI(WS-QTD-ALIQUOTAS)
            ELSE
                DISPLAY 'ALIQUOTA ALEM DA CAPACIDADE DA TABELA, '
                        'IGNORADA: ' TRIB-CLASSE ' ' TRIB-UF
            END-IF.
      ******************************************************************
       LER-PARAMETROS-SISTEMA.
      ******************************************************************
