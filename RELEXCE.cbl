      *            DE CALCULO2 (CALC2REJ.DAT), AGRUPADAS POR CODIGO DE
      *            ERRO COM A DESCRICAO DA TABELA COMPARTILHADA
      *            CALC2ERR, E UMA SECAO PARA AS EXCECOES DE CLIENTES
      *            (CUSTEXC.DAT) AGRUPADAS POR RAZAO, UMA SECAO PARA OS
      *            RECEBIMENTOS DO BANCO REJEITADOS NA BAIXA
      *            (CRPAGEXC.DAT, GRAVADO POR CRBAIXA), UMA SECAO PARA
      *            AS LINHAS QUE CALCULOS DEIXOU SEM IMPOSTO
      *            (CALCFEXC.DAT: ITEM SEM CLASSE FISCAL OU SEM
      *            ALIQUOTA VIGENTE PARA A UF), COM TOTAIS POR
      *            CODIGO NO FIM -- PARA A DIGITACAO CORRIGIR E
      *            REAPRESENTAR SEM ABRIR OS .DAT NO EDITOR.
      * Tectonics: cobc
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           SELECT PAGEXC-FILE ASSIGN TO "data/CRPAGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGEXC.

           SELECT FEXC-FILE ASSIGN TO "data/CALCFEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEXC.

           SELECT PRINT-FILE ASSIGN TO "data/RELEXCE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(130).

       FD  PAGEXC-FILE.
       01  PAGEXC-RECORD           PIC X(132).

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

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(132).

       77 WS-FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT          PIC X(02) VALUE SPACES.
       77 WS-FS-EXCEPTION       PIC X(02) VALUE SPACES.
       77 WS-FS-PAGEXC          PIC X(02) VALUE SPACES.
       77 WS-FS-FEXC            PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT           PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQ-FLAG       PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ        VALUE 'S'.
       77 WS-CNT-GRUPO          PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *    RAZOES CONHECIDAS DE EXCECAO DE CLIENTES, NA MESMA GRAFIA
      *    QUE VALIDAR-NOME E VALIDAR-DOCUMENTO GRAVAM EM CUSTEXC.DAT;
      *    O GRUPO 5 JUNTA AS REJEICOES DE ARQUIVO INTEIRO
      *    ('ARQUIVO=...') E O GRUPO 6 E O RESIDUO DE QUALQUER RAZAO
      *    NOVA.
       01 WS-TAB-RAZOES.
           05  FILLER           PIC X(30) VALUE
               'NOME CONTEM DIGITO'.
               'ESPACOS DUPLOS NO NOME'.
           05  FILLER           PIC X(30) VALUE
               'NOME NAO TEM PRIMEIRO/ULTIMO'.
           05  FILLER           PIC X(30) VALUE
               'CPF/CNPJ INVALIDO'.
       01 WS-TAB-RAZOES-R REDEFINES WS-TAB-RAZOES.
           05  WS-RAZAO-ENT OCCURS 4 TIMES PIC X(30).
       77 WS-RAZAO-IDX          PIC 9(01) VALUE ZEROS.
       77 WS-GRUPO-CLI          PIC 9(01) VALUE ZEROS.
       77 WS-CNT-EXC-TOTAL      PIC 9(05) VALUE ZEROS.
       77 WS-CNT-PAG-TOTAL      PIC 9(05) VALUE ZEROS.
       77 WS-CNT-FEXC-TOTAL     PIC 9(05) VALUE ZEROS.
       77 WS-FEXC-BASE-EDIT     PIC ZZZZZZZZ9.99.
      *-----------------------------------------------------------------
      *    PAGINACAO NO MESMO ESTILO DE RELATORIO.
       77 WS-PAGINA             PIC 9(03) VALUE ZEROS.

            PERFORM IMPRIMIR-SECAO-CALCULO2
            PERFORM IMPRIMIR-SECAO-CLIENTES
            PERFORM IMPRIMIR-SECAO-RECEBIMENTOS
            PERFORM IMPRIMIR-SECAO-FISCAL
            PERFORM IMPRIMIR-TOTAIS

            CLOSE PRINT-FILE
            PERFORM IMPRIMIR-TITULO-SECAO-C2

            MOVE 1 TO WS-COD-GRUPO
            PERFORM UNTIL WS-COD-GRUPO > 11
                MOVE WS-COD-GRUPO TO WS-ERRO-COD
                PERFORM DESCREVER-ERRO
                PERFORM LISTAR-GRUPO-CALCULO2
                    ADD WS-CNT-GRUPO TO WS-CNT-ERRO-07
                WHEN 8
                    ADD WS-CNT-GRUPO TO WS-CNT-ERRO-08
                WHEN 9
                    ADD WS-CNT-GRUPO TO WS-CNT-ERRO-09
                WHEN 10
                    ADD WS-CNT-GRUPO TO WS-CNT-ERRO-10
                WHEN 11
                    ADD WS-CNT-GRUPO TO WS-CNT-ERRO-11
            END-EVALUATE.
      *-----------------------------------------------------------------
       IMPRIMIR-TITULO-SECAO-C2.
      *-----------------------------------------------------------------
       IMPRIMIR-SECAO-CLIENTES.
      *-----------------------------------------------------------------
      *    GRUPOS 1-4: RAZOES CONHECIDAS DE VALIDAR-NOME E DO CPF/CNPJ;
      *    GRUPO 5: REJEICOES DE ARQUIVO INTEIRO; GRUPO 6: QUALQUER
      *    OUTRA RAZAO QUE APARECA NO LOG.
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            STRING 'EXCECOES DE CLIENTES' DELIMITED BY SIZE
            ADD 1 TO WS-LINHA-PAG

            MOVE 1 TO WS-GRUPO-CLI
            PERFORM UNTIL WS-GRUPO-CLI > 6
                PERFORM LISTAR-GRUPO-CLIENTES
                ADD 1 TO WS-GRUPO-CLI
            END-PERFORM.
      *    REJEICAO DE ARQUIVO COMECAM COM 'ARQUIVO='.
            EVALUATE TRUE
                WHEN EXCEPTION-RECORD(1:8) = 'ARQUIVO='
                    MOVE 5 TO WS-RAZAO-IDX
                WHEN EXCEPTION-RECORD(73:30) = WS-RAZAO-ENT(1)
                    MOVE 1 TO WS-RAZAO-IDX
                WHEN EXCEPTION-RECORD(73:30) = WS-RAZAO-ENT(2)
                    MOVE 2 TO WS-RAZAO-IDX
                WHEN EXCEPTION-RECORD(73:30) = WS-RAZAO-ENT(3)
                    MOVE 3 TO WS-RAZAO-IDX
                WHEN EXCEPTION-RECORD(73:30) = WS-RAZAO-ENT(4)
                    MOVE 4 TO WS-RAZAO-IDX
                WHEN OTHER
                    MOVE 6 TO WS-RAZAO-IDX
            END-EVALUATE.
      *-----------------------------------------------------------------
       IMPRIMIR-TITULO-GRUPO-CLI.
                WHEN 1
                WHEN 2
                WHEN 3
                WHEN 4
                    STRING '  RAZAO: ' DELIMITED BY SIZE
                           WS-RAZAO-ENT(WS-GRUPO-CLI)
                           DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
                WHEN 5
                    STRING '  RAZAO: ARQUIVO DE IMPORTACAO REJEITADO'
                           DELIMITED BY SIZE INTO PRINT-RECORD
                    END-STRING
                WHEN 6
                    STRING '  RAZAO: OUTRAS' DELIMITED BY SIZE
                           INTO PRINT-RECORD
                    END-STRING
            MOVE EXCEPTION-RECORD TO PRINT-RECORD(3:130)
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG.
      *-----------------------------------------------------------------
       IMPRIMIR-SECAO-RECEBIMENTOS.
      *-----------------------------------------------------------------
      *    AS LINHAS DE CRPAGEXC.DAT JA TRAZEM A RAZAO POR EXTENSO
      *    (RECEBIMENTO=999999 DADOS=[48 BYTES] RAZAO=...) E SAO
      *    LISTADAS NA ORDEM DO ARQUIVO DO BANCO.
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            STRING 'RECEBIMENTOS REJEITADOS' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT PAGEXC-FILE
            IF WS-FS-PAGEXC = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ PAGEXC-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            ADD 1 TO WS-CNT-PAG-TOTAL
                            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
                            MOVE SPACES TO PRINT-RECORD
                            MOVE PAGEXC-RECORD TO PRINT-RECORD(3:130)
                            WRITE PRINT-RECORD
                            ADD 1 TO WS-LINHA-PAG
                    END-READ
                END-PERFORM
                CLOSE PAGEXC-FILE
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-SECAO-FISCAL.
      *-----------------------------------------------------------------
      *    UMA LINHA POR ITEM PRECIFICADO QUE FICOU SEM IMPOSTO, COM A
      *    BASE (LIQUIDO) QUE O FISCAL TEM DE TRIBUTAR A MAO.
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            STRING 'EXCECOES FISCAIS' DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            MOVE 'N' TO WS-FIM-ARQ-FLAG
            OPEN INPUT FEXC-FILE
            IF WS-FS-FEXC = '00'
                PERFORM UNTIL WS-FIM-ARQ
                    READ FEXC-FILE
                        AT END
                            MOVE 'S' TO WS-FIM-ARQ-FLAG
                        NOT AT END
                            ADD 1 TO WS-CNT-FEXC-TOTAL
                            PERFORM IMPRIMIR-LINHA-FISCAL
                    END-READ
                END-PERFORM
                CLOSE FEXC-FILE
            END-IF.
      *-----------------------------------------------------------------
       IMPRIMIR-LINHA-FISCAL.
      *-----------------------------------------------------------------
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE FEXC-LIQUIDO TO WS-FEXC-BASE-EDIT
            MOVE SPACES TO PRINT-RECORD
            STRING 'ITEM='      DELIMITED BY SIZE
                   FEXC-ITEM    DELIMITED BY SIZE
                   ' PEDIDO='   DELIMITED BY SIZE
                   FEXC-PEDIDO  DELIMITED BY SIZE
                   ' CLIENTE='  DELIMITED BY SIZE
                   FEXC-CUST-ID DELIMITED BY SIZE
                   ' CLASSE='   DELIMITED BY SIZE
                   FEXC-CLASSE  DELIMITED BY SIZE
                   ' UF='       DELIMITED BY SIZE
                   FEXC-UF      DELIMITED BY SIZE
                   ' BASE='     DELIMITED BY SIZE
                   WS-FEXC-BASE-EDIT DELIMITED BY SIZE
                   ' RAZAO='    DELIMITED BY SIZE
                   FEXC-RAZAO   DELIMITED BY SIZE
                   INTO PRINT-RECORD(3:130)
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG.
      *-----------------------------------------------------------------
       IMPRIMIR-TOTAIS.
      *-----------------------------------------------------------------
                   WS-CNT-ERRO-07 DELIMITED BY SIZE
                   ' 08='         DELIMITED BY SIZE
                   WS-CNT-ERRO-08 DELIMITED BY SIZE
                   ' 09='         DELIMITED BY SIZE
                   WS-CNT-ERRO-09 DELIMITED BY SIZE
                   ' 10='         DELIMITED BY SIZE
                   WS-CNT-ERRO-10 DELIMITED BY SIZE
                   ' 11='         DELIMITED BY SIZE
                   WS-CNT-ERRO-11 DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            STRING 'TOTAL DE RECEBIMENTOS REJEITADOS: '
                   DELIMITED BY SIZE
                   WS-CNT-PAG-TOTAL DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            STRING 'TOTAL DE EXCECOES FISCAIS: '
                   DELIMITED BY SIZE
                   WS-CNT-FEXC-TOTAL DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            MOVE SPACES TO PRINT-RECORD
            STRING 'FIM DO RELATORIO DE EXCECOES' DELIMITED BY SIZE
                   INTO PRINT-RECORD
                WHEN ERRO-RAIZ-NEGATIVA
                    MOVE "ERRO: RAIZ DE NUMERO NEGATIVO." TO WS-ERR
                WHEN ERRO-OPERACAO-INVAL
                    MOVE "OPERACAO INVALIDA (VALIDAS: + - * / M E R X)"
                        TO WS-ERR
                WHEN ERRO-ENTRADA-INVAL
                    MOVE "ENTRADA INVALIDA (NAO NUMERICA/FORA DA FAIXA)"
                WHEN ERRO-ARQUIVO-INVAL
                    MOVE "ARQUIVO REJEITADO NO CONTROLE HDR/TRL"
                        TO WS-ERR
                WHEN ERRO-LIMITE-CREDITO
                    MOVE "LIMITE DE CREDITO EXCEDIDO (SALDO+LOTE)"
                        TO WS-ERR
                WHEN ERRO-SEM-CAMBIO
                    MOVE "SEM TAXA DE CAMBIO DA MOEDA NA DATA DO LOTE"
                        TO WS-ERR
                WHEN ERRO-ESTORNO-INVAL
                    MOVE "ESTORNO SEM ORIGINAL VALIDA NO HISTORICO"
                        TO WS-ERR
            END-EVALUATE.
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO.
