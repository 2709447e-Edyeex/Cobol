      *            'REENTRADA'), REGISTRA CADA DECISAO NO LIVRO DE
      *            DISPOSICOES (CALC2CORL.DAT) E IMPRIME A CONCILIACAO
      *            MOSTRANDO CADA REJEICAO DO LOTE COMO REENTRADA,
      *            BAIXADA, LIBERADA PELO SUPERVISOR (LIMITE DE CREDITO)
      *            OU AINDA EM ABERTO -- ANTES, A CORRECAO ERA
      *            REDIGITADA NO LOTE SEGUINTE SEM NENHUM VINCULO COM A
      *            REJEICAO ORIGINAL.
      * Tectonics: cobc

      *    CORRECOES DA DIGITACAO: UMA LINHA POR REJEICAO TRABALHADA,
      *    COM O NUMERO DO REGISTRO REJEITADO, A ACAO ('C' CORRIGIDA E
      *    REENTRADA, 'B' BAIXADA SEM REENTRADA, 'A' LIBERADA PELO
      *    SUPERVISOR ACIMA DO LIMITE DE CREDITO) E, NO CASO DE
      *    CORRECAO, A TRANSACAO JA CORRIGIDA NO MESMO LAYOUT COM
      *    SINAL DO ARQUIVO DE TRANSACOES DO LOTE. A LIBERACAO SO VALE
      *    PARA REJEICAO DE CODIGO 09, REENTRA A TRANSACAO ORIGINAL DA
      *    REJEICAO (OS VALORES DA LINHA SAO IGNORADOS) E EXIGE A
      *    IDENTIFICACAO DO SUPERVISOR NO FIM DA LINHA. A MOEDA DA
      *    CORRECAO, DEPOIS DO SUPERVISOR, E OPCIONAL: EM BRANCO A
      *    TRANSACAO VOLTA NA MOEDA DA REJEICAO.
           SELECT CORR-FILE ASSIGN TO "data/CALC2CORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.

      *    CADASTRO DE OPERADORES: O SUPERVISOR DA LIBERACAO TEM DE
      *    SER UM OPERADOR ATIVO, SEM BLOQUEIO, DE PERFIL 'S' OU 'A'.
           SELECT OPERADOR-FILE ASSIGN TO "data/OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT PRINT-FILE ASSIGN TO "data/CALC2CONC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRINT.

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
                                           SIGN IS LEADING SEPARATE.
           05  COR-OP                      PIC X(01).
           05  COR-CUST-ID                 PIC 9(06).
           05  COR-SUPERVISOR              PIC X(08).
           05  COR-MOEDA                   PIC X(03).

      *    MESMO LAYOUT DO ARQUIVO DE TRANSACOES DO LOTE (VER
      *    TRAN-RECORD EM CALCULO2), ENVELOPADO COM O MESMO CABECALHO
                                           SIGN IS LEADING SEPARATE.
           05  SUP-OP                      PIC X(01).
           05  SUP-CUST-ID                 PIC 9(06).
      *    'S' NA TRANSACAO LIBERADA PELO SUPERVISOR: A REENTRADA DE
      *    CALCULO2 DISPENSA A CONFERENCIA DO LIMITE DE CREDITO.
           05  SUP-LIBERADO                PIC X(01).
      *    A ORDEM PERMANENTE NAO VOLTA NA REENTRADA; A MOEDA SIM.
           05  FILLER                      PIC X(06).
           05  SUP-MOEDA                   PIC X(03).
       01  SUPL-RECORD-ALPHA REDEFINES SUPL-RECORD
                                           PIC X(33).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  CORL-REGISTRO               PIC 9(06).
           05  FILLER                      PIC X(01).
           05  CORL-SITUACAO               PIC X(10).
           05  FILLER                      PIC X(01).
           05  CORL-SUPERVISOR             PIC X(08).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).

       FD  PERIODO-FILE.
       COPY PERIODO.

       FD  PERRECUS-FILE.
       COPY PERRECUS.

       FD  OPERADOR-FILE.
       COPY OPERADOR.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       COPY PERCTL.
       77 WS-FS-RUNCTL                     PIC X(02) VALUE SPACES.
       77 WS-FS-REJECT                     PIC X(02) VALUE SPACES.
       77 WS-FS-CORR                       PIC X(02) VALUE SPACES.
       77 WS-FS-SUPL                       PIC X(02) VALUE SPACES.
       77 WS-FS-LEDGER                     PIC X(02) VALUE SPACES.
       77 WS-FS-PRINT                      PIC X(02) VALUE SPACES.
       77 WS-FS-OPERADOR                   PIC X(02) VALUE SPACES.
       77 WS-SUPERVISOR-FLAG               PIC X(01) VALUE 'N'.
           88 WS-SUPERVISOR-VALIDO         VALUE 'S'.
       77 WS-FIM-ARQ-FLAG                  PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQ                   VALUE 'S'.
      *-----------------------------------------------------------------
      *    SITUACAO CORRENTE: 'ABERTO' ATE O LIVRO DE DISPOSICOES OU
      *    UMA CORRECAO DESTA EXECUCAO DIZER O CONTRARIO. O NUMERO DO
      *    REGISTRO E LIDO DA POSICAO FIXA 'REGISTRO=' DA LINHA DE
      *    REJEICAO MONTADA POR GRAVAR-REJEICAO EM CALCULO2. O CODIGO
      *    DE ERRO (COD= NAS POSICOES 53-54) E A TRANSACAO ORIGINAL
      *    (DADOS=[...] NAS POSICOES 24-46) FICAM GUARDADOS PARA A
      *    LIBERACAO DO SUPERVISOR, E A MOEDA (MOE= NAS POSICOES
      *    118-120) PARA A TRANSACAO VOLTAR NA MOEDA ORIGINAL.
       01 WS-TAB-REJEICOES.
           05  WS-REJ-ENT OCCURS 500 TIMES.
               10  WS-REJ-REGISTRO         PIC 9(06).
               10  WS-REJ-SITUACAO         PIC X(10).
               10  WS-REJ-COD              PIC X(02).
               10  WS-REJ-DADOS            PIC X(23).
               10  WS-REJ-MOEDA            PIC X(03).
       77 WS-QTD-REJEICOES                 PIC 9(03) VALUE ZEROS.
       77 WS-REJ-IDX                       PIC 9(03) VALUE ZEROS.
       77 WS-REJ-ACHADO                    PIC 9(03) VALUE ZEROS.
      *    DE FIM DE LOTE DE CALCULO2.
       77 WS-CNT-REENTRADAS                PIC 9(05) VALUE ZEROS.
       77 WS-CNT-BAIXADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CNT-LIBERADAS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-INVALIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-CNT-ABERTAS                   PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 'CALC2COR' TO WS-PER-PASSO
            PERFORM VERIFICAR-PERIODO-FECHADO
            DISPLAY 'CORRECAO DE REJEICOES DO LOTE ' WS-RUN-NUMERO
                    ' DE ' WS-RUN-DATA

            DISPLAY '-=-=-=-= RESUMO DA CORRECAO -=-=-=-='
            DISPLAY 'REENTRADAS NESTA EXECUCAO..: ' WS-CNT-REENTRADAS
            DISPLAY 'BAIXADAS NESTA EXECUCAO....: ' WS-CNT-BAIXADAS
            DISPLAY 'LIBERADAS PELO SUPERVISOR..: ' WS-CNT-LIBERADAS
            DISPLAY 'CORRECOES INVALIDAS........: ' WS-CNT-INVALIDAS
            DISPLAY 'REJEICOES AINDA EM ABERTO..: ' WS-CNT-ABERTAS
            DISPLAY '-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-='
            IF WS-CNT-REENTRADAS > 0 OR WS-CNT-LIBERADAS > 0
                DISPLAY 'TRANSACOES CORRIGIDAS GRAVADAS EM '
                        'data/CALC2TRNS.DAT (EXECUTE '
                        './calculo2 REENTRADA).'
                            TO WS-REJ-REGISTRO(WS-QTD-REJEICOES)
                        MOVE 'ABERTO'
                            TO WS-REJ-SITUACAO(WS-QTD-REJEICOES)
                        MOVE REJECT-RECORD(53:2)
                            TO WS-REJ-COD(WS-QTD-REJEICOES)
                        MOVE REJECT-RECORD(24:23)
                            TO WS-REJ-DADOS(WS-QTD-REJEICOES)
                        MOVE SPACES
                            TO WS-REJ-MOEDA(WS-QTD-REJEICOES)
                        IF REJECT-RECORD(113:5) = ' MOE='
                            MOVE REJECT-RECORD(118:3)
                                TO WS-REJ-MOEDA(WS-QTD-REJEICOES)
                        END-IF
                    ELSE
                        DISPLAY 'REJEICAO ALEM DA CAPACIDADE DA '
                                'TABELA, IGNORADA: ' REJECT-RECORD(1:15)
                IF WS-FS-LEDGER NOT = '00'
                    OPEN OUTPUT LEDGER-FILE
                END-IF
      *    SEM O CADASTRO DE OPERADORES NENHUMA LIBERACAO E ACEITA
      *    (CONSULTAR-SUPERVISOR OLHA O STATUS DA ABERTURA).
                OPEN INPUT OPERADOR-FILE
                IF WS-FS-OPERADOR NOT = '00'
                    DISPLAY 'CADASTRO DE OPERADORES (OPERADOR.DAT) '
                            'INDISPONIVEL, LIBERACOES SERAO RECUSADAS. '
                            'FS: ' WS-FS-OPERADOR
                END-IF
                MOVE 'N' TO WS-FIM-ARQ-FLAG
                PERFORM UNTIL WS-FIM-ARQ
                    READ CORR-FILE
                            PERFORM APLICAR-CORRECAO
                    END-READ
                END-PERFORM
                COMPUTE WS-SUP-TRL-QTD = WS-CNT-REENTRADAS
                                       + WS-CNT-LIBERADAS
                MOVE WS-SUP-HASH       TO WS-SUP-TRL-HASH
                MOVE SPACES            TO SUPL-RECORD-ALPHA
                MOVE WS-SUP-TRAILER    TO SUPL-RECORD-ALPHA
                CLOSE CORR-FILE
                CLOSE SUPL-FILE
                CLOSE LEDGER-FILE
                IF WS-FS-OPERADOR = '00'
                    CLOSE OPERADOR-FILE
                END-IF
            END-IF.
      *-----------------------------------------------------------------
       APLICAR-CORRECAO.
                            COR-REGISTRO ' JA '
                            WS-REJ-SITUACAO(WS-REJ-ACHADO) '.'
                WHEN COR-ACAO = 'C'
                    MOVE SPACES      TO SUPL-RECORD-ALPHA
                    MOVE COR-N1      TO SUP-N1
                    MOVE COR-N2      TO SUP-N2
                    MOVE COR-OP      TO SUP-OP
                    MOVE COR-CUST-ID TO SUP-CUST-ID
                    MOVE SPACES      TO SUP-LIBERADO
                    IF COR-MOEDA = SPACES
                        MOVE WS-REJ-MOEDA(WS-REJ-ACHADO) TO SUP-MOEDA
                    ELSE
                        MOVE COR-MOEDA   TO SUP-MOEDA
                    END-IF
                    WRITE SUPL-RECORD
                    ADD COR-N1 TO WS-SUP-HASH
                    ADD COR-N2 TO WS-SUP-HASH
                        TO WS-REJ-SITUACAO(WS-REJ-ACHADO)
                    PERFORM GRAVAR-DISPOSICAO
                    ADD 1 TO WS-CNT-BAIXADAS
                WHEN COR-ACAO = 'A'
                    PERFORM LIBERAR-LIMITE-CREDITO
                WHEN OTHER
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'CORRECAO INVALIDA: ACAO "' COR-ACAO
                            '" DESCONHECIDA NO REGISTRO ' COR-REGISTRO
                            ' (VALIDAS: C B A).'
            END-EVALUATE.
      *-----------------------------------------------------------------
       GRAVAR-DISPOSICAO.
            MOVE WS-RUN-DATA   TO CORL-DATA
            MOVE WS-REJ-REGISTRO(WS-REJ-ACHADO) TO CORL-REGISTRO
            MOVE WS-REJ-SITUACAO(WS-REJ-ACHADO) TO CORL-SITUACAO
            IF COR-ACAO = 'A'
                MOVE COR-SUPERVISOR TO CORL-SUPERVISOR
            END-IF
            WRITE LEDGER-RECORD.
      *-----------------------------------------------------------------
       LIBERAR-LIMITE-CREDITO.
      *-----------------------------------------------------------------
      *    O SUPERVISOR SO LIBERA O QUE FOI BARRADO PELO LIMITE DE
      *    CREDITO (CODIGO 09), E A TRANSACAO QUE VOLTA E A DA PROPRIA
      *    REJEICAO, MARCADA COMO LIBERADA -- A LIBERACAO NAO SERVE
      *    PARA CORRIGIR VALORES NEM PARA FURAR OUTRAS CRITICAS.
            PERFORM CONSULTAR-SUPERVISOR
            EVALUATE TRUE
                WHEN WS-REJ-COD(WS-REJ-ACHADO) NOT = '09'
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'CORRECAO INVALIDA: REGISTRO '
                            COR-REGISTRO ' NAO FOI REJEITADO POR '
                            'LIMITE DE CREDITO, NAO CABE LIBERACAO.'
                WHEN COR-SUPERVISOR = SPACES
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'CORRECAO INVALIDA: LIBERACAO DO REGISTRO '
                            COR-REGISTRO ' SEM SUPERVISOR.'
                WHEN NOT WS-SUPERVISOR-VALIDO
                    ADD 1 TO WS-CNT-INVALIDAS
                    DISPLAY 'CORRECAO INVALIDA: LIBERACAO DO REGISTRO '
                            COR-REGISTRO ': SUPERVISOR NAO AUTORIZADO '
                            '(' COR-SUPERVISOR ').'
                WHEN OTHER
                    MOVE WS-REJ-DADOS(WS-REJ-ACHADO)
                        TO SUPL-RECORD-ALPHA
                    MOVE 'S' TO SUP-LIBERADO
                    MOVE WS-REJ-MOEDA(WS-REJ-ACHADO) TO SUP-MOEDA
                    WRITE SUPL-RECORD
                    ADD SUP-N1 TO WS-SUP-HASH
                    ADD SUP-N2 TO WS-SUP-HASH
                    MOVE 'LIBERADO'
                        TO WS-REJ-SITUACAO(WS-REJ-ACHADO)
                    PERFORM GRAVAR-DISPOSICAO
                    ADD 1 TO WS-CNT-LIBERADAS
            END-EVALUATE.
      *-----------------------------------------------------------------
       CONSULTAR-SUPERVISOR.
      *-----------------------------------------------------------------
      *    O CODIGO DA LINHA DE CORRECAO SO VALE SE ESTIVER NO CADASTRO
      *    DE OPERADORES, ATIVO, SEM BLOQUEIO E COM PERFIL DE
      *    SUPERVISOR OU ADMINISTRADOR.
            MOVE 'N' TO WS-SUPERVISOR-FLAG
            IF WS-FS-OPERADOR = '00'
                MOVE COR-SUPERVISOR TO OPR-ID
                READ OPERADOR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF OPR-ESTA-ATIVO
                           AND NOT OPR-ESTA-BLOQUEADO
                           AND (OPR-PERFIL-SUPERVISOR
                                OR OPR-PERFIL-ADMIN)
                            MOVE 'S' TO WS-SUPERVISOR-FLAG
                        END-IF
                END-READ
            END-IF.
      *-----------------------------------------------------------------
       LOCALIZAR-REJEICAO.
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

       END PROGRAM CALC2COR.
