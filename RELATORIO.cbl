      * Purpose:   RELATORIO IMPRESSO (132 COLUNAS) COM OS RESULTADOS
      *            DE CALCULOS E CALCULO2, COM CABECALHO DE PAGINA,
      *            DATA DE EXECUCAO, NUMERACAO DE PAGINA E RODAPE.
      *            A SECAO DE CALCULOS FECHA COM OS TOTAIS FISCAIS
      *            (BASE, ICMS E IPI) E A CONTAGEM DE LINHAS QUE
      *            FICARAM SEM IMPOSTO CALCULADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  RUNCTL-RECORD           PIC X(24).

       FD  CALCOS-FILE.
       01  CALCOS-RECORD           PIC X(110).

       FD  CALC2-FILE.
       01  CALC2-RECORD            PIC X(78).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(132).
           05  FILLER              PIC X(01).
           05  CAQ-DATA            PIC X(10).
           05  FILLER              PIC X(01).
           05  CAQ-LINHA           PIC X(110).

       FD  CALC2ARQ-FILE.
       01  CALC2ARQ-RECORD.
           05  FILLER              PIC X(01).
           05  C2AQ-DATA           PIC X(10).
           05  FILLER              PIC X(01).
           05  C2AQ-LINHA          PIC X(78).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
           88 WS-JA-ARQ-CALC2   VALUE 'S'.
       77 WS-FIM-ACERVO-FLAG    PIC X(01) VALUE 'N'.
           88 WS-FIM-ACERVO     VALUE 'S'.
       77 WS-LINHA-DETALHE      PIC X(110) VALUE SPACES.
       77 WS-PAGINA             PIC 9(03) VALUE ZEROS.
       77 WS-PAGINA-EDIT        PIC ZZ9.
       77 WS-LINHA-PAG          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS         PIC 9(02) VALUE 20.
       77 WS-TOTAL-LINHAS       PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-EDIT         PIC ZZZZ9.
      *    TOTAIS FISCAIS DA SECAO DE CALCULOS, SOMADOS DAS PROPRIAS
      *    LINHAS (' IC=' NA POSICAO 66). LINHA DE ACERVO ANTERIOR AO
      *    CALCULO DE IMPOSTOS NAO TEM ESSES CAMPOS E NAO ENTRA.
       77 WS-TOT-BASE           PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-ICMS           PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-IPI            PIC 9(11)V9(2) VALUE ZEROS.
       77 WS-TOT-EXC-FISCAL     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FISCAL-EDIT    PIC ZZZZZZZZZZ9.99.
       77 WS-EXC-FISCAL-EDIT    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    END-READ
                END-PERFORM
                CLOSE CALCOS-FILE
                PERFORM IMPRIMIR-TOTAIS-FISCAIS
            END-IF

            OPEN INPUT CALC2-FILE
                    END-READ
                END-PERFORM
                CLOSE CALCOSARQ-FILE
                PERFORM IMPRIMIR-TOTAIS-FISCAIS
            END-IF.
************************************************************************
       REIMPRIMIR-SECAO-CALC2.
      *    ARQUIVO VIVO OU DO ACERVO DE REIMPRESSAO.
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-LINHA-DETALHE TO PRINT-RECORD(4:110)
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG
            ADD 1 TO WS-TOTAL-LINHAS

            IF WS-LINHA-DETALHE(66:4) = ' IC='
                IF WS-LINHA-DETALHE(102:1) = 'C'
                    COMPUTE WS-TOT-BASE = WS-TOT-BASE
                          + FUNCTION NUMVAL(WS-LINHA-DETALHE(49:12))
                    COMPUTE WS-TOT-ICMS = WS-TOT-ICMS
                          + FUNCTION NUMVAL(WS-LINHA-DETALHE(70:12))
                    COMPUTE WS-TOT-IPI  = WS-TOT-IPI
                          + FUNCTION NUMVAL(WS-LINHA-DETALHE(86:12))
                ELSE
                    ADD 1 TO WS-TOT-EXC-FISCAL
                END-IF
            END-IF.
************************************************************************
       IMPRIMIR-TOTAIS-FISCAIS.
************************************************************************
            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-TOT-BASE TO WS-TOT-FISCAL-EDIT
            STRING 'TOTAIS FISCAIS  BASE: ' DELIMITED BY SIZE
                   WS-TOT-FISCAL-EDIT       DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            MOVE WS-TOT-ICMS TO WS-TOT-FISCAL-EDIT
            STRING '  ICMS: '               DELIMITED BY SIZE
                   WS-TOT-FISCAL-EDIT       DELIMITED BY SIZE
                   INTO PRINT-RECORD(37:30)
            END-STRING
            MOVE WS-TOT-IPI  TO WS-TOT-FISCAL-EDIT
            STRING '  IPI: '                DELIMITED BY SIZE
                   WS-TOT-FISCAL-EDIT       DELIMITED BY SIZE
                   INTO PRINT-RECORD(59:30)
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG

            PERFORM QUEBRAR-PAGINA-SE-NECESSARIO
            MOVE SPACES TO PRINT-RECORD
            MOVE WS-TOT-EXC-FISCAL TO WS-EXC-FISCAL-EDIT
            STRING 'LINHAS SEM IMPOSTO CALCULADO (VER EXCECOES '
                                             DELIMITED BY SIZE
                   'FISCAIS): '              DELIMITED BY SIZE
                   WS-EXC-FISCAL-EDIT        DELIMITED BY SIZE
                   INTO PRINT-RECORD
            END-STRING
            WRITE PRINT-RECORD
            ADD 1 TO WS-LINHA-PAG.
************************************************************************
       IMPRIMIR-LINHA-CALC2.
************************************************************************
