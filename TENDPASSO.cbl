      *    ACUMULADORES POR PASSO DENTRO DA JANELA: QUANTIDADE DE
      *    EXECUCOES REAIS, SOMA E ULTIMA DURACAO.
       01 WS-TAB-PASSOS.
           05  WS-TP-ENT OCCURS 30 TIMES.
               10  WS-TP-NOME              PIC X(15).
               10  WS-TP-QTD               PIC 9(03).
               10  WS-TP-SOMA              PIC 9(08).
                ADD 1 TO WS-TP-IDX
            END-PERFORM
            IF WS-TP-ACHADO = 0
                IF WS-QTD-PASSOS < 30
                    ADD 1 TO WS-QTD-PASSOS
                    MOVE JOBH-PASSO TO WS-TP-NOME(WS-QTD-PASSOS)
                    MOVE ZEROS TO WS-TP-QTD(WS-QTD-PASSOS)
