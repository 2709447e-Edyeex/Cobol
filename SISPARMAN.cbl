               'ALRIMPLIM     +00000000100+00099999900'.
           05  FILLER PIC X(38) VALUE
               'ALRVARPCT     +00000000100+00000099900'.
           05  FILLER PIC X(38) VALUE
               'CRPRAZODIAS   +00000000100+00000018000'.
           05  FILLER PIC X(38) VALUE
               'LGPDRETMESES  +00000000100+00000024000'.
           05  FILLER PIC X(38) VALUE
               'ENTRINTERVALO +00000001000+00000360000'.
       01 WS-TAB-LIMITES-R REDEFINES WS-TAB-LIMITES.
           05  WS-LIM-ENT OCCURS 23 TIMES.
               10  WS-LIM-CHAVE            PIC X(14).
               10  WS-LIM-MIN              PIC S9(09)V9(2)
                                           SIGN IS LEADING SEPARATE.
               10  WS-LIM-MAX              PIC S9(09)V9(2)
                                           SIGN IS LEADING SEPARATE.
      *    QUANTIDADE DE ENTRADAS DA TABELA ACIMA; ACOMPANHA O OCCURS.
       77 WS-QTD-LIMITES                   PIC 9(02) VALUE 23.
       77 WS-LIM-IDX                       PIC 9(02) VALUE ZEROS.
       77 WS-LIM-ACHADO                    PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
            MOVE ZEROS TO WS-LIM-ACHADO
            MOVE 1     TO WS-LIM-IDX
            PERFORM UNTIL WS-LIM-IDX > WS-QTD-LIMITES
                    OR WS-LIM-ACHADO > 0
                IF WS-LIM-CHAVE(WS-LIM-IDX) = WS-CHAVE
                    MOVE WS-LIM-IDX TO WS-LIM-ACHADO
