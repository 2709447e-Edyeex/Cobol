           05  C2CNT-REJEITADAS            PIC 9(06).
           05  C2CNT-TOTAL-R               PIC S9(09)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05  C2CNT-ERRO-09               PIC 9(05).
           05  C2CNT-ERRO-10               PIC 9(05).
           05  C2CNT-ERRO-11               PIC 9(05).

       FD  COUNT-FILE.
       01  COUNT-RECORD.
                       C2CNT-ERRO-07 DELIMITED BY SIZE
                       ' 08='        DELIMITED BY SIZE
                       C2CNT-ERRO-08 DELIMITED BY SIZE
                       ' 09='        DELIMITED BY SIZE
                       C2CNT-ERRO-09 DELIMITED BY SIZE
                       ' 10='        DELIMITED BY SIZE
                       C2CNT-ERRO-10 DELIMITED BY SIZE
                       ' 11='        DELIMITED BY SIZE
                       C2CNT-ERRO-11 DELIMITED BY SIZE
                       INTO PRINT-RECORD
                END-STRING
                WRITE PRINT-RECORD
