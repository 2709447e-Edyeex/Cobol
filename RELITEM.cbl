           05  IH-DESCONTO                 PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-LIQUIDO                  PIC 9(09)V9(2).
      *    IMPOSTOS DA NOITE (ICMS E IPI), CALCULADOS POR CALCULOS.
           05  FILLER                      PIC X(01).
           05  IH-ICMS                     PIC 9(09)V9(2).
           05  FILLER                      PIC X(01).
           05  IH-IPI                      PIC 9(09)V9(2).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(132).
