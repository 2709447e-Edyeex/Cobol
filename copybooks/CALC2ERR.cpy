           88  ERRO-TRANSBORDO      VALUE 06.
           88  ERRO-CLIENTE-INVAL   VALUE 07.
           88  ERRO-ARQUIVO-INVAL   VALUE 08.
           88  ERRO-LIMITE-CREDITO  VALUE 09.
           88  ERRO-SEM-CAMBIO      VALUE 10.
           88  ERRO-ESTORNO-INVAL   VALUE 11.

       01  WS-CNT-ERRO-01           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-02           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-06           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-07           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-08           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-09           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-10           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-ERRO-11           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-TRANS-OK          PIC 9(05) VALUE ZEROS.
