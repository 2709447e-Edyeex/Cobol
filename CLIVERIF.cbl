               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-ULTI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-DOC-CHAVE
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT CUSTSEQ-FILE ASSIGN TO "data/CUSTSEQ.DAT"
               10  BKPCTL-DATA             PIC X(10).

       FD  BKP1-FILE.
       01  BKP1-RECORD                     PIC X(250).

       FD  BKP2-FILE.
       01  BKP2-RECORD                     PIC X(250).

       FD  BKP3-FILE.
       01  BKP3-RECORD                     PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FS-CUSTOMER                   PIC X(02) VALUE SPACES.
