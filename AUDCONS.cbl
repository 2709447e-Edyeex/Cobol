           05  FILLER                      PIC X(01).
           05  HIST-DATA                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  HIST-LINHA                  PIC X(168).
           05  FILLER                      PIC X(01).
           05  HIST-HASH                   PIC 9(10).

       FD  EXTR-FILE.
       01  EXTR-RECORD                     PIC X(186).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST                       PIC X(02) VALUE SPACES.
