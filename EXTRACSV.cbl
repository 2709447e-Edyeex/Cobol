       01  RUNCTL-RECORD                   PIC X(24).

       FD  RESULT-FILE.
       01  RESULT-RECORD                   PIC X(78).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                    PIC X(168).

       FD  RESCSV-FILE.
       01  RESCSV-RECORD                   PIC X(120).
