       01  PRINT-MODE-FLAG         PIC X.
           88  PRINT-MODE-ON       VALUE "T".
       01  LIST-FILE-NAME          PIC X(30).
       01  ACCOUNTS-FILE-NAME      PIC X(30).
       01  CLASS-FILE-NAME         PIC X(30).
       01  TAX-FILE-NAME           PIC X(30).
