           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT TAXFILE ASSIGN DYNAMIC TAXFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD TAXFILE.
       01 TAXRECORD.
           88 TAXENDOFFILE         VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
               10 TPLL-AMOUNT      PIC 9(9)V99.
               10 TPLL-CCY         PIC X(3).
               10 TPLL-DRCR        PIC X.
               10 TPLL-TAX         PIC X(8).
       01 TPL-REC-AMOUNT-TEXT      PIC X(15).
       01 TPL-REC-CCY              PIC X(3).
       01 TPL-REC-DRCR             PIC XX.
       01 TPL-REC-TAX              PIC X(8).
       01 TAXFILENAME              PIC X(30) VALUE "taxcodes.dat".
       01 TAX-FILE-STATUS          PIC XX.
       01 TAX-LOADED               PIC X VALUE "N".
       01 TAX-COUNT                PIC 9(3) VALUE ZERO.
       01 TAX-IDX                  PIC 9(3).
       01 TAX-FOUND                PIC X.
       01 TAX-RATE-TEXT            PIC X(12).
       01 TAX-AMOUNT               PIC 9(9)V99.
       01 TAX-BASE-IDX             PIC 9(3).
       01 TAX-SUFFIX               PIC X(10).
       01 TAX-TABLE.
           05 TAX-ENTRY            OCCURS 100 TIMES.
               10 TAX-CODE         PIC X(8).
               10 TAX-RATE         PIC 9(3)V9(4).
               10 TAX-ACCT         PIC X(62).
               10 TAX-JURIS        PIC X(20).
       01 NET-CCY-COUNT            PIC 99 VALUE ZERO.
       01 NET-CCY-IDX              PIC 99.
       01 NET-CCY-FOUND            PIC X.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 IDXSAVE-COUNT            PIC 99 VALUE ZERO.
       01 IDXSAVE-IDX              PIC 99.
       01 IDXSAVE-TABLE.
       01 DUE-THIS-MONTH           PIC X.
       01 ENTRY-AMOUNT-ED          PIC Z(7)9.99.
       01 POSTED-COUNT             PIC 9(4) VALUE ZERO.
       01 DUE-COUNT                PIC 9(4) VALUE ZERO.
       01 POSTED-COUNT-ED          PIC ZZZ9.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS
                   " -t <template-file> -asof MMDD"
               DISPLAY "       [-accounts <accounts-file>]"
                   " [-periods <period-file>]"
               DISPLAY "       [-taxcodes <tax-code-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF

           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0590-COUNT-DUE-TEMPLATES
           IF DUE-COUNT > ZERO THEN
               PERFORM 0145-TAKE-GENERATION
           END-IF
           PERFORM 0500-FIND-NEXT-CODE
           PERFORM 0600-POST-DUE-TEMPLATES

                   " standing order(s) to "
                   FUNCTION TRIM(LEDGERFILENAME)
           END-IF
           IF RETURN-CODE NOT = ZERO THEN
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0900-RELEASE-LEDGER-LOCK
           STOP RUN.

                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-taxcodes" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO TAXFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED ARGUMENT "
                       COMMANDLINEARGS
               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "RecurPost" TO GEN-PROGRAM
               CALL "LedgerGen" USING GEN-LEDGER-NAME, GEN-PROGRAM,
                   GEN-RESULT, GEN-ID
                   ON EXCEPTION MOVE "E" TO GEN-RESULT
               END-CALL
               IF GEN-FAILED THEN
                   DISPLAY "*** NO BACKUP GENERATION OF "
                       FUNCTION TRIM(LEDGERFILENAME)
                       " COULD BE KEPT - LEDGER NOT CHANGED"
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO GENERATION-KEPT
           END-IF.

       0150-LOAD-PERIODS.
           IF PERIODFILENAME = SPACES THEN
               STRING LEDGERFILENAME DELIMITED BY SPACE
           ELSE
               ADD 1 TO TPLL-COUNT
               MOVE SPACES TO TPL-REC-AMOUNT-TEXT, TPL-REC-CCY,
                   TPL-REC-DRCR, TPL-REC-TAX
               UNSTRING TEMPLATERECORD(3:98) DELIMITED BY "  "
                   INTO TPLL-ACCT(TPLL-COUNT), TPL-REC-AMOUNT-TEXT,
                   TPL-REC-CCY, TPL-REC-DRCR, TPL-REC-TAX
               END-UNSTRING
               MOVE TPL-REC-TAX TO TPLL-TAX(TPLL-COUNT)
               IF TPL-REC-DRCR = SPACES AND
                   (TPL-REC-CCY = "D  " OR "DR " OR
                    TPL-REC-CCY = "C  " OR "CR ") THEN
                   MOVE "Y" TO RECUR-ERROR
               END-IF
               ADD 1 TO TPL-LINE-COUNT(TPL-COUNT)
               IF TPL-REC-TAX NOT = SPACES THEN
                   MOVE TPLL-COUNT TO TAX-BASE-IDX
                   PERFORM 0325-ADD-TEMPLATE-TAX-LINE
               END-IF
           END-IF
           END-IF.

       0325-ADD-TEMPLATE-TAX-LINE.
           IF TAX-LOADED = "N" THEN
               PERFORM 0327-LOAD-TAX-CODES
           END-IF
           MOVE "N" TO TAX-FOUND
           PERFORM VARYING TAX-IDX FROM 1 BY 1
               UNTIL TAX-IDX > TAX-COUNT OR TAX-FOUND = "Y"
               IF TAX-CODE(TAX-IDX) = TPLL-TAX(TAX-BASE-IDX) THEN
                   MOVE "Y" TO TAX-FOUND
               END-IF
           END-PERFORM
           IF TAX-FOUND = "N" THEN
               DISPLAY "*** TEMPLATE " TPL-ID(TPL-COUNT)
                   " HAS UNKNOWN TAX CODE " TPLL-TAX(TAX-BASE-IDX)
               MOVE "N" TO TPL-VALID(TPL-COUNT)
               MOVE "Y" TO RECUR-ERROR
           ELSE
               SUBTRACT 1 FROM TAX-IDX
               COMPUTE TAX-AMOUNT ROUNDED =
                   TPLL-AMOUNT(TAX-BASE-IDX) * TAX-RATE(TAX-IDX) / 100
               IF TPLL-ACCT(TAX-BASE-IDX) NOT = TAX-ACCT(TAX-IDX) AND
                   TAX-AMOUNT > ZERO THEN
                   IF TPLL-COUNT >= 500 THEN
                       DISPLAY "*** MORE THAN 500 TEMPLATE LINES"
                           " - RAISE TPLL-TABLE LIMIT"
                       MOVE "Y" TO RECUR-ERROR
                   ELSE
                       ADD 1 TO TPLL-COUNT
                       MOVE TAX-ACCT(TAX-IDX) TO TPLL-ACCT(TPLL-COUNT)
                       MOVE TAX-AMOUNT TO TPLL-AMOUNT(TPLL-COUNT)
                       MOVE TPLL-CCY(TAX-BASE-IDX)
                           TO TPLL-CCY(TPLL-COUNT)
                       MOVE TPLL-DRCR(TAX-BASE-IDX)
                           TO TPLL-DRCR(TPLL-COUNT)
                       MOVE TPLL-TAX(TAX-BASE-IDX)
                           TO TPLL-TAX(TPLL-COUNT)
                       ADD 1 TO TPL-LINE-COUNT(TPL-COUNT)
                   END-IF
               END-IF
           END-IF.

       0327-LOAD-TAX-CODES.
           MOVE "Y" TO TAX-LOADED
           MOVE ZERO TO TAX-COUNT
           OPEN INPUT TAXFILE
           IF TAX-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN TAX CODE FILE " TAXFILENAME
           ELSE
               READ TAXFILE
                   AT END SET TAXENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL TAXENDOFFILE
                   IF TAXRECORD(1:1) NOT = ";" AND
                       TAXRECORD NOT = SPACES THEN
                       IF TAX-COUNT >= 100 THEN
                           DISPLAY "*** TAX CODE FILE EXCEEDS 100"
                               " ENTRIES - RAISE TAX-TABLE LIMIT"
                           MOVE "Y" TO RECUR-ERROR
                       ELSE
                           ADD 1 TO TAX-COUNT
                           MOVE SPACES TO TAX-RATE-TEXT
                           UNSTRING TAXRECORD DELIMITED BY "  "
                               INTO TAX-CODE(TAX-COUNT), TAX-RATE-TEXT,
                               TAX-ACCT(TAX-COUNT),
                               TAX-JURIS(TAX-COUNT)
                           END-UNSTRING
                           COMPUTE TAX-RATE(TAX-COUNT) =
                               FUNCTION NUMVAL(TAX-RATE-TEXT)
                       END-IF
                   END-IF
                   READ TAXFILE
                       AT END SET TAXENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXFILE
           END-IF.

       0330-CHECK-TEMPLATES.
           PERFORM VARYING TPL-IDX FROM 1 BY 1
               UNTIL TPL-IDX > TPL-COUNT
               INTO NEW-TXN-CODE
           END-STRING.

       0590-COUNT-DUE-TEMPLATES.
           MOVE ZERO TO DUE-COUNT
           PERFORM VARYING DUE-MONTH FROM 1 BY 1
               UNTIL DUE-MONTH > 12
               PERFORM VARYING TPL-IDX FROM 1 BY 1
                   UNTIL TPL-IDX > TPL-COUNT
                   PERFORM 0610-CHECK-TEMPLATE-DUE
                   IF DUE-THIS-MONTH = "Y" AND
                       DUE-DATE > LASTRUN-DATE AND
                       DUE-DATE <= ASOF-DATE THEN
                       MOVE DUE-DATE TO PRD-CHECK-DATE
                       PERFORM 0160-CHECK-PERIOD-LOCK
                       IF PRD-LOCKED = "N" THEN
                           ADD 1 TO DUE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       0600-POST-DUE-TEMPLATES.
           OPEN EXTEND LEDGERFILE
           IF LEDGER-FILE-STATUS = "35" THEN
               UNTIL TPLL-IDX > TPLL-END
           PERFORM 0640-WRITE-INDEX-RECORD
           ADD 1 TO POSTED-COUNT
           PERFORM 0660-JOURNAL-ONE-CODE
           DISPLAY "Posted " NEW-TXN-CODE " " TPL-ID(TPL-IDX)
               " due " DUE-DATE.

       0630-WRITE-POSTING-LINE.
           MOVE TPLL-AMOUNT(TPLL-IDX) TO ENTRY-AMOUNT-ED
           MOVE SPACES TO TAX-SUFFIX
           IF TPLL-TAX(TPLL-IDX) NOT = SPACES THEN
               STRING "  " DELIMITED BY SIZE
                   TPLL-TAX(TPLL-IDX) DELIMITED BY SPACE
                   INTO TAX-SUFFIX
               END-STRING
           END-IF
           MOVE SPACES TO RECORDLINE
           STRING "  " DELIMITED BY SIZE
               TPLL-ACCT(TPLL-IDX) DELIMITED BY SPACE
               TPLL-CCY(TPLL-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TPLL-DRCR(TPLL-IDX) DELIMITED BY SIZE
               TAX-SUFFIX DELIMITED BY SIZE
               INTO RECORDLINE
           END-STRING
           ADD 1 TO IDXSAVE-COUNT
               CLOSE TXNINDEXFILE
           END-IF.

       0660-JOURNAL-ONE-CODE.
           IF JRN-CODE-POINTER > 110 THEN
               MOVE "post" TO JRN-SET-ACTION
               PERFORM 0800-WRITE-JOURNAL
               MOVE SPACES TO JRN-SET-CODES
               MOVE 1 TO JRN-CODE-POINTER
               MOVE ZERO TO JRN-SET-LINES
           END-IF
           ADD IDXSAVE-COUNT TO JRN-SET-LINES
           STRING NEW-TXN-CODE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.

       0700-WRITE-LASTRUN.
           OPEN OUTPUT LASTRUNFILE
           IF LASTRUN-FILE-STATUS NOT = "00" THEN
