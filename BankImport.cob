           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT CHECKFILE ASSIGN DYNAMIC CHECKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD CHECKFILE.
       01 CHECKRECORD.
           88 CHECKENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(200).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 HDR-DATE                 PIC X(4).
       01 HDR-STATUS               PIC X.
       01 HDR-CODE                 PIC X(10).
       01 IMPORT-ERROR             PIC X VALUE "N".
       01 AMOUNT-ED                PIC Z(7)9.99.
       01 COUNT-ED                 PIC ZZZ9.
       01 CHECKFILENAME            PIC X(40).
       01 CHECK-FILE-STATUS        PIC XX.
       01 CHECK-REGISTER-LOADED    PIC X VALUE "N".
       01 CHK-COUNT                PIC 9(4) VALUE ZERO.
       01 CHK-IDX                  PIC 9(4).
       01 CHK-FOUND-IDX            PIC 9(4).
       01 CHK-TABLE.
           05 CHK-ENTRY            OCCURS 5000 TIMES.
               10 CHK-NUMBER       PIC 9(10).
               10 CHK-AMOUNT       PIC 9(9)V99.
               10 CHK-TXN-CODE     PIC X(10).
               10 CHK-STATUS       PIC X.
               10 CHK-VOID-DATE    PIC X(4).
       01 CHK-NUMBER-TEXT          PIC X(12).
       01 CHK-ACCT                 PIC X(62).
       01 CHK-ISSUED               PIC X(4).
       01 CHK-AMOUNT-TEXT          PIC X(15).
       01 STMT-CHECK-REF           PIC X.
       01 STMT-CHECK-NUMBER        PIC 9(10).
       01 STMT-CHECK-ED            PIC Z(9)9.
       01 REF-PREFIX               PIC X(5).
       01 REF-IDX                  PIC 99.
       01 REF-DIGITS               PIC 99.
       01 CHECK-PROBLEM            PIC X(60).
       01 CHKX-COUNT               PIC 9(4) VALUE ZERO.
       01 CHKX-OVERFLOW            PIC 9(4) VALUE ZERO.
       01 CHKX-TABLE.
           05 CHKX-LINE            PIC X(100) OCCURS 500 TIMES.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0150-LOAD-PERIODS
           PERFORM 0200-COLLECT-PENDING-TXNS
           PERFORM 0250-LOAD-CHECK-REGISTER
           IF IMPORT-ERROR = "Y" THEN
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHECK-REGISTER-LOADED = "Y" THEN
               PERFORM 0350-REPORT-CHECK-EXCEPTIONS
           END-IF
           PERFORM 0400-REPORT-UNMATCHED-PENDING
           CLOSE EXCEPTIONREPORT

               " transaction(s) in " FUNCTION TRIM(LEDGERFILENAME)
           MOVE STMT-EXCEPTION-COUNT TO COUNT-ED
           DISPLAY "Statement exceptions: " FUNCTION TRIM(COUNT-ED)
           IF CHECK-REGISTER-LOADED = "Y" THEN
               COMPUTE COUNT-ED = CHKX-COUNT + CHKX-OVERFLOW
               DISPLAY "Cleared checks not matching the check"
                   " register: " FUNCTION TRIM(COUNT-ED)
           END-IF
           MOVE PEND-EXCEPTION-COUNT TO COUNT-ED
           DISPLAY "Unmatched pending transactions: "
               FUNCTION TRIM(COUNT-ED)
               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "BankImport" TO GEN-PROGRAM
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
           END-IF
           MOVE SPACES TO CUR-PEND-CODE.

       0250-LOAD-CHECK-REGISTER.
           MOVE SPACES TO CHECKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".checks" DELIMITED BY SIZE
               INTO CHECKFILENAME
           END-STRING
           OPEN INPUT CHECKFILE
           IF CHECK-FILE-STATUS = "00" THEN
               MOVE "Y" TO CHECK-REGISTER-LOADED
               READ CHECKFILE
                   AT END SET CHECKENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKENDOFFILE
                   IF CHECKRECORD(1:1) NOT = ";" AND
                       CHECKRECORD NOT = SPACES THEN
                       IF CHK-COUNT >= 5000 THEN
                           DISPLAY "*** CHECK REGISTER EXCEEDS 5000"
                               " ENTRIES - RAISE CHK-TABLE LIMIT"
                           MOVE "Y" TO IMPORT-ERROR
                       ELSE
                           ADD 1 TO CHK-COUNT
                           MOVE SPACES TO CHK-NUMBER-TEXT, CHK-ACCT,
                               CHK-ISSUED, CHK-AMOUNT-TEXT
                           UNSTRING CHECKRECORD DELIMITED BY "  "
                               INTO CHK-NUMBER-TEXT, CHK-ACCT,
                               CHK-ISSUED, CHK-AMOUNT-TEXT,
                               CHK-TXN-CODE(CHK-COUNT),
                               CHK-STATUS(CHK-COUNT),
                               CHK-VOID-DATE(CHK-COUNT)
                           END-UNSTRING
                           COMPUTE CHK-NUMBER(CHK-COUNT) =
                               FUNCTION NUMVAL(CHK-NUMBER-TEXT)
                           COMPUTE CHK-AMOUNT(CHK-COUNT) =
                               FUNCTION NUMVAL(CHK-AMOUNT-TEXT)
                       END-IF
                   END-IF
                   READ CHECKFILE
                       AT END SET CHECKENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECKFILE
           END-IF.

       0300-MATCH-STATEMENT.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           COMPUTE STMT-AMOUNT = FUNCTION NUMVAL(STMT-AMOUNT-TEXT)
           PERFORM 0320-DATE-TO-DAY-NUMBER

           MOVE "N" TO MATCH-FOUND, STMT-CHECK-REF
           IF CHECK-REGISTER-LOADED = "Y" THEN
               PERFORM 0340-FIND-CHECK-REFERENCE
           END-IF
           IF STMT-CHECK-REF = "Y" THEN
               PERFORM 0345-MATCH-CLEARED-CHECK
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT OR MATCH-FOUND = "Y" OR
               STMT-CHECK-REF = "Y"
               IF PEND-MATCHED(PEND-IDX) = "N" THEN
                   PERFORM 0315-CHECK-AMOUNT-MATCH
               ELSE
               END-IF
           END-PERFORM

           IF MATCH-FOUND = "N" AND STMT-CHECK-REF = "N" THEN
               ADD 1 TO STMT-EXCEPTION-COUNT
               MOVE STMT-AMOUNT TO AMOUNT-ED
               MOVE SPACES TO EXCEPTION-LINE
               MOVE ZERO TO PEND-DAY-NUMBER
           END-IF.

       0340-FIND-CHECK-REFERENCE.
           MOVE ZERO TO STMT-CHECK-NUMBER, REF-DIGITS
           MOVE ZERO TO REF-IDX
           MOVE STMT-REFERENCE(1:5) TO REF-PREFIX
           INSPECT REF-PREFIX CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF REF-PREFIX = "CHECK" THEN
               MOVE 6 TO REF-IDX
           ELSE
               IF REF-PREFIX(1:3) = "CHK" THEN
                   MOVE 4 TO REF-IDX
               END-IF
           END-IF
           IF REF-IDX > ZERO THEN
               PERFORM UNTIL REF-IDX > 30 OR
                   (STMT-REFERENCE(REF-IDX:1) NOT = SPACE AND
                    STMT-REFERENCE(REF-IDX:1) NOT = "#" AND
                    STMT-REFERENCE(REF-IDX:1) NOT = "-")
                   ADD 1 TO REF-IDX
               END-PERFORM
               PERFORM UNTIL REF-IDX > 30 OR REF-DIGITS >= 10 OR
                   STMT-REFERENCE(REF-IDX:1) IS NOT NUMERIC
                   COMPUTE STMT-CHECK-NUMBER = STMT-CHECK-NUMBER * 10
                       + FUNCTION NUMVAL(STMT-REFERENCE(REF-IDX:1))
                   ADD 1 TO REF-IDX, REF-DIGITS
               END-PERFORM
               IF REF-DIGITS > ZERO THEN
                   MOVE "Y" TO STMT-CHECK-REF
               END-IF
           END-IF.

       0345-MATCH-CLEARED-CHECK.
           MOVE ZERO TO CHK-FOUND-IDX
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-COUNT
               IF CHK-NUMBER(CHK-IDX) = STMT-CHECK-NUMBER AND
                   (CHK-FOUND-IDX = ZERO OR
                    CHK-STATUS(CHK-IDX) = "I") THEN
                   MOVE CHK-IDX TO CHK-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO CHECK-PROBLEM
           MOVE STMT-CHECK-NUMBER TO STMT-CHECK-ED
           EVALUATE TRUE
               WHEN CHK-FOUND-IDX = ZERO
                   MOVE "NOT IN CHECK REGISTER" TO CHECK-PROBLEM
               WHEN CHK-STATUS(CHK-FOUND-IDX) = "V"
                   STRING "VOIDED ON " DELIMITED BY SIZE
                       CHK-VOID-DATE(CHK-FOUND-IDX) DELIMITED BY SIZE
                       INTO CHECK-PROBLEM
                   END-STRING
               WHEN CHK-AMOUNT(CHK-FOUND-IDX) NOT = STMT-AMOUNT
                   MOVE CHK-AMOUNT(CHK-FOUND-IDX) TO AMOUNT-ED
                   STRING "ISSUED FOR " DELIMITED BY SIZE
                       FUNCTION TRIM(AMOUNT-ED) DELIMITED BY SIZE
                       INTO CHECK-PROBLEM
                   END-STRING
               WHEN OTHER
                   PERFORM VARYING PEND-IDX FROM 1 BY 1
                       UNTIL PEND-IDX > PEND-COUNT OR
                       MATCH-FOUND = "Y"
                       IF PEND-CODE(PEND-IDX) =
                           CHK-TXN-CODE(CHK-FOUND-IDX) AND
                           PEND-MATCHED(PEND-IDX) = "N" THEN
                           MOVE "Y" TO PEND-MATCHED(PEND-IDX)
                           MOVE "Y" TO MATCH-FOUND
                           ADD 1 TO STMT-MATCHED-COUNT
                       END-IF
                   END-PERFORM
                   IF MATCH-FOUND = "N" THEN
                       STRING CHK-TXN-CODE(CHK-FOUND-IDX)
                               DELIMITED BY SPACE
                           " IS NOT PENDING" DELIMITED BY SIZE
                           INTO CHECK-PROBLEM
                       END-STRING
                   END-IF
           END-EVALUATE
           IF CHECK-PROBLEM NOT = SPACES THEN
               IF CHKX-COUNT >= 500 THEN
                   ADD 1 TO CHKX-OVERFLOW
               ELSE
                   ADD 1 TO CHKX-COUNT
                   MOVE STMT-AMOUNT TO AMOUNT-ED
                   MOVE SPACES TO CHKX-LINE(CHKX-COUNT)
                   STRING "  " DELIMITED BY SIZE
                       STMT-DATE DELIMITED BY SIZE
                       "  CHECK " DELIMITED BY SIZE
                       FUNCTION TRIM(STMT-CHECK-ED) DELIMITED BY SIZE
                       "  CLEARED FOR " DELIMITED BY SIZE
                       FUNCTION TRIM(AMOUNT-ED) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       CHECK-PROBLEM DELIMITED BY "  "
                       INTO CHKX-LINE(CHKX-COUNT)
                   END-STRING
               END-IF
           END-IF.

       0350-REPORT-CHECK-EXCEPTIONS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "CLEARED CHECKS NOT MATCHING THE CHECK REGISTER:"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHKX-COUNT
               MOVE CHKX-LINE(CHK-IDX) TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-PERFORM
           IF CHKX-OVERFLOW > ZERO THEN
               MOVE CHKX-OVERFLOW TO COUNT-ED
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  ... AND " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   " MORE" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           IF CHKX-COUNT = ZERO THEN
               MOVE "  (NONE)" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

       0400-REPORT-UNMATCHED-PENDING.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0145-TAKE-GENERATION
           OPEN OUTPUT LEDGERFILE
           READ WORKFILE
               AT END SET WORKENDOFFILE TO TRUE
