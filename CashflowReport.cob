       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashflowReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN DYNAMIC LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-REPORT ASSIGN DYNAMIC REPORT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLASS-FILE ASSIGN DYNAMIC CLASS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-FILE-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN DYNAMIC ACCOUNTS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01  RECORD-LINE.
           88 END-OF-FILE          VALUE HIGH-VALUES.
           05 DETAIL-LINE          PIC X(100).
       FD  LEDGER-REPORT.
       01  PRINT-LINE              PIC X(100).
       FD  CLASS-FILE.
       01  CLASS-RECORD.
           88 CLASS-END-OF-FILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD.
           88 ACCOUNTS-END-OF-FILE VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       WORKING-STORAGE SECTION.
       01  INFO-LINE               PIC X VALUE 'N'.
       01  CLASS-FILE-STATUS       PIC XX.
       01  ACCOUNTS-FILE-STATUS    PIC XX.
       01  TMP-ACCOUNTS.
           05  TMP-GENERA          PIC X(20).
           05  TMP-SPECIES         PIC X(20).
           05  TMP-INDIVIDUAL      PIC X(40).
           05  TMP-LINE-TOTAL      PIC 9(9)V99.
       01  TMP-SIGNED-TOTAL        PIC S9(9)V99.
       01  TMP-CURRENCY            PIC X(3).
       01  TMP-DRCR                PIC XX.
       01  TMP-ACCOUNT-PATH        PIC X(62).
       01  HDR-DATE                PIC X(5).
       01  HDR-STATUS              PIC X VALUE SPACE.
       01  TXN-LINE-SEQ            PIC 99 VALUE ZERO.
       01  TXN-RANGE               PIC X.
           88  TXN-BEFORE-RANGE    VALUE "B".
           88  TXN-IN-RANGE        VALUE "I".
           88  TXN-AFTER-RANGE     VALUE "A".
       01  TXN-HAS-CASH            PIC X.
       01  TXB-COUNT               PIC 99 VALUE ZERO.
       01  TXB-IDX                 PIC 99.
       01  TXB-TABLE.
           05  TXB-ENTRY           OCCURS 50 TIMES.
               10  TXB-CCY         PIC X(3).
               10  TXB-PATH        PIC X(62).
               10  TXB-AMOUNT      PIC S9(9)V99.
               10  TXB-SECTION     PIC X.
               10  TXB-DEFAULTED   PIC X.
       01  CLS-COUNT               PIC 9(3) VALUE ZERO.
       01  CLS-IDX                 PIC 9(3).
       01  CLS-TABLE.
           05  CLS-ENTRY           OCCURS 200 TIMES.
               10  CLS-PATH        PIC X(62).
               10  CLS-LEN         PIC 99.
               10  CLS-SECTION     PIC X.
       01  CLS-REC-PATH            PIC X(62).
       01  CLS-REC-WORD            PIC X(12).
       01  CLS-BEST-LEN            PIC 99.
       01  CLS-RESULT              PIC X.
       01  CLS-DEFAULTED           PIC X.
       01  CLS-ERROR               PIC X VALUE "N".
       01  ACCT-COUNT              PIC 9(4) VALUE ZERO.
       01  ACCT-IDX                PIC 9(4).
       01  ACCT-TABLE.
           05  ACCT-ENTRY          OCCURS 500 TIMES.
               10  ACCT-PATH       PIC X(62).
               10  ACCT-TYPE       PIC X.
               10  ACCT-STATUS     PIC X.
       01  ACCT-CLASS              PIC X.
       01  LINE-COUNT              PIC 9(4) VALUE ZEROES.
       01  CF-INDEX                PIC 9(4).
       01  CF-FOUND                PIC X.
       01  CF-LINE-TABLE.
           05  CF-LINE             OCCURS 1 TO 600 TIMES
                                        DEPENDING ON LINE-COUNT.
               10  CF-CCY          PIC X(3).
               10  CF-SECTION      PIC X.
               10  CF-PATH         PIC X(62).
               10  CF-AMOUNT       PIC S9(9)V99.
               10  CF-DEFAULTED    PIC X.
       01  CCY-COUNT               PIC 99 VALUE ZERO.
       01  CCY-IDX                 PIC 99.
       01  CCY-FOUND               PIC X.
       01  CCY-TABLE.
           05  CCY-ENTRY           OCCURS 20 TIMES.
               10  CCY-CODE        PIC X(3).
               10  CCY-OPENING     PIC S9(11)V99.
               10  CCY-MOVEMENT    PIC S9(11)V99.
       01  WANTED-CCY              PIC X(3).
       01  WANTED-SECTION          PIC X.
       01  SECTION-NAME            PIC X(40).
       01  SECTION-TOTAL           PIC S9(11)V99.
       01  NET-CHANGE              PIC S9(11)V99.
       01  CLOSING-CASH            PIC S9(11)V99.
       01  TIE-DIFFERENCE          PIC S9(11)V99.
       01  SHOWN-AMOUNT            PIC S9(11)V99.
       01  SECTION-LINES           PIC 9(4).
       01  ANY-DEFAULTED           PIC X VALUE "N".
       01  ANY-UNTIED              PIC X VALUE "N".
       01  CF-ACCOUNT-PATH-OUT     PIC X(64).
       01  DEFAULT-MARK            PIC XX.
       01  AMOUNT-ED               PIC -(10)9.99.
       01  CSV-AMOUNT-ED           PIC -(11)9.99.
       01  FLT-COLON-COUNT         PIC 99.
       01  FLT-WHOLE               PIC X(30).
       01  FLT-ACCOUNT-PARTS.
           05  FLT-GENERA          PIC X(30).
           05  FLT-SPECIES         PIC X(30).
           05  FLT-INDIVIDUAL      PIC X(30).
       01  PAGE-NUMBER             PIC 9(4) VALUE ZERO.
       01  PAGE-NUMBER-ED          PIC ZZZ9.
       01  PAGE-LINE-COUNT         PIC 9(3) VALUE ZERO.
       01  PAGE-BODY-LINES         PIC 9(3) VALUE 55.
       01  PENDING-LINE            PIC X(100).
       01  HDG-FILTER-TEXT         PIC X(40).
       01  HDG-FILTER-POINTER      PIC 9(3).
       01  HDG-FILTER-COUNTER      PIC 99.

       LINKAGE SECTION.
       COPY RPTLINK.

       PROCEDURE DIVISION USING NUM-OF-ARGS, LEDGER-FILE-NAME,
               FILTER-TABLE, FILTER-PTR, REPORT-NAME, THIS-DATE,
               FROM-DATE-FILTER, TO-DATE-FILTER, CSV-MODE-FLAG,
               ACCOUNTS-FILE-NAME, CLASS-FILE-NAME,
               RECORDS-READ, RECORDS-REPORTED, PRINT-MODE-FLAG.
       0200-CASHFLOW-MAIN.
           PERFORM 0202-LOAD-CLASSES
           IF CLS-ERROR = "Y" THEN
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           IF ACCOUNTS-FILE-NAME NOT = SPACES THEN
               PERFORM 0205-LOAD-ACCOUNTS
           END-IF

           OPEN INPUT LEDGER-FILE, OUTPUT LEDGER-REPORT
           PERFORM 0210-ACCUMULATE-FLOWS
           IF LINE-COUNT > ZERO THEN
               SORT CF-LINE ON ASCENDING KEY CF-CCY
                   CF-SECTION
                   CF-PATH
           END-IF
           PERFORM 0250-PRINT-CASHFLOW

           CLOSE LEDGER-FILE, LEDGER-REPORT
           IF ANY-UNTIED = "Y" THEN
               DISPLAY "*** CASH FLOW DOES NOT TIE TO OPENING AND"
                   " CLOSING CASH - SEE " FUNCTION TRIM(REPORT-NAME)
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT PROGRAM.

       0202-LOAD-CLASSES.
           OPEN INPUT CLASS-FILE
           IF CLASS-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN CASH FLOW CLASSIFICATION FILE "
                   CLASS-FILE-NAME
               MOVE "Y" TO CLS-ERROR
           ELSE
               READ CLASS-FILE
                   AT END SET CLASS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL CLASS-END-OF-FILE
                   IF CLASS-RECORD(1:1) NOT = ";" AND
                       CLASS-RECORD NOT = SPACES THEN
                       PERFORM 0203-TAKE-CLASS-RECORD
                   END-IF
                   READ CLASS-FILE
                       AT END SET CLASS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLASS-FILE
               MOVE "N" TO CCY-FOUND
               PERFORM VARYING CLS-IDX FROM 1 BY 1
                   UNTIL CLS-IDX > CLS-COUNT
                   IF CLS-SECTION(CLS-IDX) = "C" THEN
                       MOVE "Y" TO CCY-FOUND
                   END-IF
               END-PERFORM
               IF CCY-FOUND = "N" THEN
                   DISPLAY "*** NO CASH ACCOUNTS IN CLASSIFICATION"
                       " FILE " CLASS-FILE-NAME
                   MOVE "Y" TO CLS-ERROR
               END-IF
           END-IF.

       0203-TAKE-CLASS-RECORD.
           MOVE SPACES TO CLS-REC-PATH, CLS-REC-WORD
           UNSTRING CLASS-RECORD DELIMITED BY "  "
               INTO CLS-REC-PATH, CLS-REC-WORD
           END-UNSTRING
           IF CLS-COUNT >= 200 THEN
               DISPLAY "*** CLASSIFICATION FILE EXCEEDS 200 ENTRIES"
                   " - RAISE CLS-TABLE LIMIT"
               MOVE "Y" TO CLS-ERROR
           ELSE
               ADD 1 TO CLS-COUNT
               MOVE CLS-REC-PATH TO CLS-PATH(CLS-COUNT)
               COMPUTE CLS-LEN(CLS-COUNT) =
                   FUNCTION LENGTH(FUNCTION TRIM(CLS-REC-PATH))
               EVALUATE CLS-REC-WORD
                   WHEN "CASH"
                       MOVE "C" TO CLS-SECTION(CLS-COUNT)
                   WHEN "OPERATING"
                       MOVE "1" TO CLS-SECTION(CLS-COUNT)
                   WHEN "INVESTING"
                       MOVE "2" TO CLS-SECTION(CLS-COUNT)
                   WHEN "FINANCING"
                       MOVE "3" TO CLS-SECTION(CLS-COUNT)
                   WHEN OTHER
                       DISPLAY "*** INVALID CASH FLOW SECTION "
                           FUNCTION TRIM(CLS-REC-WORD) " FOR "
                           FUNCTION TRIM(CLS-REC-PATH)
                           " - USE CASH, OPERATING, INVESTING"
                           " OR FINANCING"
                       MOVE "Y" TO CLS-ERROR
               END-EVALUATE
           END-IF.

       0205-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO ACCT-COUNT
           ELSE
               READ ACCOUNTS-FILE
                   AT END SET ACCOUNTS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL ACCOUNTS-END-OF-FILE
                   IF ACCOUNTS-RECORD(1:1) NOT = ";" AND
                       ACCOUNTS-RECORD NOT = SPACES AND
                       ACCT-COUNT < 500 THEN
                       ADD 1 TO ACCT-COUNT
                       UNSTRING ACCOUNTS-RECORD DELIMITED BY "  "
                           INTO ACCT-PATH(ACCT-COUNT),
                           ACCT-TYPE(ACCT-COUNT),
                           ACCT-STATUS(ACCT-COUNT)
                       END-UNSTRING
                   END-IF
                   READ ACCOUNTS-FILE
                       AT END SET ACCOUNTS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF.

       0210-ACCUMULATE-FLOWS.
           READ LEDGER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ

           PERFORM UNTIL END-OF-FILE
               ADD 1 TO RECORDS-READ
               IF DETAIL-LINE(1:1) = ";" THEN
                   CONTINUE
               ELSE
               IF DETAIL-LINE(1:1) = " " AND
                   DETAIL-LINE(2:1) = " " THEN
                   ADD 1 TO TXN-LINE-SEQ
                   IF HDR-STATUS NOT = "V" THEN
                       PERFORM 0211-TAKE-POSTING-LINE
                   END-IF
               ELSE
                   PERFORM 0230-CLOSE-TRANSACTION
                   MOVE DETAIL-LINE(2:5) TO HDR-DATE
                   MOVE DETAIL-LINE(7:1) TO HDR-STATUS
                   MOVE ZERO TO TXN-LINE-SEQ
               END-IF
               END-IF
               READ LEDGER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           PERFORM 0230-CLOSE-TRANSACTION.

       0211-TAKE-POSTING-LINE.
           MOVE SPACES TO TMP-ACCOUNTS
           MOVE SPACES TO TMP-CURRENCY, TMP-DRCR
           UNSTRING DETAIL-LINE(3:98) DELIMITED BY ":" OR "  "
               INTO TMP-GENERA, TMP-SPECIES,
               TMP-INDIVIDUAL, TMP-LINE-TOTAL, TMP-CURRENCY,
               TMP-DRCR
           END-UNSTRING
           IF TMP-DRCR = SPACES AND
               (TMP-CURRENCY = "D  " OR "DR " OR
                TMP-CURRENCY = "C  " OR "CR ") THEN
               MOVE TMP-CURRENCY TO TMP-DRCR
               MOVE SPACES TO TMP-CURRENCY
           END-IF
           IF TMP-CURRENCY = SPACES THEN
               MOVE "USD" TO TMP-CURRENCY
           END-IF
           EVALUATE TMP-DRCR
               WHEN "D "
               WHEN "DR"
                   MOVE TMP-LINE-TOTAL TO TMP-SIGNED-TOTAL
               WHEN "C "
               WHEN "CR"
                   COMPUTE TMP-SIGNED-TOTAL = TMP-LINE-TOTAL * -1
               WHEN OTHER
                   IF TXN-LINE-SEQ = 1 THEN
                       MOVE TMP-LINE-TOTAL TO TMP-SIGNED-TOTAL
                   ELSE
                       COMPUTE TMP-SIGNED-TOTAL = TMP-LINE-TOTAL * -1
                   END-IF
           END-EVALUATE
           MOVE SPACES TO TMP-ACCOUNT-PATH
           STRING TMP-GENERA DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               TMP-SPECIES DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               TMP-INDIVIDUAL DELIMITED BY SPACE
               INTO TMP-ACCOUNT-PATH
           END-STRING
           PERFORM 0220-CLASSIFY-PATH
           IF CLS-RESULT = "C" AND NUM-OF-ARGS > 0 THEN
               MOVE "N" TO INFO-LINE
               PERFORM 0212-CHECK-FILTER-MATCH
               IF INFO-LINE = "N" THEN
                   MOVE "4" TO CLS-RESULT
                   MOVE "N" TO CLS-DEFAULTED
               END-IF
           END-IF
           IF TXB-COUNT >= 50 THEN
               DISPLAY "*** MORE THAN 50 POSTING LINES IN ONE"
                   " TRANSACTION ON " HDR-DATE
                   " - RAISE TXB-TABLE LIMIT"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO TXB-COUNT
               MOVE TMP-CURRENCY TO TXB-CCY(TXB-COUNT)
               MOVE TMP-ACCOUNT-PATH TO TXB-PATH(TXB-COUNT)
               MOVE TMP-SIGNED-TOTAL TO TXB-AMOUNT(TXB-COUNT)
               MOVE CLS-RESULT TO TXB-SECTION(TXB-COUNT)
               MOVE CLS-DEFAULTED TO TXB-DEFAULTED(TXB-COUNT)
           END-IF.

       0212-CHECK-FILTER-MATCH.
           PERFORM VARYING FILTER-IDX FROM 1 BY 1
               UNTIL FILTER-IDX > NUM-OF-ARGS OR INFO-LINE = "Y"
               MOVE FILTERS(FILTER-IDX) TO FLT-WHOLE
               MOVE ZERO TO FLT-COLON-COUNT
               INSPECT FLT-WHOLE
                   TALLYING FLT-COLON-COUNT FOR ALL ":"
               IF FLT-COLON-COUNT = 0
                   IF FLT-WHOLE = "*" OR
                       FLT-WHOLE = TMP-GENERA OR
                       FLT-WHOLE = TMP-SPECIES OR
                       FLT-WHOLE = TMP-INDIVIDUAL THEN
                       MOVE "Y" TO INFO-LINE
                   END-IF
               ELSE
                   MOVE SPACES TO FLT-ACCOUNT-PARTS
                   UNSTRING FLT-WHOLE DELIMITED BY ":"
                       INTO FLT-GENERA, FLT-SPECIES, FLT-INDIVIDUAL
                   END-UNSTRING
                   IF (FLT-GENERA = SPACES OR FLT-GENERA = "*" OR
                           FLT-GENERA = TMP-GENERA) AND
                       (FLT-SPECIES = SPACES OR FLT-SPECIES = "*" OR
                           FLT-SPECIES = TMP-SPECIES) AND
                       (FLT-INDIVIDUAL = SPACES OR
                           FLT-INDIVIDUAL = "*" OR
                           FLT-INDIVIDUAL = TMP-INDIVIDUAL) THEN
                       MOVE "Y" TO INFO-LINE
                   END-IF
               END-IF
           END-PERFORM.

       0213-CHECK-DATE-RANGE.
           SET TXN-IN-RANGE TO TRUE
           IF FROM-DATE-FILTER NOT = SPACES AND
               HDR-DATE < FROM-DATE-FILTER THEN
               SET TXN-BEFORE-RANGE TO TRUE
           END-IF
           IF TO-DATE-FILTER NOT = SPACES AND
               HDR-DATE > TO-DATE-FILTER THEN
               SET TXN-AFTER-RANGE TO TRUE
           END-IF.

       0217-CLASSIFY-ACCOUNT.
           MOVE SPACE TO ACCT-CLASS
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT OR ACCT-CLASS NOT = SPACE
               IF ACCT-PATH(ACCT-IDX) = TMP-ACCOUNT-PATH THEN
                   MOVE ACCT-TYPE(ACCT-IDX) TO ACCT-CLASS
               END-IF
           END-PERFORM
           IF ACCT-CLASS = SPACE THEN
               EVALUATE TMP-GENERA
                   WHEN "Expenses"
                       MOVE "E" TO ACCT-CLASS
                   WHEN "Revenue"
                   WHEN "Income"
                       MOVE "R" TO ACCT-CLASS
                   WHEN "Assets"
                       MOVE "A" TO ACCT-CLASS
                   WHEN "Liabilities"
                       MOVE "L" TO ACCT-CLASS
                   WHEN OTHER
                       MOVE "Q" TO ACCT-CLASS
               END-EVALUATE
           END-IF.

       0220-CLASSIFY-PATH.
           MOVE SPACE TO CLS-RESULT
           MOVE ZERO TO CLS-BEST-LEN
           MOVE "N" TO CLS-DEFAULTED
           PERFORM VARYING CLS-IDX FROM 1 BY 1
               UNTIL CLS-IDX > CLS-COUNT
               IF CLS-LEN(CLS-IDX) > CLS-BEST-LEN THEN
                   IF TMP-ACCOUNT-PATH = CLS-PATH(CLS-IDX) OR
                       (TMP-ACCOUNT-PATH(1:CLS-LEN(CLS-IDX)) =
                           CLS-PATH(CLS-IDX)(1:CLS-LEN(CLS-IDX)) AND
                        TMP-ACCOUNT-PATH(CLS-LEN(CLS-IDX) + 1:1) =
                           ":") THEN
                       MOVE CLS-SECTION(CLS-IDX) TO CLS-RESULT
                       MOVE CLS-LEN(CLS-IDX) TO CLS-BEST-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF CLS-RESULT = SPACE THEN
               MOVE "Y" TO CLS-DEFAULTED
               PERFORM 0217-CLASSIFY-ACCOUNT
               IF ACCT-CLASS = "Q" THEN
                   MOVE "3" TO CLS-RESULT
               ELSE
                   MOVE "1" TO CLS-RESULT
               END-IF
           END-IF.

       0230-CLOSE-TRANSACTION.
           IF TXB-COUNT > ZERO THEN
               PERFORM 0213-CHECK-DATE-RANGE
               MOVE "N" TO TXN-HAS-CASH
               PERFORM VARYING TXB-IDX FROM 1 BY 1
                   UNTIL TXB-IDX > TXB-COUNT
                   IF TXB-SECTION(TXB-IDX) = "C" THEN
                       MOVE "Y" TO TXN-HAS-CASH
                       MOVE TXB-CCY(TXB-IDX) TO WANTED-CCY
                       PERFORM 0235-FIND-OR-ADD-CCY
                       IF CCY-FOUND = "Y" THEN
                           IF TXN-BEFORE-RANGE THEN
                               ADD TXB-AMOUNT(TXB-IDX)
                                   TO CCY-OPENING(CCY-IDX)
                           END-IF
                           IF TXN-IN-RANGE THEN
                               ADD TXB-AMOUNT(TXB-IDX)
                                   TO CCY-MOVEMENT(CCY-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF TXN-IN-RANGE AND TXN-HAS-CASH = "Y" THEN
                   PERFORM VARYING TXB-IDX FROM 1 BY 1
                       UNTIL TXB-IDX > TXB-COUNT
                       IF TXB-SECTION(TXB-IDX) NOT = "C" THEN
                           PERFORM 0240-ADD-FLOW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE ZERO TO TXB-COUNT.

       0235-FIND-OR-ADD-CCY.
           MOVE "N" TO CCY-FOUND
           PERFORM VARYING CCY-IDX FROM 1 BY 1
               UNTIL CCY-IDX > CCY-COUNT OR CCY-FOUND = "Y"
               IF CCY-CODE(CCY-IDX) = WANTED-CCY THEN
                   MOVE "Y" TO CCY-FOUND
               END-IF
           END-PERFORM
           IF CCY-FOUND = "Y" THEN
               SUBTRACT 1 FROM CCY-IDX
           ELSE
           IF CCY-COUNT >= 20 THEN
               DISPLAY "*** MORE THAN 20 CASH CURRENCIES"
                   " - RAISE CCY-TABLE LIMIT"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO CCY-COUNT
               MOVE CCY-COUNT TO CCY-IDX
               MOVE WANTED-CCY TO CCY-CODE(CCY-IDX)
               MOVE ZERO TO CCY-OPENING(CCY-IDX),
                   CCY-MOVEMENT(CCY-IDX)
               MOVE "Y" TO CCY-FOUND
           END-IF
           END-IF.

       0240-ADD-FLOW.
           MOVE TXB-CCY(TXB-IDX) TO WANTED-CCY
           PERFORM 0235-FIND-OR-ADD-CCY
           MOVE "N" TO CF-FOUND
           PERFORM VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX > LINE-COUNT OR CF-FOUND = "Y"
               IF CF-CCY(CF-INDEX) = TXB-CCY(TXB-IDX) AND
                   CF-PATH(CF-INDEX) = TXB-PATH(TXB-IDX) THEN
                   MOVE "Y" TO CF-FOUND
               END-IF
           END-PERFORM
           IF CF-FOUND = "Y" THEN
               SUBTRACT 1 FROM CF-INDEX
           ELSE
           IF LINE-COUNT >= 600 THEN
               DISPLAY "*** MORE THAN 600 ACCOUNTS IN CASH FLOW"
                   " - RAISE CF-LINE-TABLE LIMIT"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO LINE-COUNT
               MOVE LINE-COUNT TO CF-INDEX
               MOVE TXB-CCY(TXB-IDX) TO CF-CCY(CF-INDEX)
               MOVE TXB-SECTION(TXB-IDX) TO CF-SECTION(CF-INDEX)
               MOVE TXB-PATH(TXB-IDX) TO CF-PATH(CF-INDEX)
               MOVE TXB-DEFAULTED(TXB-IDX) TO CF-DEFAULTED(CF-INDEX)
               MOVE ZERO TO CF-AMOUNT(CF-INDEX)
               MOVE "Y" TO CF-FOUND
           END-IF
           END-IF
           IF CF-FOUND = "Y" THEN
               SUBTRACT TXB-AMOUNT(TXB-IDX) FROM CF-AMOUNT(CF-INDEX)
           END-IF.

       0250-PRINT-CASHFLOW.
           IF CSV-MODE-ON THEN
               MOVE "CURRENCY,SECTION,ACCOUNT,AMOUNT,DEFAULTED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
           IF PRINT-MODE-ON THEN
               PERFORM 0296-BUILD-FILTER-HEADING
           ELSE
               MOVE "Statement of Cash Flows" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           END-IF

           IF CCY-COUNT = ZERO AND NOT CSV-MODE-ON THEN
               MOVE "  (NO CASH ACTIVITY)" TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF
           PERFORM 0260-PRINT-CCY-CASHFLOW
               VARYING CCY-IDX FROM 1 BY 1
               UNTIL CCY-IDX > CCY-COUNT

           IF ANY-DEFAULTED = "Y" AND NOT CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "* not in " DELIMITED BY SIZE
                   CLASS-FILE-NAME DELIMITED BY SPACE
                   " - placed by account type" DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF.

       0260-PRINT-CCY-CASHFLOW.
           MOVE CCY-CODE(CCY-IDX) TO WANTED-CCY
           MOVE ZERO TO NET-CHANGE
           IF NOT CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "Currency: " DELIMITED BY SIZE
                   WANTED-CCY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF

           MOVE "1" TO WANTED-SECTION
           MOVE "OPERATING ACTIVITIES" TO SECTION-NAME
           PERFORM 0270-PRINT-SECTION
           MOVE "2" TO WANTED-SECTION
           MOVE "INVESTING ACTIVITIES" TO SECTION-NAME
           PERFORM 0270-PRINT-SECTION
           MOVE "3" TO WANTED-SECTION
           MOVE "FINANCING ACTIVITIES" TO SECTION-NAME
           PERFORM 0270-PRINT-SECTION
           MOVE "4" TO WANTED-SECTION
           MOVE "TRANSFERS WITH OTHER CASH ACCOUNTS" TO SECTION-NAME
           PERFORM 0270-PRINT-SECTION

           MOVE NET-CHANGE TO SHOWN-AMOUNT
           MOVE "NET CHANGE IN CASH" TO SECTION-NAME
           PERFORM 0280-PRINT-SUMMARY-LINE
           MOVE CCY-OPENING(CCY-IDX) TO SHOWN-AMOUNT
           MOVE "OPENING CASH BALANCE" TO SECTION-NAME
           PERFORM 0280-PRINT-SUMMARY-LINE
           COMPUTE CLOSING-CASH =
               CCY-OPENING(CCY-IDX) + CCY-MOVEMENT(CCY-IDX)
           MOVE CLOSING-CASH TO SHOWN-AMOUNT
           MOVE "CLOSING CASH BALANCE" TO SECTION-NAME
           PERFORM 0280-PRINT-SUMMARY-LINE
           COMPUTE SHOWN-AMOUNT = CLOSING-CASH - CCY-OPENING(CCY-IDX)
           MOVE "CLOSING LESS OPENING CASH" TO SECTION-NAME
           PERFORM 0280-PRINT-SUMMARY-LINE
           COMPUTE TIE-DIFFERENCE =
               CLOSING-CASH - CCY-OPENING(CCY-IDX) - NET-CHANGE
           IF TIE-DIFFERENCE = ZERO THEN
               MOVE ZERO TO SHOWN-AMOUNT
               MOVE "TIES TO CASH - DIFFERENCE" TO SECTION-NAME
           ELSE
               MOVE "Y" TO ANY-UNTIED
               MOVE TIE-DIFFERENCE TO SHOWN-AMOUNT
               MOVE "*** DOES NOT TIE TO CASH - DIFFERENCE"
                   TO SECTION-NAME
           END-IF
           PERFORM 0280-PRINT-SUMMARY-LINE.

       0270-PRINT-SECTION.
           MOVE ZERO TO SECTION-TOTAL, SECTION-LINES
           IF NOT CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               STRING "CASH FLOWS FROM " DELIMITED BY SIZE
                   SECTION-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               IF WANTED-SECTION = "4" THEN
                   MOVE SECTION-NAME TO PRINT-LINE
               END-IF
           END-IF
           PERFORM VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX > LINE-COUNT
               IF CF-CCY(CF-INDEX) = WANTED-CCY AND
                   CF-SECTION(CF-INDEX) = WANTED-SECTION THEN
                   IF SECTION-LINES = ZERO AND NOT CSV-MODE-ON THEN
                       PERFORM 0290-WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO SECTION-LINES
                   ADD CF-AMOUNT(CF-INDEX) TO SECTION-TOTAL
                   PERFORM 0275-PRINT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF SECTION-LINES = ZERO AND WANTED-SECTION NOT = "4" AND
               NOT CSV-MODE-ON THEN
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE "  (NONE)" TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF
           ADD SECTION-TOTAL TO NET-CHANGE
           IF SECTION-LINES > ZERO OR WANTED-SECTION NOT = "4" THEN
               MOVE SECTION-TOTAL TO SHOWN-AMOUNT
               MOVE SPACES TO CF-ACCOUNT-PATH-OUT
               STRING "NET CASH FROM " DELIMITED BY SIZE
                   SECTION-NAME DELIMITED BY SIZE
                   INTO CF-ACCOUNT-PATH-OUT
               END-STRING
               IF WANTED-SECTION = "4" THEN
                   MOVE "NET TRANSFERS" TO CF-ACCOUNT-PATH-OUT
               END-IF
               MOVE CF-ACCOUNT-PATH-OUT TO SECTION-NAME
               PERFORM 0280-PRINT-SUMMARY-LINE
           END-IF.

       0275-PRINT-ACCOUNT-LINE.
           IF CF-DEFAULTED(CF-INDEX) = "Y" THEN
               MOVE " *" TO DEFAULT-MARK
               MOVE "Y" TO ANY-DEFAULTED
           ELSE
               MOVE SPACES TO DEFAULT-MARK
           END-IF
           IF CSV-MODE-ON THEN
               MOVE CF-AMOUNT(CF-INDEX) TO CSV-AMOUNT-ED
               MOVE SPACES TO PRINT-LINE
               STRING WANTED-CCY DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SECTION-NAME) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CF-PATH(CF-INDEX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-AMOUNT-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CF-DEFAULTED(CF-INDEX) DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           ELSE
               MOVE CF-AMOUNT(CF-INDEX) TO AMOUNT-ED
               MOVE SPACES TO CF-ACCOUNT-PATH-OUT
               STRING "  " DELIMITED BY SIZE
                   CF-PATH(CF-INDEX) DELIMITED BY SPACE
                   INTO CF-ACCOUNT-PATH-OUT
               END-STRING
               MOVE SPACES TO PRINT-LINE
               STRING CF-ACCOUNT-PATH-OUT DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                   DEFAULT-MARK DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF
           ADD 1 TO RECORDS-REPORTED.

       0280-PRINT-SUMMARY-LINE.
           IF CSV-MODE-ON THEN
               MOVE SHOWN-AMOUNT TO CSV-AMOUNT-ED
               MOVE SPACES TO PRINT-LINE
               STRING WANTED-CCY DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SECTION-NAME) DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-AMOUNT-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           ELSE
               MOVE SHOWN-AMOUNT TO AMOUNT-ED
               MOVE SPACES TO CF-ACCOUNT-PATH-OUT
               MOVE SECTION-NAME TO CF-ACCOUNT-PATH-OUT
               MOVE SPACES TO PRINT-LINE
               STRING CF-ACCOUNT-PATH-OUT DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF.

       0290-WRITE-REPORT-LINE.
           IF PRINT-MODE-ON THEN
               IF PAGE-NUMBER = ZERO OR
                   PAGE-LINE-COUNT >= PAGE-BODY-LINES THEN
                   MOVE PRINT-LINE TO PENDING-LINE
                   PERFORM 0292-PAGE-HEADING
                   MOVE PENDING-LINE TO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
               ADD 1 TO PAGE-LINE-COUNT
           ELSE
               WRITE PRINT-LINE
           END-IF.

       0292-PAGE-HEADING.
           IF PAGE-NUMBER > ZERO THEN
               MOVE SPACES TO PRINT-LINE
               PERFORM UNTIL PAGE-LINE-COUNT >= PAGE-BODY-LINES
                   WRITE PRINT-LINE
                   ADD 1 TO PAGE-LINE-COUNT
               END-PERFORM
           END-IF
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PAGE-NUMBER-ED
           MOVE SPACES TO PRINT-LINE
           STRING "Statement of Cash Flows" DELIMITED BY SIZE
               "                                 Page "
               DELIMITED BY SIZE
               PAGE-NUMBER-ED DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Ledger: " DELIMITED BY SIZE
               LEDGER-FILE-NAME DELIMITED BY SIZE
               "  Run date: " DELIMITED BY SIZE
               THIS-DATE DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Cash accounts: " DELIMITED BY SIZE
               HDG-FILTER-TEXT DELIMITED BY SIZE
               " From: " DELIMITED BY SIZE
               FROM-DATE-FILTER DELIMITED BY SIZE
               " To: " DELIMITED BY SIZE
               TO-DATE-FILTER DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO PAGE-LINE-COUNT.

       0296-BUILD-FILTER-HEADING.
           IF NUM-OF-ARGS = ZERO THEN
               MOVE "(all)" TO HDG-FILTER-TEXT
           ELSE
               MOVE SPACES TO HDG-FILTER-TEXT
               MOVE 1 TO HDG-FILTER-POINTER
               PERFORM VARYING HDG-FILTER-COUNTER FROM 1 BY 1
                   UNTIL HDG-FILTER-COUNTER > NUM-OF-ARGS
                   STRING FILTERS(HDG-FILTER-COUNTER)
                           DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       INTO HDG-FILTER-TEXT
                       WITH POINTER HDG-FILTER-POINTER
                   END-STRING
               END-PERFORM
           END-IF.
