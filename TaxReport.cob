       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN DYNAMIC LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-REPORT ASSIGN DYNAMIC REPORT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-FILE ASSIGN DYNAMIC TAX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01  RECORD-LINE.
           88 END-OF-FILE          VALUE HIGH-VALUES.
           05 DETAIL-LINE          PIC X(100).
       FD  LEDGER-REPORT.
       01  PRINT-LINE              PIC X(100).
       FD  TAX-FILE.
       01  TAX-RECORD.
           88 TAX-END-OF-FILE      VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       WORKING-STORAGE SECTION.
       01  INFO-LINE               PIC X VALUE 'N'.
       01  TAX-FILE-STATUS         PIC XX.
       01  TMP-ACCOUNTS.
           05  TMP-GENERA          PIC X(20).
           05  TMP-SPECIES         PIC X(20).
           05  TMP-INDIVIDUAL      PIC X(40).
           05  TMP-LINE-TOTAL      PIC 9(9)V99.
       01  TMP-CURRENCY            PIC X(3).
       01  TMP-DRCR                PIC XX.
       01  TMP-TAX-CODE            PIC X(8).
       01  TMP-SIDE                PIC X.
       01  TMP-ACCOUNT-PATH        PIC X(62).
       01  HDR-DATE                PIC X(5).
       01  HDR-STATUS              PIC X VALUE SPACE.
       01  HDR-CODE                PIC X(10).
       01  TXN-LINE-SEQ            PIC 99 VALUE ZERO.
       01  TXN-SELECTED            PIC X VALUE "N".
       01  TAX-ERROR               PIC X VALUE "N".
       01  TAX-COUNT               PIC 9(3) VALUE ZERO.
       01  TAX-IDX                 PIC 9(3).
       01  TAX-FOUND               PIC X.
       01  TAX-PAYABLE             PIC X.
       01  TAX-RATE-TEXT           PIC X(12).
       01  TAX-TABLE.
           05  TAX-ENTRY           OCCURS 100 TIMES.
               10  TAX-CODE        PIC X(8).
               10  TAX-RATE        PIC 9(3)V9(4).
               10  TAX-ACCT        PIC X(62).
               10  TAX-JURIS       PIC X(20).
       01  TXR-COUNT               PIC 9(3) VALUE ZERO.
       01  TXR-IDX                 PIC 9(3).
       01  TXR-FOUND               PIC X.
       01  TXR-TABLE.
           05  TXR-ENTRY           OCCURS 1 TO 200 TIMES
                                        DEPENDING ON TXR-COUNT.
               10  TXR-JURIS       PIC X(20).
               10  TXR-CCY         PIC X(3).
               10  TXR-CODE        PIC X(8).
               10  TXR-RATE        PIC 9(3)V9(4).
               10  TXR-BASE        PIC S9(11)V99.
               10  TXR-COLLECTED   PIC S9(11)V99.
               10  TXR-PAID        PIC S9(11)V99.
       01  EXC-COUNT               PIC 9(3) VALUE ZERO.
       01  EXC-OVERFLOW            PIC 9(5) VALUE ZERO.
       01  EXC-IDX                 PIC 9(3).
       01  EXC-REASON-TEXT         PIC X(40).
       01  EXC-TABLE.
           05  EXC-ENTRY           OCCURS 300 TIMES.
               10  EXC-DATE        PIC X(5).
               10  EXC-TXN         PIC X(10).
               10  EXC-PATH        PIC X(62).
               10  EXC-AMOUNT      PIC 9(9)V99.
               10  EXC-CCY         PIC X(3).
               10  EXC-SIDE        PIC X.
               10  EXC-TAX         PIC X(8).
               10  EXC-REASON      PIC X(40).
       01  BRK-JURIS               PIC X(20).
       01  BRK-CCY                 PIC X(3).
       01  SUB-BASE                PIC S9(11)V99.
       01  SUB-COLLECTED           PIC S9(11)V99.
       01  SUB-PAID                PIC S9(11)V99.
       01  SHOWN-SECTION           PIC X(6).
       01  SHOWN-CODE              PIC X(20).
       01  SHOWN-RATE              PIC X(8).
       01  SHOWN-BASE              PIC S9(11)V99.
       01  SHOWN-COLLECTED         PIC S9(11)V99.
       01  SHOWN-PAID              PIC S9(11)V99.
       01  SHOWN-NET               PIC S9(11)V99.
       01  RATE-ED                 PIC ZZ9.9999.
       01  AMOUNT-ED               PIC -(10)9.99.
       01  BASE-ED                 PIC -(10)9.99.
       01  COLLECTED-ED            PIC -(10)9.99.
       01  PAID-ED                 PIC -(10)9.99.
       01  NET-ED                  PIC -(10)9.99.
       01  CSV-AMOUNT-ED           PIC -(11)9.99.
       01  CSV-BASE-ED             PIC -(11)9.99.
       01  CSV-COLLECTED-ED        PIC -(11)9.99.
       01  CSV-PAID-ED             PIC -(11)9.99.
       01  CSV-NET-ED              PIC -(11)9.99.
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
               TAX-FILE-NAME,
               RECORDS-READ, RECORDS-REPORTED, PRINT-MODE-FLAG.
       0200-TAX-MAIN.
           PERFORM 0202-LOAD-TAX-CODES
           IF TAX-ERROR = "Y" THEN
               MOVE 1 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           OPEN INPUT LEDGER-FILE, OUTPUT LEDGER-REPORT
           PERFORM 0210-ACCUMULATE-TAX
           IF TXR-COUNT > ZERO THEN
               SORT TXR-ENTRY ON ASCENDING KEY TXR-JURIS
                   TXR-CCY
                   TXR-CODE
           END-IF
           PERFORM 0250-PRINT-TAX-RETURN
           PERFORM 0270-PRINT-EXCEPTIONS

           CLOSE LEDGER-FILE, LEDGER-REPORT
           IF EXC-COUNT > ZERO THEN
               DISPLAY "*** LINES ON TAX PAYABLE ACCOUNTS NEED REVIEW"
                   " - SEE " FUNCTION TRIM(REPORT-NAME)
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT PROGRAM.

       0202-LOAD-TAX-CODES.
           OPEN INPUT TAX-FILE
           IF TAX-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN TAX CODE FILE " TAX-FILE-NAME
               MOVE "Y" TO TAX-ERROR
           ELSE
               READ TAX-FILE
                   AT END SET TAX-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL TAX-END-OF-FILE
                   IF TAX-RECORD(1:1) NOT = ";" AND
                       TAX-RECORD NOT = SPACES THEN
                       PERFORM 0203-TAKE-TAX-RECORD
                   END-IF
                   READ TAX-FILE
                       AT END SET TAX-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAX-FILE
               IF TAX-COUNT = ZERO THEN
                   DISPLAY "*** NO TAX CODES IN " TAX-FILE-NAME
                   MOVE "Y" TO TAX-ERROR
               END-IF
           END-IF.

       0203-TAKE-TAX-RECORD.
           IF TAX-COUNT >= 100 THEN
               DISPLAY "*** TAX CODE FILE EXCEEDS 100 ENTRIES"
                   " - RAISE TAX-TABLE LIMIT"
               MOVE "Y" TO TAX-ERROR
           ELSE
               ADD 1 TO TAX-COUNT
               MOVE SPACES TO TAX-RATE-TEXT
               UNSTRING TAX-RECORD DELIMITED BY "  "
                   INTO TAX-CODE(TAX-COUNT), TAX-RATE-TEXT,
                   TAX-ACCT(TAX-COUNT), TAX-JURIS(TAX-COUNT)
               END-UNSTRING
               COMPUTE TAX-RATE(TAX-COUNT) =
                   FUNCTION NUMVAL(TAX-RATE-TEXT)
           END-IF.

       0210-ACCUMULATE-TAX.
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
                   IF TXN-SELECTED = "Y" THEN
                       PERFORM 0211-TAKE-POSTING-LINE
                   END-IF
               ELSE
                   MOVE DETAIL-LINE(2:5) TO HDR-DATE
                   MOVE DETAIL-LINE(7:1) TO HDR-STATUS
                   MOVE DETAIL-LINE(8:10) TO HDR-CODE
                   MOVE ZERO TO TXN-LINE-SEQ
                   PERFORM 0213-CHECK-DATE-RANGE
               END-IF
               END-IF
               READ LEDGER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       0211-TAKE-POSTING-LINE.
           MOVE SPACES TO TMP-ACCOUNTS
           MOVE SPACES TO TMP-CURRENCY, TMP-DRCR, TMP-TAX-CODE
           UNSTRING DETAIL-LINE(3:98) DELIMITED BY ":" OR "  "
               INTO TMP-GENERA, TMP-SPECIES,
               TMP-INDIVIDUAL, TMP-LINE-TOTAL, TMP-CURRENCY,
               TMP-DRCR, TMP-TAX-CODE
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
                   MOVE "D" TO TMP-SIDE
               WHEN "C "
               WHEN "CR"
                   MOVE "C" TO TMP-SIDE
               WHEN OTHER
                   IF TXN-LINE-SEQ = 1 THEN
                       MOVE "D" TO TMP-SIDE
                   ELSE
                       MOVE "C" TO TMP-SIDE
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

           IF TMP-TAX-CODE = SPACES THEN
               MOVE "N" TO TAX-PAYABLE
               PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-COUNT OR TAX-PAYABLE = "Y"
                   IF TAX-ACCT(TAX-IDX) = TMP-ACCOUNT-PATH THEN
                       MOVE "Y" TO TAX-PAYABLE
                   END-IF
               END-PERFORM
               IF TAX-PAYABLE = "Y" THEN
                   MOVE "no tax code" TO EXC-REASON-TEXT
                   PERFORM 0216-ADD-EXCEPTION
               END-IF
           ELSE
               MOVE "N" TO TAX-FOUND
               PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-COUNT OR TAX-FOUND = "Y"
                   IF TAX-CODE(TAX-IDX) = TMP-TAX-CODE THEN
                       MOVE "Y" TO TAX-FOUND
                   END-IF
               END-PERFORM
               IF TAX-FOUND = "N" THEN
                   MOVE "unknown tax code" TO EXC-REASON-TEXT
                   PERFORM 0216-ADD-EXCEPTION
               ELSE
                   SUBTRACT 1 FROM TAX-IDX
                   PERFORM 0212-CHECK-FILTER-MATCH
                   IF INFO-LINE = "Y" THEN
                       PERFORM 0214-ADD-TAX-LINE
                   END-IF
               END-IF
           END-IF.

       0212-CHECK-FILTER-MATCH.
           IF NUM-OF-ARGS = ZERO THEN
               MOVE "Y" TO INFO-LINE
           ELSE
               MOVE "N" TO INFO-LINE
               PERFORM VARYING FILTER-IDX FROM 1 BY 1
                   UNTIL FILTER-IDX > NUM-OF-ARGS OR INFO-LINE = "Y"
                   IF FILTERS(FILTER-IDX) = "*" OR
                       FILTERS(FILTER-IDX) = TAX-CODE(TAX-IDX) OR
                       FILTERS(FILTER-IDX) = TAX-JURIS(TAX-IDX) THEN
                       MOVE "Y" TO INFO-LINE
                   END-IF
               END-PERFORM
           END-IF.

       0213-CHECK-DATE-RANGE.
           MOVE "Y" TO TXN-SELECTED
           IF HDR-STATUS = "V" THEN
               MOVE "N" TO TXN-SELECTED
           END-IF
           IF FROM-DATE-FILTER NOT = SPACES AND
               HDR-DATE < FROM-DATE-FILTER THEN
               MOVE "N" TO TXN-SELECTED
           END-IF
           IF TO-DATE-FILTER NOT = SPACES AND
               HDR-DATE > TO-DATE-FILTER THEN
               MOVE "N" TO TXN-SELECTED
           END-IF.

       0214-ADD-TAX-LINE.
           MOVE "N" TO TXR-FOUND
           PERFORM VARYING TXR-IDX FROM 1 BY 1
               UNTIL TXR-IDX > TXR-COUNT OR TXR-FOUND = "Y"
               IF TXR-CODE(TXR-IDX) = TAX-CODE(TAX-IDX) AND
                   TXR-CCY(TXR-IDX) = TMP-CURRENCY THEN
                   MOVE "Y" TO TXR-FOUND
               END-IF
           END-PERFORM
           IF TXR-FOUND = "Y" THEN
               SUBTRACT 1 FROM TXR-IDX
           ELSE
           IF TXR-COUNT >= 200 THEN
               DISPLAY "*** MORE THAN 200 TAX CODE/CURRENCY LINES"
                   " - RAISE TXR-TABLE LIMIT"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO TXR-COUNT
               MOVE TXR-COUNT TO TXR-IDX
               MOVE TAX-JURIS(TAX-IDX) TO TXR-JURIS(TXR-IDX)
               MOVE TMP-CURRENCY TO TXR-CCY(TXR-IDX)
               MOVE TAX-CODE(TAX-IDX) TO TXR-CODE(TXR-IDX)
               MOVE TAX-RATE(TAX-IDX) TO TXR-RATE(TXR-IDX)
               MOVE ZERO TO TXR-BASE(TXR-IDX), TXR-COLLECTED(TXR-IDX),
                   TXR-PAID(TXR-IDX)
               MOVE "Y" TO TXR-FOUND
           END-IF
           END-IF
           IF TXR-FOUND = "Y" THEN
               IF TMP-ACCOUNT-PATH = TAX-ACCT(TAX-IDX) THEN
                   IF TMP-SIDE = "C" THEN
                       ADD TMP-LINE-TOTAL TO TXR-COLLECTED(TXR-IDX)
                   ELSE
                       ADD TMP-LINE-TOTAL TO TXR-PAID(TXR-IDX)
                   END-IF
               ELSE
                   IF TMP-SIDE = "C" THEN
                       ADD TMP-LINE-TOTAL TO TXR-BASE(TXR-IDX)
                   ELSE
                       SUBTRACT TMP-LINE-TOTAL FROM TXR-BASE(TXR-IDX)
                   END-IF
               END-IF
           END-IF.

       0216-ADD-EXCEPTION.
           IF EXC-COUNT >= 300 THEN
               ADD 1 TO EXC-OVERFLOW
           ELSE
               ADD 1 TO EXC-COUNT
               MOVE HDR-DATE TO EXC-DATE(EXC-COUNT)
               MOVE HDR-CODE TO EXC-TXN(EXC-COUNT)
               MOVE TMP-ACCOUNT-PATH TO EXC-PATH(EXC-COUNT)
               MOVE TMP-LINE-TOTAL TO EXC-AMOUNT(EXC-COUNT)
               MOVE TMP-CURRENCY TO EXC-CCY(EXC-COUNT)
               MOVE TMP-SIDE TO EXC-SIDE(EXC-COUNT)
               MOVE TMP-TAX-CODE TO EXC-TAX(EXC-COUNT)
               MOVE EXC-REASON-TEXT TO EXC-REASON(EXC-COUNT)
           END-IF.

       0250-PRINT-TAX-RETURN.
           IF CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               STRING "SECTION,JURISDICTION,CURRENCY,TAX CODE,RATE,"
                   DELIMITED BY SIZE
                   "TAXABLE BASE,TAX COLLECTED,TAX PAID,NET DUE"
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           ELSE
           IF PRINT-MODE-ON THEN
               PERFORM 0296-BUILD-FILTER-HEADING
           ELSE
               MOVE "Sales Tax Return" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           END-IF

           IF TXR-COUNT = ZERO AND NOT CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE "  (NO TAXED ACTIVITY)" TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF
           MOVE HIGH-VALUES TO BRK-JURIS, BRK-CCY
           PERFORM VARYING TXR-IDX FROM 1 BY 1
               UNTIL TXR-IDX > TXR-COUNT
               IF TXR-JURIS(TXR-IDX) NOT = BRK-JURIS OR
                   TXR-CCY(TXR-IDX) NOT = BRK-CCY THEN
                   IF TXR-IDX > 1 THEN
                       PERFORM 0265-PRINT-JURIS-TOTAL
                   END-IF
                   MOVE TXR-JURIS(TXR-IDX) TO BRK-JURIS
                   MOVE TXR-CCY(TXR-IDX) TO BRK-CCY
                   MOVE ZERO TO SUB-BASE, SUB-COLLECTED, SUB-PAID
                   PERFORM 0255-PRINT-JURIS-HEADING
               END-IF
               ADD TXR-BASE(TXR-IDX) TO SUB-BASE
               ADD TXR-COLLECTED(TXR-IDX) TO SUB-COLLECTED
               ADD TXR-PAID(TXR-IDX) TO SUB-PAID
               MOVE "RETURN" TO SHOWN-SECTION
               MOVE TXR-CODE(TXR-IDX) TO SHOWN-CODE
               MOVE TXR-RATE(TXR-IDX) TO RATE-ED
               MOVE RATE-ED TO SHOWN-RATE
               MOVE TXR-BASE(TXR-IDX) TO SHOWN-BASE
               MOVE TXR-COLLECTED(TXR-IDX) TO SHOWN-COLLECTED
               MOVE TXR-PAID(TXR-IDX) TO SHOWN-PAID
               PERFORM 0260-PRINT-RETURN-LINE
               ADD 1 TO RECORDS-REPORTED
           END-PERFORM
           IF TXR-COUNT > ZERO THEN
               PERFORM 0265-PRINT-JURIS-TOTAL
           END-IF.

       0255-PRINT-JURIS-HEADING.
           IF NOT CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "Jurisdiction: " DELIMITED BY SIZE
                   BRK-JURIS DELIMITED BY "  "
                   "  Currency: " DELIMITED BY SIZE
                   BRK-CCY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "  Tax code      Rate%   Taxable base"
                   DELIMITED BY SIZE
                   "  Tax collected      Tax paid       Net due"
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF.

       0260-PRINT-RETURN-LINE.
           COMPUTE SHOWN-NET = SHOWN-COLLECTED - SHOWN-PAID
           IF CSV-MODE-ON THEN
               MOVE SHOWN-BASE TO CSV-BASE-ED
               MOVE SHOWN-COLLECTED TO CSV-COLLECTED-ED
               MOVE SHOWN-PAID TO CSV-PAID-ED
               MOVE SHOWN-NET TO CSV-NET-ED
               MOVE SPACES TO PRINT-LINE
               STRING SHOWN-SECTION DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   BRK-JURIS DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   BRK-CCY DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   SHOWN-CODE DELIMITED BY "  "
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SHOWN-RATE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-BASE-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-COLLECTED-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-PAID-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CSV-NET-ED) DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           ELSE
               MOVE SHOWN-BASE TO BASE-ED
               MOVE SHOWN-COLLECTED TO COLLECTED-ED
               MOVE SHOWN-PAID TO PAID-ED
               MOVE SHOWN-NET TO NET-ED
               MOVE SPACES TO PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   SHOWN-CODE(1:10) DELIMITED BY SIZE
                   SHOWN-RATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BASE-ED DELIMITED BY SIZE
                   COLLECTED-ED DELIMITED BY SIZE
                   PAID-ED DELIMITED BY SIZE
                   NET-ED DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 0290-WRITE-REPORT-LINE
           END-IF.

       0265-PRINT-JURIS-TOTAL.
           MOVE "TOTAL" TO SHOWN-SECTION
           MOVE "TOTAL" TO SHOWN-CODE
           IF CSV-MODE-ON THEN
               MOVE SPACES TO SHOWN-CODE
           END-IF
           MOVE SPACES TO SHOWN-RATE
           MOVE SUB-BASE TO SHOWN-BASE
           MOVE SUB-COLLECTED TO SHOWN-COLLECTED
           MOVE SUB-PAID TO SHOWN-PAID
           PERFORM 0260-PRINT-RETURN-LINE.

       0270-PRINT-EXCEPTIONS.
           IF CSV-MODE-ON THEN
               MOVE SPACES TO PRINT-LINE
               STRING "SECTION,DATE,TRANSACTION,ACCOUNT,AMOUNT,"
                   DELIMITED BY SIZE
                   "CURRENCY,D/C,TAX CODE,REASON" DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               WRITE PRINT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               PERFORM 0290-WRITE-REPORT-LINE
               MOVE "LINES ON TAX PAYABLE ACCOUNTS WITHOUT A VALID"
                   TO PRINT-LINE
               MOVE "TAX CODE" TO PRINT-LINE(47:8)
               PERFORM 0290-WRITE-REPORT-LINE
               IF EXC-COUNT = ZERO THEN
                   MOVE "  (NONE)" TO PRINT-LINE
                   PERFORM 0290-WRITE-REPORT-LINE
               END-IF
           END-IF
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > EXC-COUNT
               MOVE EXC-AMOUNT(EXC-IDX) TO AMOUNT-ED
               MOVE EXC-AMOUNT(EXC-IDX) TO CSV-AMOUNT-ED
               MOVE SPACES TO PRINT-LINE
               IF CSV-MODE-ON THEN
                   STRING "EXCEPTION," DELIMITED BY SIZE
                       EXC-DATE(EXC-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       EXC-TXN(EXC-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       EXC-PATH(EXC-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(CSV-AMOUNT-ED) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EXC-CCY(EXC-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EXC-SIDE(EXC-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       EXC-TAX(EXC-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       EXC-REASON(EXC-IDX) DELIMITED BY "  "
                       INTO PRINT-LINE
                   END-STRING
                   WRITE PRINT-LINE
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       EXC-DATE(EXC-IDX) DELIMITED BY SIZE
                       EXC-TXN(EXC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AMOUNT-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-CCY(EXC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-SIDE(EXC-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EXC-PATH(EXC-IDX) DELIMITED BY SPACE
                       "  " DELIMITED BY SIZE
                       EXC-REASON(EXC-IDX) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EXC-TAX(EXC-IDX) DELIMITED BY SPACE
                       INTO PRINT-LINE
                   END-STRING
                   PERFORM 0290-WRITE-REPORT-LINE
               END-IF
               ADD 1 TO RECORDS-REPORTED
           END-PERFORM
           IF EXC-OVERFLOW > ZERO THEN
               DISPLAY "*** MORE THAN 300 TAX EXCEPTIONS - "
                   EXC-OVERFLOW " NOT LISTED - RAISE EXC-TABLE LIMIT"
               IF NOT CSV-MODE-ON THEN
                   MOVE SPACES TO PRINT-LINE
                   STRING "  ... " DELIMITED BY SIZE
                       EXC-OVERFLOW DELIMITED BY SIZE
                       " more not listed" DELIMITED BY SIZE
                       INTO PRINT-LINE
                   END-STRING
                   PERFORM 0290-WRITE-REPORT-LINE
               END-IF
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
           STRING "Sales Tax Return" DELIMITED BY SIZE
               "                                        Page "
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
           STRING "Tax codes: " DELIMITED BY SIZE
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
