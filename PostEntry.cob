           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT LOADFILE ASSIGN DYNAMIC LOADFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-FILE-STATUS.
           SELECT REJECTFILE ASSIGN DYNAMIC REJECTFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT APPROVALFILE ASSIGN DYNAMIC APPROVALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT PENDINGFILE ASSIGN DYNAMIC PENDINGFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT ACCRUALFILE ASSIGN DYNAMIC ACCRUALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-FILE-STATUS.
           SELECT TAXFILE ASSIGN DYNAMIC TAXFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FILE-STATUS.
           SELECT CHECKCTLFILE ASSIGN DYNAMIC CHECKCTLFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKCTL-FILE-STATUS.
           SELECT CHECKFILE ASSIGN DYNAMIC CHECKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD LOADFILE.
       01 LOADRECORD.
           88 LOADENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD REJECTFILE.
       01 REJECTRECORD             PIC X(100).

       FD APPROVALFILE.
       01 APPROVALRECORD.
           88 APPROVALENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD PENDINGFILE.
       01 PENDINGRECORD.
           88 PENDINGENDOFFILE     VALUE HIGH-VALUES.
           05 FILLER               PIC X(172).

       FD ACCRUALFILE.
       01 ACCRUALRECORD            PIC X(100).

       FD TAXFILE.
       01 TAXRECORD.
           88 TAXENDOFFILE         VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       FD CHECKCTLFILE.
       01 CHECKCTLRECORD.
           88 CHECKCTLENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       FD CHECKFILE.
       01 CHECKRECORD.
           88 CHECKENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(200).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ENTRY-AMOUNT             PIC 9(9)V99.
       01 ENTRY-AMOUNT-ED          PIC Z(7)9.99.
       01 ENTRY-ERROR              PIC X VALUE "N".
       01 ENTRY-REASON             PIC X(60) VALUE SPACES.
       01 POST-COUNT               PIC 99 VALUE ZERO.
       01 POST-IDX                 PIC 99.
       01 TAKE-DRCR                PIC X.
               10 POST-AMOUNT      PIC 9(9)V99.
               10 POST-CCY         PIC X(3).
               10 POST-DRCR        PIC X.
               10 POST-TAX         PIC X(8).
       01 NET-CCY-COUNT            PIC 99 VALUE ZERO.
       01 NET-CCY-IDX              PIC 99.
       01 NET-CCY-FOUND            PIC X.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 IDXSAVE-TABLE.
           05 IDXSAVE-LINE         PIC X(100) OCCURS 50 TIMES.
       01 CODE-SCAN                PIC X(10).
       01 CODE-MAX-VALUE           PIC 9(10) VALUE ZERO.
       01 NEW-CODE-SEQ             PIC 9(7).
       01 NEW-TXN-CODE             PIC X(10).
       01 JRN-CODE-POINTER         PIC 9(3) VALUE 1.
       01 LOADFILENAME             PIC X(40) VALUE SPACES.
       01 LOAD-FILE-STATUS         PIC XX.
       01 REJECTFILENAME           PIC X(40) VALUE SPACES.
       01 REJECT-FILE-STATUS       PIC XX.
       01 LOAD-PARTIAL             PIC X VALUE "N".
       01 BAT-COUNT                PIC 9(3) VALUE ZERO.
       01 BAT-IDX                  PIC 9(3).
       01 BAT-GOOD-COUNT           PIC 9(3) VALUE ZERO.
       01 BAT-QUEUE-COUNT          PIC 9(3) VALUE ZERO.
       01 BAT-REJECT-COUNT         PIC 9(3) VALUE ZERO.
       01 BAT-COUNT-ED             PIC ZZ9.
       01 BAT-LINE-TOTAL           PIC 9(4) VALUE ZERO.
       01 BAT-LINE-IDX             PIC 9(4).
       01 BAT-ENTRY-TABLE.
           05 BAT-ENTRY            OCCURS 200 TIMES.
               10 BAT-DATE         PIC X(4).
               10 BAT-DESC         PIC X(30).
               10 BAT-HEADER       PIC X(100).
               10 BAT-FIRST-LINE   PIC 9(4).
               10 BAT-LINE-COUNT   PIC 9(3).
               10 BAT-STATUS       PIC X.
               10 BAT-REASON       PIC X(60).
       01 BAT-LINE-TABLE.
           05 BAT-LINE             OCCURS 2000 TIMES.
               10 BAT-RAW          PIC X(100).
               10 BAT-ACCT         PIC X(62).
               10 BAT-AMOUNT       PIC 9(9)V99.
               10 BAT-CCY          PIC X(3).
               10 BAT-DRCR         PIC X.
               10 BAT-TAX          PIC X(8).
       01 TMP-GENERA               PIC X(20).
       01 TMP-SPECIES              PIC X(20).
       01 TMP-INDIVIDUAL           PIC X(40).
       01 TMP-AMOUNT-TEXT          PIC X(15).
       01 TMP-CURRENCY             PIC X(3).
       01 TMP-DRCR                 PIC XX.
       01 TMP-TAX-CODE             PIC X(8).
       01 APPROVALFILENAME         PIC X(40).
       01 APPROVAL-FILE-STATUS     PIC XX.
       01 APPROVAL-ACTIVE          PIC X VALUE "N".
       01 APPROVAL-KEY             PIC X(10).
       01 APPROVAL-VALUE           PIC X(15).
       01 APPROVAL-LIMIT           PIC 9(9)V99 VALUE ZERO.
       01 APPROVAL-TOTAL           PIC 9(10)V99.
       01 APPROVAL-NEEDED          PIC X VALUE "N".
       01 PENDINGFILENAME          PIC X(40).
       01 PENDING-FILE-STATUS      PIC XX.
       01 PND-SEQ                  PIC 9(5) VALUE ZERO.
       01 PND-SCAN-SEQ             PIC 9(5).
       01 PND-SEQ-KNOWN            PIC X VALUE "N".
       01 PND-NEW-ID               PIC X(8).
       01 ACCRUALFILENAME          PIC X(40).
       01 ACCRUAL-FILE-STATUS      PIC XX.
       01 REVERSE-DATE             PIC X(4) VALUE SPACES.
       01 CHECKCTLFILENAME         PIC X(40).
       01 CHECKCTL-FILE-STATUS     PIC XX.
       01 CHECKFILENAME            PIC X(40).
       01 CHECK-FILE-STATUS        PIC XX.
       01 CHECK-PAYEE              PIC X(30) VALUE SPACES.
       01 CHECK-ERROR              PIC X VALUE "N".
       01 CHECK-ACCT               PIC X(62).
       01 CHECK-AMOUNT             PIC 9(9)V99.
       01 CHECK-CREDITS            PIC 99.
       01 CHECK-NUMBER             PIC 9(10).
       01 CHECK-NUMBER-ED          PIC Z(9)9.
       01 CHECK-USED               PIC X.
       01 CHK-REC-NUMBER-TEXT      PIC X(12).
       01 CHK-REC-ACCT             PIC X(62).
       01 CCTL-COUNT               PIC 9(3) VALUE ZERO.
       01 CCTL-IDX                 PIC 9(3).
       01 CCTL-USED-IDX            PIC 9(3).
       01 CCTL-NEXT-TEXT           PIC X(12).
       01 CCTL-TABLE.
           05 CCTL-ENTRY           OCCURS 100 TIMES.
               10 CCTL-LINE        PIC X(120).
               10 CCTL-ACCT        PIC X(62).
               10 CCTL-BANK        PIC X(17).
               10 CCTL-NEXT        PIC 9(10).
       01 TAXFILENAME              PIC X(30) VALUE "taxcodes.dat".
       01 TAX-FILE-STATUS          PIC XX.
       01 TAX-LOADED               PIC X VALUE "N".
       01 TAX-COUNT                PIC 9(3) VALUE ZERO.
       01 TAX-IDX                  PIC 9(3).
       01 TAX-FOUND                PIC X.
       01 TAX-RATE-TEXT            PIC X(12).
       01 TAX-AMOUNT               PIC 9(9)V99.
       01 TAX-BASE-COUNT           PIC 99.
       01 TAX-BASE-IDX             PIC 99.
       01 TAX-SUFFIX               PIC X(10).
       01 TAX-TABLE.
           05 TAX-ENTRY            OCCURS 100 TIMES.
               10 TAX-CODE         PIC X(8).
               10 TAX-RATE         PIC 9(3)V9(4).
               10 TAX-ACCT         PIC X(62).
               10 TAX-JURIS        PIC X(20).
       01 QUEUE-SET-CODES          PIC X(120) VALUE SPACES.
       01 QUEUE-CODE-POINTER       PIC 9(3) VALUE 1.
       01 QUEUE-SET-LINES          PIC 9(6) VALUE ZERO.
       01 PND-HEADER.
           05 PND-MARK             PIC X.
           05 PND-ID               PIC X(8).
           05 FILLER               PIC XX.
           05 PND-ACTION           PIC X(4).
           05 FILLER               PIC XX.
           05 PND-STATUS           PIC X.
           05 FILLER               PIC XX.
           05 PND-MAKER            PIC X(12).
           05 FILLER               PIC XX.
           05 PND-QUEUED           PIC X(14).
           05 FILLER               PIC XX.
           05 PND-CHECKER          PIC X(12).
           05 FILLER               PIC XX.
           05 PND-VOID-CODE        PIC X(10).
           05 FILLER               PIC XX.
           05 PND-VOID-DATE        PIC X(4).
           05 PND-REVERSE-DATE     REDEFINES PND-VOID-DATE
                                   PIC X(4).
           05 FILLER               PIC XX.
           05 PND-REASON           PIC X(56).
           05 FILLER               PIC XX.
           05 PND-PAYEE            PIC X(30).

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LOADFILENAME NOT = SPACES AND
               CHECK-PAYEE NOT = SPACES THEN
               DISPLAY "*** -check CANNOT BE USED WITH -load"
                   " - POST CHECKS ONE AT A TIME"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LEDGERFILENAME NOT = SPACES AND
               LOADFILENAME NOT = SPACES THEN
               PERFORM 0170-POST-LOAD-FILE
               IF RETURN-CODE NOT = ZERO THEN
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0900-RELEASE-LEDGER-LOCK
               STOP RUN
           END-IF

           IF LEDGERFILENAME = SPACES OR ENTRY-DATE = SPACES OR
               ENTRY-DESC = SPACES OR POST-COUNT < 2 THEN
               DISPLAY "usage: PostEntry -f <ledger-file>"
               DISPLAY "       -dr <account> <amount>"
                   " -cr <account> <amount> ..."
               DISPLAY "       (at least one -dr and one -cr line)"
               DISPLAY "       [-tax <code>] after a -dr/-cr line"
                   " [-taxcodes <tax-code-file>]"
               DISPLAY "       [-reverse MMDD] (accrual reversing on"
                   " MMDD)"
               DISPLAY "       [-check <payee>] (numbers a check from"
                   " the credit to the check account)"
               DISPLAY "       PostEntry -f <ledger-file>"
                   " -load <load-file> [-rejects <reject-file>]"
               DISPLAY "       [-partial] [-accounts <accounts-file>]"
                   " [-periods <period-file>] [-reverse MMDD]"
               DISPLAY "       [-taxcodes <tax-code-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           IF REVERSE-DATE NOT = SPACES AND
               (REVERSE-DATE IS NOT NUMERIC OR
                REVERSE-DATE NOT > ENTRY-DATE) THEN
               DISPLAY "*** INVALID REVERSAL DATE " REVERSE-DATE
                   " - USE MMDD AFTER THE ENTRY DATE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0150-LOAD-PERIODS
           MOVE ENTRY-DATE TO PRD-CHECK-DATE
           PERFORM 0160-CHECK-PERIOD-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REVERSE-DATE NOT = SPACES THEN
               MOVE REVERSE-DATE TO PRD-CHECK-DATE
               PERFORM 0160-CHECK-PERIOD-LOCK
               IF PRD-LOCKED = "Y" THEN
                   DISPLAY "*** REVERSAL DATE " REVERSE-DATE
                       " FALLS IN LOCKED PERIOD "
                       FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                       PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                       ") - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 0420-ADD-TAX-LINES

           IF ACCOUNTSFILENAME NOT = SPACES THEN
               PERFORM 0200-LOAD-ACCOUNTS

           PERFORM 0400-CHECK-ENTRY-BALANCE

           IF CHECK-PAYEE NOT = SPACES THEN
               PERFORM 0435-FIND-CHECK-ACCOUNT
           END-IF

           IF ENTRY-ERROR = "Y" THEN
               DISPLAY "Entry rejected - ledger not changed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0165-LOAD-APPROVAL-CONTROL
           PERFORM 0430-CHECK-APPROVAL-NEEDED

           PERFORM 0140-TAKE-LEDGER-LOCK

           IF APPROVAL-NEEDED = "Y" THEN
               PERFORM 0740-QUEUE-FOR-APPROVAL
               IF RETURN-CODE = ZERO THEN
                   MOVE "queue" TO JRN-SET-ACTION
                   MOVE POST-COUNT TO JRN-SET-LINES
                   MOVE QUEUE-SET-CODES TO JRN-SET-CODES
                   PERFORM 0800-WRITE-JOURNAL
                   DISPLAY "Entry held for approval as " PND-NEW-ID
                       " - ledger not changed"
               END-IF
               PERFORM 0900-RELEASE-LEDGER-LOCK
               STOP RUN
           END-IF

           PERFORM 0145-TAKE-GENERATION
           PERFORM 0500-FIND-NEXT-CODE
           PERFORM 0600-APPEND-ENTRY

               PERFORM 0800-WRITE-JOURNAL
               DISPLAY "Posted " NEW-TXN-CODE " to "
                   FUNCTION TRIM(LEDGERFILENAME)
               IF REVERSE-DATE NOT = SPACES THEN
                   PERFORM 0750-REGISTER-ACCRUAL
               END-IF
               IF CHECK-PAYEE NOT = SPACES THEN
                   PERFORM 0770-ISSUE-CHECK
               END-IF
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
               WHEN "-load" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO LOADFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-rejects" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO REJECTFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-tax" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       ADD 1 TO ARG-COUNTER
                       IF POST-COUNT = ZERO THEN
                           DISPLAY "*** -tax MUST FOLLOW A -dr OR -cr"
                               " LINE"
                           MOVE "Y" TO ENTRY-ERROR
                       ELSE
                           MOVE COMMANDLINEARGS TO POST-TAX(POST-COUNT)
                       END-IF
               WHEN "-taxcodes" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO TAXFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-reverse" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO REVERSE-DATE
                       ADD 1 TO ARG-COUNTER
               WHEN "-check" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO CHECK-PAYEE
                       ADD 1 TO ARG-COUNTER
               WHEN "-partial"
                   MOVE "Y" TO LOAD-PARTIAL
               WHEN "-dr"
                   MOVE "D" TO TAKE-DRCR
                   PERFORM 0110-TAKE-POSTING-LINE
               END-IF
               MOVE ENTRY-AMOUNT TO POST-AMOUNT(POST-COUNT)
               MOVE ENTRY-CURRENCY TO POST-CCY(POST-COUNT)
               MOVE SPACES TO POST-TAX(POST-COUNT)
           END-IF.

       0140-TAKE-LEDGER-LOCK.
               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "PostEntry" TO GEN-PROGRAM
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
           END-PERFORM.

       0165-LOAD-APPROVAL-CONTROL.
           MOVE SPACES TO APPROVALFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".approval" DELIMITED BY SIZE
               INTO APPROVALFILENAME
           END-STRING
           OPEN INPUT APPROVALFILE
           IF APPROVAL-FILE-STATUS = "00" THEN
               MOVE "Y" TO APPROVAL-ACTIVE
               READ APPROVALFILE
                   AT END SET APPROVALENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL APPROVALENDOFFILE
                   IF APPROVALRECORD(1:1) NOT = ";" AND
                       APPROVALRECORD NOT = SPACES THEN
                       MOVE SPACES TO APPROVAL-KEY, APPROVAL-VALUE
                       UNSTRING APPROVALRECORD DELIMITED BY "  "
                           INTO APPROVAL-KEY, APPROVAL-VALUE
                       END-UNSTRING
                       IF APPROVAL-KEY = "limit" THEN
                           COMPUTE APPROVAL-LIMIT =
                               FUNCTION NUMVAL(APPROVAL-VALUE)
                       END-IF
                   END-IF
                   READ APPROVALFILE
                       AT END SET APPROVALENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APPROVALFILE
           END-IF.

       0170-POST-LOAD-FILE.
           IF REJECTFILENAME = SPACES THEN
               STRING LOADFILENAME DELIMITED BY SPACE
                   ".rej" DELIMITED BY SIZE
                   INTO REJECTFILENAME
               END-STRING
           END-IF

           IF REVERSE-DATE NOT = SPACES AND
               REVERSE-DATE IS NOT NUMERIC THEN
               DISPLAY "*** INVALID REVERSAL DATE " REVERSE-DATE
                   " - USE MMDD"
               MOVE "Y" TO ENTRY-ERROR
           END-IF

           PERFORM 0150-LOAD-PERIODS
           PERFORM 0165-LOAD-APPROVAL-CONTROL
           IF ACCOUNTSFILENAME NOT = SPACES THEN
               PERFORM 0200-LOAD-ACCOUNTS
           END-IF
           IF ENTRY-ERROR = "N" THEN
               PERFORM 0180-READ-LOAD-FILE
           END-IF

           IF ENTRY-ERROR = "Y" THEN
               DISPLAY "Load file not processed - ledger not changed"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0450-CHECK-LOAD-ENTRY
                   VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > BAT-COUNT
               IF BAT-REJECT-COUNT > ZERO THEN
                   PERFORM 0470-WRITE-REJECTS
               END-IF
               EVALUATE TRUE
                   WHEN BAT-COUNT = ZERO
                       DISPLAY "*** NO ENTRIES ON LOAD FILE "
                           FUNCTION TRIM(LOADFILENAME)
                       MOVE 1 TO RETURN-CODE
                   WHEN BAT-GOOD-COUNT = ZERO
                       DISPLAY "All load entries rejected"
                           " - ledger not changed"
                       MOVE 1 TO RETURN-CODE
                   WHEN BAT-REJECT-COUNT > ZERO AND
                       LOAD-PARTIAL = "N"
                       MOVE BAT-REJECT-COUNT TO BAT-COUNT-ED
                       DISPLAY FUNCTION TRIM(BAT-COUNT-ED)
                           " load entry(s) rejected - no entries"
                           " posted, ledger not changed"
                       MOVE 1 TO RETURN-CODE
                   WHEN BAT-GOOD-COUNT = BAT-QUEUE-COUNT
                       PERFORM 0140-TAKE-LEDGER-LOCK
                       PERFORM 0670-QUEUE-LOAD-ENTRIES
                   WHEN OTHER
                       PERFORM 0140-TAKE-LEDGER-LOCK
                       PERFORM 0145-TAKE-GENERATION
                       PERFORM 0500-FIND-NEXT-CODE
                       PERFORM 0650-POST-LOAD-ENTRIES
               END-EVALUATE
           END-IF.

       0180-READ-LOAD-FILE.
           OPEN INPUT LOADFILE
           IF LOAD-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN LOAD FILE " LOADFILENAME
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               READ LOADFILE
                   AT END SET LOADENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL LOADENDOFFILE OR ENTRY-ERROR = "Y"
                   IF LOADRECORD(1:1) = ";" OR
                       LOADRECORD = SPACES THEN
                       CONTINUE
                   ELSE
                   IF LOADRECORD(1:2) = "  " THEN
                       PERFORM 0190-TAKE-LOAD-LINE
                   ELSE
                       PERFORM 0185-TAKE-LOAD-HEADER
                   END-IF
                   END-IF
                   READ LOADFILE
                       AT END SET LOADENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LOADFILE
           END-IF.

       0185-TAKE-LOAD-HEADER.
           IF BAT-COUNT >= 200 THEN
               DISPLAY "*** LOAD FILE EXCEEDS 200 ENTRIES"
                   " - SPLIT THE LOAD FILE"
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               ADD 1 TO BAT-COUNT
               MOVE LOADRECORD TO BAT-HEADER(BAT-COUNT)
               MOVE LOADRECORD(2:4) TO BAT-DATE(BAT-COUNT)
               MOVE LOADRECORD(18:30) TO BAT-DESC(BAT-COUNT)
               COMPUTE BAT-FIRST-LINE(BAT-COUNT) = BAT-LINE-TOTAL + 1
               MOVE ZERO TO BAT-LINE-COUNT(BAT-COUNT)
               MOVE SPACE TO BAT-STATUS(BAT-COUNT)
               MOVE SPACES TO BAT-REASON(BAT-COUNT)
               IF LOADRECORD(1:1) NOT = "0" THEN
                   MOVE "BAD HEADER LINE - USE LEDGER LAYOUT 0MMDD"
                       TO BAT-REASON(BAT-COUNT)
               END-IF
           END-IF.

       0190-TAKE-LOAD-LINE.
           IF BAT-COUNT = ZERO THEN
               DISPLAY "*** POSTING LINE BEFORE FIRST HEADER: "
                   FUNCTION TRIM(LOADRECORD)
               MOVE "Y" TO ENTRY-ERROR
           ELSE
           IF BAT-LINE-TOTAL >= 2000 THEN
               DISPLAY "*** LOAD FILE EXCEEDS 2000 POSTING LINES"
                   " - SPLIT THE LOAD FILE"
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               ADD 1 TO BAT-LINE-TOTAL
               ADD 1 TO BAT-LINE-COUNT(BAT-COUNT)
               MOVE LOADRECORD TO BAT-RAW(BAT-LINE-TOTAL)
               MOVE SPACES TO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
                   TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR,
                   TMP-TAX-CODE
               UNSTRING LOADRECORD(3:98) DELIMITED BY ":" OR "  "
                   INTO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
                   TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR,
                   TMP-TAX-CODE
               END-UNSTRING
               MOVE TMP-TAX-CODE TO BAT-TAX(BAT-LINE-TOTAL)
               IF TMP-DRCR = SPACES AND
                   (TMP-CURRENCY = "D  " OR "DR " OR
                    TMP-CURRENCY = "C  " OR "CR ") THEN
                   MOVE TMP-CURRENCY TO TMP-DRCR
                   MOVE SPACES TO TMP-CURRENCY
               END-IF
               IF TMP-CURRENCY = SPACES THEN
                   MOVE "USD" TO TMP-CURRENCY
               END-IF
               MOVE SPACES TO BAT-ACCT(BAT-LINE-TOTAL)
               STRING TMP-GENERA DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   TMP-SPECIES DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   TMP-INDIVIDUAL DELIMITED BY SPACE
                   INTO BAT-ACCT(BAT-LINE-TOTAL)
               END-STRING
               COMPUTE BAT-AMOUNT(BAT-LINE-TOTAL) =
                   FUNCTION NUMVAL(TMP-AMOUNT-TEXT)
               MOVE TMP-CURRENCY TO BAT-CCY(BAT-LINE-TOTAL)
               EVALUATE TMP-DRCR
                   WHEN "D "
                   WHEN "DR"
                       MOVE "D" TO BAT-DRCR(BAT-LINE-TOTAL)
                   WHEN "C "
                   WHEN "CR"
                       MOVE "C" TO BAT-DRCR(BAT-LINE-TOTAL)
                   WHEN SPACES
                       IF BAT-LINE-COUNT(BAT-COUNT) = 1 THEN
                           MOVE "D" TO BAT-DRCR(BAT-LINE-TOTAL)
                       ELSE
                           MOVE "C" TO BAT-DRCR(BAT-LINE-TOTAL)
                       END-IF
                   WHEN OTHER
                       MOVE SPACE TO BAT-DRCR(BAT-LINE-TOTAL)
                       IF BAT-REASON(BAT-COUNT) = SPACES THEN
                           STRING "INVALID D/C MARKER "
                                   DELIMITED BY SIZE
                               TMP-DRCR DELIMITED BY SIZE
                               " FOR " DELIMITED BY SIZE
                               BAT-ACCT(BAT-LINE-TOTAL)
                                   DELIMITED BY SPACE
                               INTO BAT-REASON(BAT-COUNT)
                           END-STRING
                       END-IF
               END-EVALUATE
               IF BAT-AMOUNT(BAT-LINE-TOTAL) = ZERO AND
                   BAT-REASON(BAT-COUNT) = SPACES THEN
                   STRING "INVALID OR ZERO AMOUNT FOR "
                           DELIMITED BY SIZE
                       BAT-ACCT(BAT-LINE-TOTAL) DELIMITED BY SPACE
                       INTO BAT-REASON(BAT-COUNT)
                   END-STRING
               END-IF
           END-IF
           END-IF.

       0200-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTSFILE
           IF ACCOUNTS-FILE-STATUS NOT = "00" THEN
                       IF ACCT-STATUS(ACCT-IDX) = "C" THEN
                           DISPLAY "*** ACCOUNT IS CLOSED: "
                               FUNCTION TRIM(POST-ACCT(POST-IDX))
                           IF ENTRY-REASON = SPACES THEN
                               STRING "ACCOUNT IS CLOSED: "
                                       DELIMITED BY SIZE
                                   POST-ACCT(POST-IDX)
                                       DELIMITED BY SPACE
                                   INTO ENTRY-REASON
                               END-STRING
                           END-IF
                           MOVE "Y" TO ENTRY-ERROR
                       END-IF
                   END-IF
               IF ACCT-FOUND = "N" THEN
                   DISPLAY "*** UNKNOWN ACCOUNT: "
                       FUNCTION TRIM(POST-ACCT(POST-IDX))
                   IF ENTRY-REASON = SPACES THEN
                       STRING "UNKNOWN ACCOUNT: " DELIMITED BY SIZE
                           POST-ACCT(POST-IDX) DELIMITED BY SPACE
                           INTO ENTRY-REASON
                       END-STRING
                   END-IF
                   MOVE "Y" TO ENTRY-ERROR
               END-IF
           END-PERFORM.
                   DISPLAY "*** OUT OF BALANCE: DEBITS AND CREDITS"
                       " DO NOT NET TO ZERO FOR CURRENCY "
                       NET-CCY-CODE(NET-CCY-IDX)
                   IF ENTRY-REASON = SPACES THEN
                       STRING "OUT OF BALANCE FOR CURRENCY "
                               DELIMITED BY SIZE
                           NET-CCY-CODE(NET-CCY-IDX) DELIMITED BY SIZE
                           INTO ENTRY-REASON
                       END-STRING
                   END-IF
                   MOVE "Y" TO ENTRY-ERROR
               END-IF
           END-PERFORM.
               IF NET-CCY-COUNT >= 10 THEN
                   DISPLAY "*** TOO MANY CURRENCIES IN ONE ENTRY"
                       " - LIMIT IS 10"
                   IF ENTRY-REASON = SPACES THEN
                       MOVE "TOO MANY CURRENCIES IN ONE ENTRY"
                           TO ENTRY-REASON
                   END-IF
                   MOVE "Y" TO ENTRY-ERROR
               ELSE
                   ADD 1 TO NET-CCY-COUNT
               END-IF
           END-IF.

       0420-ADD-TAX-LINES.
           MOVE POST-COUNT TO TAX-BASE-COUNT
           PERFORM 0425-ADD-ONE-TAX-LINE
               VARYING TAX-BASE-IDX FROM 1 BY 1
               UNTIL TAX-BASE-IDX > TAX-BASE-COUNT.

       0425-ADD-ONE-TAX-LINE.
           IF POST-TAX(TAX-BASE-IDX) NOT = SPACES THEN
               IF TAX-LOADED = "N" THEN
                   PERFORM 0427-LOAD-TAX-CODES
               END-IF
               MOVE "N" TO TAX-FOUND
               PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-COUNT OR TAX-FOUND = "Y"
                   IF TAX-CODE(TAX-IDX) = POST-TAX(TAX-BASE-IDX) THEN
                       MOVE "Y" TO TAX-FOUND
                   END-IF
               END-PERFORM
               IF TAX-FOUND = "N" THEN
                   DISPLAY "*** UNKNOWN TAX CODE "
                       POST-TAX(TAX-BASE-IDX) " FOR "
                       FUNCTION TRIM(POST-ACCT(TAX-BASE-IDX))
                   IF ENTRY-REASON = SPACES THEN
                       STRING "UNKNOWN TAX CODE " DELIMITED BY SIZE
                           POST-TAX(TAX-BASE-IDX) DELIMITED BY SPACE
                           INTO ENTRY-REASON
                       END-STRING
                   END-IF
                   MOVE "Y" TO ENTRY-ERROR
               ELSE
                   SUBTRACT 1 FROM TAX-IDX
                   IF POST-ACCT(TAX-BASE-IDX) NOT =
                       TAX-ACCT(TAX-IDX) THEN
                       COMPUTE TAX-AMOUNT ROUNDED =
                           POST-AMOUNT(TAX-BASE-IDX) *
                           TAX-RATE(TAX-IDX) / 100
                       IF TAX-AMOUNT > ZERO THEN
                           PERFORM 0426-APPEND-TAX-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0426-APPEND-TAX-LINE.
           IF POST-COUNT >= 50 THEN
               DISPLAY "*** TOO MANY POSTING LINES WITH TAX"
                   " - LIMIT IS 50"
               IF ENTRY-REASON = SPACES THEN
                   MOVE "TOO MANY POSTING LINES WITH TAX - LIMIT IS 50"
                       TO ENTRY-REASON
               END-IF
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               ADD 1 TO POST-COUNT
               MOVE TAX-ACCT(TAX-IDX) TO POST-ACCT(POST-COUNT)
               MOVE TAX-AMOUNT TO POST-AMOUNT(POST-COUNT)
               MOVE POST-CCY(TAX-BASE-IDX) TO POST-CCY(POST-COUNT)
               MOVE POST-DRCR(TAX-BASE-IDX) TO POST-DRCR(POST-COUNT)
               MOVE POST-TAX(TAX-BASE-IDX) TO POST-TAX(POST-COUNT)
           END-IF.

       0427-LOAD-TAX-CODES.
           MOVE "Y" TO TAX-LOADED
           MOVE ZERO TO TAX-COUNT
           OPEN INPUT TAXFILE
           IF TAX-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN TAX CODE FILE "
                   FUNCTION TRIM(TAXFILENAME) " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           ELSE
               READ TAXFILE
                   AT END SET TAXENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL TAXENDOFFILE
                   IF TAXRECORD(1:1) NOT = ";" AND
                       TAXRECORD NOT = SPACES AND
                       TAX-COUNT >= 100 THEN
                       DISPLAY "*** TAX CODE FILE EXCEEDS 100 ENTRIES"
                           " - RAISE TAX-TABLE LIMIT"
                       IF ENTRY-REASON = SPACES THEN
                           MOVE "TAX CODE TABLE FULL" TO ENTRY-REASON
                       END-IF
                       MOVE "Y" TO ENTRY-ERROR
                   END-IF
                   IF TAXRECORD(1:1) NOT = ";" AND
                       TAXRECORD NOT = SPACES AND
                       TAX-COUNT < 100 THEN
                       ADD 1 TO TAX-COUNT
                       MOVE SPACES TO TAX-RATE-TEXT
                       UNSTRING TAXRECORD DELIMITED BY "  "
                           INTO TAX-CODE(TAX-COUNT), TAX-RATE-TEXT,
                           TAX-ACCT(TAX-COUNT), TAX-JURIS(TAX-COUNT)
                       END-UNSTRING
                       COMPUTE TAX-RATE(TAX-COUNT) =
                           FUNCTION NUMVAL(TAX-RATE-TEXT)
                   END-IF
                   READ TAXFILE
                       AT END SET TAXENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXFILE
           END-IF.

       0430-CHECK-APPROVAL-NEEDED.
           MOVE "N" TO APPROVAL-NEEDED
           IF APPROVAL-ACTIVE = "Y" THEN
               MOVE ZERO TO APPROVAL-TOTAL
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   IF POST-DRCR(POST-IDX) = "D" THEN
                       ADD POST-AMOUNT(POST-IDX) TO APPROVAL-TOTAL
                   END-IF
                   IF POST-ACCT(POST-IDX)(1:7) = "Equity:" THEN
                       MOVE "Y" TO APPROVAL-NEEDED
                   END-IF
                   PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCT-COUNT
                       IF ACCT-PATH(ACCT-IDX) = POST-ACCT(POST-IDX) AND
                           ACCT-TYPE(ACCT-IDX) = "Q" THEN
                           MOVE "Y" TO APPROVAL-NEEDED
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF APPROVAL-TOTAL > APPROVAL-LIMIT THEN
                   MOVE "Y" TO APPROVAL-NEEDED
               END-IF
           END-IF.

       0435-FIND-CHECK-ACCOUNT.
           PERFORM 0437-LOAD-CHECK-CONTROL
           IF CHECK-ERROR = "Y" THEN
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               MOVE ZERO TO CHECK-CREDITS
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   IF POST-DRCR(POST-IDX) = "C" THEN
                       PERFORM VARYING CCTL-IDX FROM 1 BY 1
                           UNTIL CCTL-IDX > CCTL-COUNT
                           IF CCTL-ACCT(CCTL-IDX) = POST-ACCT(POST-IDX)
                               THEN
                               ADD 1 TO CHECK-CREDITS
                               MOVE POST-ACCT(POST-IDX) TO CHECK-ACCT
                               MOVE POST-AMOUNT(POST-IDX)
                                   TO CHECK-AMOUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF CHECK-CREDITS NOT = 1 THEN
                   DISPLAY "*** A CHECK PAYMENT MUST CREDIT EXACTLY ONE"
                       " CHECK ACCOUNT LISTED IN "
                       FUNCTION TRIM(CHECKCTLFILENAME)
                   MOVE "Y" TO ENTRY-ERROR
               END-IF
           END-IF.

       0437-LOAD-CHECK-CONTROL.
           MOVE "N" TO CHECK-ERROR
           MOVE ZERO TO CCTL-COUNT
           MOVE SPACES TO CHECKCTLFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".chkctl" DELIMITED BY SIZE
               INTO CHECKCTLFILENAME
           END-STRING
           OPEN INPUT CHECKCTLFILE
           IF CHECKCTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN CHECK ACCOUNT CONTROL FILE "
                   FUNCTION TRIM(CHECKCTLFILENAME)
               MOVE "Y" TO CHECK-ERROR
           ELSE
               READ CHECKCTLFILE
                   AT END SET CHECKCTLENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKCTLENDOFFILE
                   IF CCTL-COUNT >= 100 THEN
                       DISPLAY "*** CHECK ACCOUNT CONTROL FILE EXCEEDS"
                           " 100 LINES - RAISE CCTL-TABLE LIMIT"
                       MOVE "Y" TO CHECK-ERROR
                   ELSE
                       ADD 1 TO CCTL-COUNT
                       MOVE CHECKCTLRECORD TO CCTL-LINE(CCTL-COUNT)
                       MOVE SPACES TO CCTL-ACCT(CCTL-COUNT),
                           CCTL-BANK(CCTL-COUNT), CCTL-NEXT-TEXT
                       MOVE ZERO TO CCTL-NEXT(CCTL-COUNT)
                       IF CHECKCTLRECORD(1:1) NOT = ";" AND
                           CHECKCTLRECORD NOT = SPACES THEN
                           UNSTRING CHECKCTLRECORD DELIMITED BY "  "
                               INTO CCTL-ACCT(CCTL-COUNT),
                               CCTL-BANK(CCTL-COUNT), CCTL-NEXT-TEXT
                           END-UNSTRING
                           IF FUNCTION TRIM(CCTL-NEXT-TEXT) IS NUMERIC
                               THEN
                               COMPUTE CCTL-NEXT(CCTL-COUNT) =
                                   FUNCTION NUMVAL(CCTL-NEXT-TEXT)
                           ELSE
                               DISPLAY "*** INVALID NEXT CHECK NUMBER "
                                   FUNCTION TRIM(CCTL-NEXT-TEXT)
                                   " FOR "
                                   FUNCTION TRIM(CCTL-ACCT(CCTL-COUNT))
                               MOVE "Y" TO CHECK-ERROR
                           END-IF
                       END-IF
                   END-IF
                   READ CHECKCTLFILE
                       AT END SET CHECKCTLENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECKCTLFILE
           END-IF.

       0450-CHECK-LOAD-ENTRY.
           MOVE "N" TO ENTRY-ERROR
           MOVE BAT-REASON(BAT-IDX) TO ENTRY-REASON
           IF ENTRY-REASON = SPACES AND
               BAT-DATE(BAT-IDX) IS NOT NUMERIC THEN
               STRING "INVALID DATE " DELIMITED BY SIZE
                   BAT-DATE(BAT-IDX) DELIMITED BY SIZE
                   " - USE MMDD" DELIMITED BY SIZE
                   INTO ENTRY-REASON
               END-STRING
           END-IF
           IF ENTRY-REASON = SPACES AND
               BAT-DESC(BAT-IDX) = SPACES THEN
               MOVE "MISSING DESCRIPTION" TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES AND
               BAT-LINE-COUNT(BAT-IDX) > 50 THEN
               MOVE "TOO MANY POSTING LINES - LIMIT IS 50"
                   TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES AND
               BAT-LINE-COUNT(BAT-IDX) < 2 THEN
               MOVE "FEWER THAN TWO POSTING LINES" TO ENTRY-REASON
           END-IF
           IF ENTRY-REASON = SPACES AND REVERSE-DATE NOT = SPACES AND
               REVERSE-DATE NOT > BAT-DATE(BAT-IDX) THEN
               STRING "REVERSAL DATE " DELIMITED BY SIZE
                   REVERSE-DATE DELIMITED BY SIZE
                   " NOT AFTER ENTRY DATE" DELIMITED BY SIZE
                   INTO ENTRY-REASON
               END-STRING
           END-IF
           IF ENTRY-REASON NOT = SPACES THEN
               MOVE "Y" TO ENTRY-ERROR
           ELSE
               PERFORM 0460-LOAD-POST-TABLE
               PERFORM 0420-ADD-TAX-LINES
               MOVE ENTRY-DATE TO PRD-CHECK-DATE
               PERFORM 0160-CHECK-PERIOD-LOCK
               IF PRD-LOCKED = "Y" THEN
                   STRING "DATE " DELIMITED BY SIZE
                       ENTRY-DATE DELIMITED BY SIZE
                       " FALLS IN LOCKED PERIOD " DELIMITED BY SIZE
                       PRD-LOCKED-NAME DELIMITED BY "  "
                       INTO ENTRY-REASON
                   END-STRING
                   MOVE "Y" TO ENTRY-ERROR
               END-IF
               IF ENTRY-ERROR = "N" AND REVERSE-DATE NOT = SPACES THEN
                   MOVE REVERSE-DATE TO PRD-CHECK-DATE
                   PERFORM 0160-CHECK-PERIOD-LOCK
                   IF PRD-LOCKED = "Y" THEN
                       STRING "REVERSAL DATE " DELIMITED BY SIZE
                           REVERSE-DATE DELIMITED BY SIZE
                           " FALLS IN LOCKED PERIOD "
                               DELIMITED BY SIZE
                           PRD-LOCKED-NAME DELIMITED BY "  "
                           INTO ENTRY-REASON
                       END-STRING
                       MOVE "Y" TO ENTRY-ERROR
                   END-IF
               END-IF
               IF ACCOUNTSFILENAME NOT = SPACES THEN
                   PERFORM 0300-CHECK-ACCOUNTS
               END-IF
               MOVE ZERO TO NET-CCY-COUNT
               PERFORM 0400-CHECK-ENTRY-BALANCE
           END-IF
           IF ENTRY-ERROR = "Y" THEN
               MOVE "R" TO BAT-STATUS(BAT-IDX)
               MOVE ENTRY-REASON TO BAT-REASON(BAT-IDX)
               ADD 1 TO BAT-REJECT-COUNT
               DISPLAY "*** LOAD ENTRY " BAT-DATE(BAT-IDX) " "
                   FUNCTION TRIM(BAT-DESC(BAT-IDX)) " REJECTED: "
                   FUNCTION TRIM(ENTRY-REASON)
           ELSE
               MOVE "G" TO BAT-STATUS(BAT-IDX)
               ADD 1 TO BAT-GOOD-COUNT
               PERFORM 0430-CHECK-APPROVAL-NEEDED
               IF APPROVAL-NEEDED = "Y" THEN
                   MOVE "Q" TO BAT-STATUS(BAT-IDX)
                   ADD 1 TO BAT-QUEUE-COUNT
               END-IF
           END-IF.

       0460-LOAD-POST-TABLE.
           MOVE BAT-DATE(BAT-IDX) TO ENTRY-DATE
           MOVE BAT-DESC(BAT-IDX) TO ENTRY-DESC
           MOVE ZERO TO POST-COUNT
           PERFORM VARYING BAT-LINE-IDX FROM BAT-FIRST-LINE(BAT-IDX)
               BY 1 UNTIL POST-COUNT >= BAT-LINE-COUNT(BAT-IDX)
               ADD 1 TO POST-COUNT
               MOVE BAT-ACCT(BAT-LINE-IDX) TO POST-ACCT(POST-COUNT)
               MOVE BAT-AMOUNT(BAT-LINE-IDX)
                   TO POST-AMOUNT(POST-COUNT)
               MOVE BAT-CCY(BAT-LINE-IDX) TO POST-CCY(POST-COUNT)
               MOVE BAT-DRCR(BAT-LINE-IDX) TO POST-DRCR(POST-COUNT)
               MOVE BAT-TAX(BAT-LINE-IDX) TO POST-TAX(POST-COUNT)
           END-PERFORM.

       0470-WRITE-REJECTS.
           OPEN OUTPUT REJECTFILE
           IF REJECT-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE REJECT FILE " REJECTFILENAME
                   " - LEDGER NOT CHANGED"
               MOVE "N" TO LOAD-PARTIAL
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REJECTRECORD
               STRING ";rejected from " DELIMITED BY SIZE
                   LOADFILENAME DELIMITED BY SPACE
                   " - correct and resubmit with -load"
                       DELIMITED BY SIZE
                   INTO REJECTRECORD
               END-STRING
               WRITE REJECTRECORD
               PERFORM 0480-WRITE-ONE-REJECT
                   VARYING BAT-IDX FROM 1 BY 1
                   UNTIL BAT-IDX > BAT-COUNT
               CLOSE REJECTFILE
               MOVE BAT-REJECT-COUNT TO BAT-COUNT-ED
               DISPLAY "Wrote " FUNCTION TRIM(BAT-COUNT-ED)
                   " rejected entry(s) to "
                   FUNCTION TRIM(REJECTFILENAME)
           END-IF.

       0480-WRITE-ONE-REJECT.
           IF BAT-STATUS(BAT-IDX) = "R" THEN
               MOVE SPACES TO REJECTRECORD
               STRING ";*** " DELIMITED BY SIZE
                   BAT-REASON(BAT-IDX) DELIMITED BY SIZE
                   INTO REJECTRECORD
               END-STRING
               WRITE REJECTRECORD
               WRITE REJECTRECORD FROM BAT-HEADER(BAT-IDX)
               PERFORM VARYING BAT-LINE-IDX
                   FROM BAT-FIRST-LINE(BAT-IDX) BY 1
                   UNTIL BAT-LINE-IDX >= BAT-FIRST-LINE(BAT-IDX) +
                       BAT-LINE-COUNT(BAT-IDX)
                   WRITE REJECTRECORD FROM BAT-RAW(BAT-LINE-IDX)
               END-PERFORM
           END-IF.

       0500-FIND-NEXT-CODE.
           PERFORM 0520-READ-INDEX-CONTROL
           IF INDEX-AVAILABLE = "N" THEN
               DISPLAY "*** CANNOT OPEN LEDGER FILE " LEDGERFILENAME
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0605-WRITE-ENTRY-LINES
               CLOSE LEDGERFILE
           END-IF.

       0605-WRITE-ENTRY-LINES.
           MOVE SPACES TO RECORDLINE
           STRING "0" DELIMITED BY SIZE
               ENTRY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "P" DELIMITED BY SIZE
               NEW-TXN-CODE DELIMITED BY SIZE
               ENTRY-DESC DELIMITED BY SIZE
               INTO RECORDLINE
           END-STRING
           WRITE RECORDLINE
           PERFORM 0610-WRITE-POSTING-LINE
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POST-COUNT.

       0610-WRITE-POSTING-LINE.
           MOVE POST-AMOUNT(POST-IDX) TO ENTRY-AMOUNT-ED
           PERFORM 0615-BUILD-TAX-SUFFIX
           MOVE SPACES TO RECORDLINE
           STRING "  " DELIMITED BY SIZE
               POST-ACCT(POST-IDX) DELIMITED BY SPACE
               POST-CCY(POST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               POST-DRCR(POST-IDX) DELIMITED BY SIZE
               TAX-SUFFIX DELIMITED BY SIZE
               INTO RECORDLINE
           END-STRING
           MOVE RECORDLINE TO IDXSAVE-LINE(POST-IDX)
           WRITE RECORDLINE.

       0615-BUILD-TAX-SUFFIX.
           MOVE SPACES TO TAX-SUFFIX
           IF POST-TAX(POST-IDX) NOT = SPACES THEN
               STRING "  " DELIMITED BY SIZE
                   POST-TAX(POST-IDX) DELIMITED BY SPACE
                   INTO TAX-SUFFIX
               END-STRING
           END-IF.

       0650-POST-LOAD-ENTRIES.
           IF CODE-MAX-VALUE + BAT-GOOD-COUNT > 9999999 THEN
               DISPLAY "*** TRANSACTION CODE SEQUENCE EXHAUSTED"
                   " - LEDGER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN EXTEND LEDGERFILE
               IF LEDGER-FILE-STATUS = "35" THEN
                   OPEN OUTPUT LEDGERFILE
               END-IF
               IF LEDGER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT OPEN LEDGER FILE "
                       LEDGERFILENAME
                   MOVE 1 TO RETURN-CODE
               ELSE
                   SUBTRACT 1 FROM NEW-CODE-SEQ
                   MOVE "post" TO JRN-SET-ACTION
                   MOVE ZERO TO JRN-SET-LINES
                   MOVE SPACES TO JRN-SET-CODES
                   MOVE 1 TO JRN-CODE-POINTER
                   PERFORM 0660-POST-LOAD-ENTRY
                       VARYING BAT-IDX FROM 1 BY 1
                       UNTIL BAT-IDX > BAT-COUNT
                   CLOSE LEDGERFILE
                   IF INDEX-AVAILABLE = "Y" THEN
                       PERFORM 0720-WRITE-INDEX-CONTROL
                       CLOSE TXNINDEXFILE
                   END-IF
                   PERFORM 0800-WRITE-JOURNAL
                   PERFORM 0665-JOURNAL-LOAD-QUEUE
                   COMPUTE BAT-COUNT-ED =
                       BAT-GOOD-COUNT - BAT-QUEUE-COUNT
                   DISPLAY "Posted " FUNCTION TRIM(BAT-COUNT-ED)
                       " load entry(s) to "
                       FUNCTION TRIM(LEDGERFILENAME)
               END-IF
           END-IF.

       0660-POST-LOAD-ENTRY.
           IF BAT-STATUS(BAT-IDX) = "Q" THEN
               PERFORM 0460-LOAD-POST-TABLE
               PERFORM 0420-ADD-TAX-LINES
               PERFORM 0740-QUEUE-FOR-APPROVAL
               DISPLAY "Held " PND-NEW-ID " for approval "
                   FUNCTION TRIM(ENTRY-DESC)
           END-IF
           IF BAT-STATUS(BAT-IDX) = "G" THEN
               PERFORM 0460-LOAD-POST-TABLE
               PERFORM 0420-ADD-TAX-LINES
               ADD 1 TO NEW-CODE-SEQ
               MOVE SPACES TO NEW-TXN-CODE
               STRING "TXN" DELIMITED BY SIZE
                   NEW-CODE-SEQ DELIMITED BY SIZE
                   INTO NEW-TXN-CODE
               END-STRING
               PERFORM 0605-WRITE-ENTRY-LINES
               IF INDEX-AVAILABLE = "Y" THEN
                   PERFORM 0710-WRITE-INDEX-RECORD
               END-IF
               IF JRN-CODE-POINTER > 110 THEN
                   PERFORM 0800-WRITE-JOURNAL
                   MOVE ZERO TO JRN-SET-LINES
                   MOVE SPACES TO JRN-SET-CODES
                   MOVE 1 TO JRN-CODE-POINTER
               END-IF
               ADD POST-COUNT TO JRN-SET-LINES
               STRING NEW-TXN-CODE DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO JRN-SET-CODES
                   WITH POINTER JRN-CODE-POINTER
                   ON OVERFLOW CONTINUE
               END-STRING
               DISPLAY "Posted " NEW-TXN-CODE " "
                   FUNCTION TRIM(ENTRY-DESC)
               IF REVERSE-DATE NOT = SPACES THEN
                   PERFORM 0750-REGISTER-ACCRUAL
               END-IF
           END-IF.

       0665-JOURNAL-LOAD-QUEUE.
           IF BAT-QUEUE-COUNT > ZERO THEN
               MOVE "queue" TO JRN-SET-ACTION
               MOVE QUEUE-SET-LINES TO JRN-SET-LINES
               MOVE QUEUE-SET-CODES TO JRN-SET-CODES
               PERFORM 0800-WRITE-JOURNAL
               MOVE BAT-QUEUE-COUNT TO BAT-COUNT-ED
               DISPLAY "Held " FUNCTION TRIM(BAT-COUNT-ED)
                   " load entry(s) for approval"
           END-IF.

       0670-QUEUE-LOAD-ENTRIES.
           PERFORM 0660-POST-LOAD-ENTRY
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > BAT-COUNT
           PERFORM 0665-JOURNAL-LOAD-QUEUE
           DISPLAY "Posted 0 load entry(s) - ledger not changed".

       0700-UPDATE-TXN-INDEX.
           IF INDEX-AVAILABLE = "Y" THEN
               PERFORM 0710-WRITE-INDEX-RECORD
               PERFORM 0720-WRITE-INDEX-CONTROL
               CLOSE TXNINDEXFILE
           END-IF.

       0710-WRITE-INDEX-RECORD.
           MOVE SPACES TO TXNINDEXRECORD
           MOVE NEW-TXN-CODE TO IDX-TXN-CODE
           MOVE ENTRY-DATE TO IDX-TXN-DATE
           MOVE "P" TO IDX-TXN-STATUS
           MOVE ENTRY-DESC TO IDX-TXN-DESC
           MOVE POST-COUNT TO IDX-LINE-COUNT
           PERFORM VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POST-COUNT
               MOVE IDXSAVE-LINE(POST-IDX)
                   TO IDX-LINE(POST-IDX)
           END-PERFORM
           WRITE TXNINDEXRECORD
               INVALID KEY
                   DISPLAY "*** INDEX NOT UPDATED FOR "
                       NEW-TXN-CODE
                       " - REBUILD WITH TxnIndexBuild"
           END-WRITE.

       0720-WRITE-INDEX-CONTROL.
           MOVE SPACES TO TXNINDEXCONTROL
           MOVE "#CONTROL" TO IDX-CTL-KEY
           MOVE NEW-CODE-SEQ TO IDX-MAX-SEQ
           REWRITE TXNINDEXRECORD
               INVALID KEY
                   DISPLAY "*** INDEX CONTROL NOT UPDATED"
                       " - REBUILD WITH TxnIndexBuild"
           END-REWRITE.

       0730-FIND-NEXT-PENDING-ID.
           MOVE SPACES TO PENDINGFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".pending" DELIMITED BY SIZE
               INTO PENDINGFILENAME
           END-STRING
           MOVE ZERO TO PND-SEQ
           OPEN INPUT PENDINGFILE
           IF PENDING-FILE-STATUS = "00" THEN
               READ PENDINGFILE
                   AT END SET PENDINGENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL PENDINGENDOFFILE
                   IF PENDINGRECORD(1:4) = "*PND" AND
                       PENDINGRECORD(5:5) IS NUMERIC THEN
                       MOVE PENDINGRECORD(5:5) TO PND-SCAN-SEQ
                       IF PND-SCAN-SEQ > PND-SEQ THEN
                           MOVE PND-SCAN-SEQ TO PND-SEQ
                       END-IF
                   END-IF
                   READ PENDINGFILE
                       AT END SET PENDINGENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDINGFILE
           END-IF
           MOVE "Y" TO PND-SEQ-KNOWN.

       0740-QUEUE-FOR-APPROVAL.
           IF PND-SEQ-KNOWN = "N" THEN
               PERFORM 0730-FIND-NEXT-PENDING-ID
           END-IF
           ADD 1 TO PND-SEQ
           MOVE SPACES TO PND-NEW-ID
           STRING "PND" DELIMITED BY SIZE
               PND-SEQ DELIMITED BY SIZE
               INTO PND-NEW-ID
           END-STRING
           OPEN EXTEND PENDINGFILE
           IF PENDING-FILE-STATUS = "35" THEN
               OPEN OUTPUT PENDINGFILE
               IF PENDING-FILE-STATUS = "00" THEN
                   MOVE SPACES TO PENDINGRECORD
                   STRING ";approval queue - *id  action  status"
                           DELIMITED BY SIZE
                       "  maker  queued  checker  void-code"
                           DELIMITED BY SIZE
                       "  void-date  reason  payee" DELIMITED BY SIZE
                       INTO PENDINGRECORD
                   END-STRING
                   WRITE PENDINGRECORD
               END-IF
           END-IF
           IF PENDING-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE APPROVAL QUEUE "
                   FUNCTION TRIM(PENDINGFILENAME)
                   " - ENTRY NOT QUEUED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0805-GET-OS-USER
               MOVE SPACES TO PND-HEADER
               MOVE "*" TO PND-MARK
               MOVE PND-NEW-ID TO PND-ID
               MOVE "post" TO PND-ACTION
               MOVE "P" TO PND-STATUS
               MOVE JRN-OS-USER TO PND-MAKER
               STRING JRN-DATE DELIMITED BY SIZE
                   JRN-TIME(1:6) DELIMITED BY SIZE
                   INTO PND-QUEUED
               END-STRING
               MOVE REVERSE-DATE TO PND-REVERSE-DATE
               MOVE CHECK-PAYEE TO PND-PAYEE
               WRITE PENDINGRECORD FROM PND-HEADER
               MOVE SPACES TO PENDINGRECORD
               STRING "0" DELIMITED BY SIZE
                   ENTRY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   ENTRY-DESC DELIMITED BY SIZE
                   INTO PENDINGRECORD
               END-STRING
               WRITE PENDINGRECORD
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   MOVE POST-AMOUNT(POST-IDX) TO ENTRY-AMOUNT-ED
                   PERFORM 0615-BUILD-TAX-SUFFIX
                   MOVE SPACES TO PENDINGRECORD
                   STRING "  " DELIMITED BY SIZE
                       POST-ACCT(POST-IDX) DELIMITED BY SPACE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(ENTRY-AMOUNT-ED) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       POST-CCY(POST-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       POST-DRCR(POST-IDX) DELIMITED BY SIZE
                       TAX-SUFFIX DELIMITED BY SIZE
                       INTO PENDINGRECORD
                   END-STRING
                   WRITE PENDINGRECORD
               END-PERFORM
               CLOSE PENDINGFILE
               ADD POST-COUNT TO QUEUE-SET-LINES
               STRING PND-NEW-ID DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO QUEUE-SET-CODES
                   WITH POINTER QUEUE-CODE-POINTER
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       0750-REGISTER-ACCRUAL.
           MOVE SPACES TO ACCRUALFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".accruals" DELIMITED BY SIZE
               INTO ACCRUALFILENAME
           END-STRING
           OPEN EXTEND ACCRUALFILE
           IF ACCRUAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT ACCRUALFILE
               IF ACCRUAL-FILE-STATUS = "00" THEN
                   MOVE SPACES TO ACCRUALRECORD
                   STRING ";accrual register - code  posted  reverses"
                           DELIMITED BY SIZE
                       "  status  reversal-code  description"
                           DELIMITED BY SIZE
                       INTO ACCRUALRECORD
                   END-STRING
                   WRITE ACCRUALRECORD
               END-IF
           END-IF
           IF ACCRUAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ACCRUAL REGISTER "
                   FUNCTION TRIM(ACCRUALFILENAME)
                   " - " NEW-TXN-CODE " WILL NOT AUTO-REVERSE"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ACCRUALRECORD
               STRING NEW-TXN-CODE DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   ENTRY-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REVERSE-DATE DELIMITED BY SIZE
                   "  O  -  " DELIMITED BY SIZE
                   ENTRY-DESC DELIMITED BY "  "
                   INTO ACCRUALRECORD
               END-STRING
               WRITE ACCRUALRECORD
               CLOSE ACCRUALFILE
           END-IF.

       0770-ISSUE-CHECK.
           PERFORM 0437-LOAD-CHECK-CONTROL
           MOVE ZERO TO CCTL-USED-IDX
           IF CHECK-ERROR = "N" THEN
               PERFORM VARYING CCTL-IDX FROM 1 BY 1
                   UNTIL CCTL-IDX > CCTL-COUNT
                   IF CCTL-ACCT(CCTL-IDX) = CHECK-ACCT THEN
                       MOVE CCTL-IDX TO CCTL-USED-IDX
                   END-IF
               END-PERFORM
               IF CCTL-USED-IDX = ZERO THEN
                   MOVE "Y" TO CHECK-ERROR
               ELSE
                   MOVE CCTL-NEXT(CCTL-USED-IDX) TO CHECK-NUMBER
                   PERFORM 0785-CHECK-NUMBER-USED
               END-IF
           END-IF
           IF CHECK-ERROR = "N" THEN
               PERFORM 0775-REWRITE-CHECK-CONTROL
           END-IF
           IF CHECK-ERROR = "N" THEN
               PERFORM 0780-APPEND-CHECK-RECORD
           END-IF
           MOVE CHECK-NUMBER TO CHECK-NUMBER-ED
           IF CHECK-ERROR = "Y" THEN
               DISPLAY "*** NO CHECK NUMBER RECORDED FOR " NEW-TXN-CODE
                   " - ENTER IT IN THE CHECK REGISTER BY HAND"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "check" TO JRN-SET-ACTION
               MOVE ZERO TO JRN-SET-LINES
               MOVE SPACES TO JRN-SET-CODES
               STRING NEW-TXN-CODE DELIMITED BY SPACE
                   ";CHK" DELIMITED BY SIZE
                   FUNCTION TRIM(CHECK-NUMBER-ED) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   INTO JRN-SET-CODES
               END-STRING
               PERFORM 0800-WRITE-JOURNAL
               MOVE CHECK-AMOUNT TO ENTRY-AMOUNT-ED
               DISPLAY "Check " FUNCTION TRIM(CHECK-NUMBER-ED)
                   " issued to " FUNCTION TRIM(CHECK-PAYEE) " for "
                   FUNCTION TRIM(ENTRY-AMOUNT-ED)
           END-IF.

       0775-REWRITE-CHECK-CONTROL.
           COMPUTE CCTL-NEXT(CCTL-USED-IDX) = CHECK-NUMBER + 1
               ON SIZE ERROR
                   DISPLAY "*** CHECK NUMBER SEQUENCE EXHAUSTED FOR "
                       FUNCTION TRIM(CHECK-ACCT)
                   MOVE "Y" TO CHECK-ERROR
           END-COMPUTE
           IF CHECK-ERROR = "N" THEN
               MOVE CCTL-NEXT(CCTL-USED-IDX) TO CHECK-NUMBER-ED
               MOVE SPACES TO CCTL-LINE(CCTL-USED-IDX)
               STRING CCTL-ACCT(CCTL-USED-IDX) DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CCTL-BANK(CCTL-USED-IDX) DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CHECK-NUMBER-ED) DELIMITED BY SIZE
                   INTO CCTL-LINE(CCTL-USED-IDX)
               END-STRING
               OPEN OUTPUT CHECKCTLFILE
               IF CHECKCTL-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT REWRITE CHECK ACCOUNT CONTROL"
                       " FILE " FUNCTION TRIM(CHECKCTLFILENAME)
                   MOVE "Y" TO CHECK-ERROR
               ELSE
                   PERFORM VARYING CCTL-IDX FROM 1 BY 1
                       UNTIL CCTL-IDX > CCTL-COUNT
                       WRITE CHECKCTLRECORD FROM CCTL-LINE(CCTL-IDX)
                   END-PERFORM
                   CLOSE CHECKCTLFILE
               END-IF
           END-IF.

       0780-APPEND-CHECK-RECORD.
           OPEN EXTEND CHECKFILE
           IF CHECK-FILE-STATUS = "35" THEN
               OPEN OUTPUT CHECKFILE
               IF CHECK-FILE-STATUS = "00" THEN
                   MOVE SPACES TO CHECKRECORD
                   STRING ";check register - check-no  account  issued"
                           DELIMITED BY SIZE
                       "  amount  txn-code  status  void-date"
                           DELIMITED BY SIZE
                       "  void-code  issue-sent  void-sent  payee"
                           DELIMITED BY SIZE
                       INTO CHECKRECORD
                   END-STRING
                   WRITE CHECKRECORD
               END-IF
           END-IF
           IF CHECK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE CHECK REGISTER "
                   FUNCTION TRIM(CHECKFILENAME)
               MOVE "Y" TO CHECK-ERROR
           ELSE
               MOVE CHECK-NUMBER TO CHECK-NUMBER-ED
               MOVE CHECK-AMOUNT TO ENTRY-AMOUNT-ED
               MOVE SPACES TO CHECKRECORD
               STRING FUNCTION TRIM(CHECK-NUMBER-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CHECK-ACCT DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   ENTRY-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ENTRY-AMOUNT-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NEW-TXN-CODE DELIMITED BY SPACE
                   "  I  -  -  -  -  " DELIMITED BY SIZE
                   CHECK-PAYEE DELIMITED BY "  "
                   INTO CHECKRECORD
               END-STRING
               WRITE CHECKRECORD
               CLOSE CHECKFILE
           END-IF.

       0785-CHECK-NUMBER-USED.
           MOVE SPACES TO CHECKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".checks" DELIMITED BY SIZE
               INTO CHECKFILENAME
           END-STRING
           MOVE "N" TO CHECK-USED
           OPEN INPUT CHECKFILE
           IF CHECK-FILE-STATUS = "00" THEN
               READ CHECKFILE
                   AT END SET CHECKENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKENDOFFILE
                   IF CHECKRECORD(1:1) NOT = ";" AND
                       CHECKRECORD NOT = SPACES THEN
                       MOVE SPACES TO CHK-REC-NUMBER-TEXT, CHK-REC-ACCT
                       UNSTRING CHECKRECORD DELIMITED BY "  "
                           INTO CHK-REC-NUMBER-TEXT, CHK-REC-ACCT
                       END-UNSTRING
                       IF CHK-REC-ACCT = CHECK-ACCT AND
                           FUNCTION NUMVAL(CHK-REC-NUMBER-TEXT) =
                               CHECK-NUMBER THEN
                           MOVE "Y" TO CHECK-USED
                       END-IF
                   END-IF
                   READ CHECKFILE
                       AT END SET CHECKENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECKFILE
           END-IF
           IF CHECK-USED = "Y" THEN
               MOVE CHECK-NUMBER TO CHECK-NUMBER-ED
               DISPLAY "*** CHECK " FUNCTION TRIM(CHECK-NUMBER-ED)
                   " IS ALREADY IN " FUNCTION TRIM(CHECKFILENAME)
                   " - CORRECT THE NEXT NUMBER IN "
                   FUNCTION TRIM(CHECKCTLFILENAME)
               MOVE "Y" TO CHECK-ERROR
           END-IF.

       0800-WRITE-JOURNAL.
           PERFORM 0805-GET-OS-USER
           OPEN EXTEND JOURNALFILE
           IF JOURNAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT JOURNALFILE
               WRITE JOURNALRECORD
               CLOSE JOURNALFILE
           END-IF.

       0805-GET-OS-USER.
           ACCEPT JRN-TIME FROM TIME
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO JRN-OS-USER
           ACCEPT JRN-OS-USER FROM ENVIRONMENT "USER"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF JRN-OS-USER = SPACES THEN
               ACCEPT JRN-OS-USER FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF JRN-OS-USER = SPACES THEN
               MOVE "unknown" TO JRN-OS-USER
           END-IF.
