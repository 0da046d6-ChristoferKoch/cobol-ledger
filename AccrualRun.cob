       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccrualRun.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN DYNAMIC LEDGERFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT ACCRUALFILE ASSIGN DYNAMIC ACCRUALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-FILE-STATUS.
           SELECT ACCRUALREPORT ASSIGN DYNAMIC ACCRUALREPORTNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT TXNINDEXFILE ASSIGN DYNAMIC TXNINDEXFILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-TXN-CODE
               FILE STATUS IS TXNINDEX-FILE-STATUS.
           SELECT JOURNALFILE ASSIGN DYNAMIC JOURNALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT PERIODFILE ASSIGN DYNAMIC PERIODFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGERFILE.
       01 RECORDLINE.
           88 ENDOFFILE            VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD ACCRUALFILE.
       01 ACCRUALRECORD.
           88 ACCRUALENDOFFILE     VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD ACCRUALREPORT.
       01 REPORT-LINE              PIC X(132).

       FD TXNINDEXFILE.
       01 TXNINDEXRECORD.
           05 IDX-TXN-CODE         PIC X(10).
           05 IDX-TXN-DATE         PIC X(4).
           05 IDX-TXN-STATUS       PIC X.
           05 IDX-TXN-DESC         PIC X(30).
           05 IDX-LINE-COUNT       PIC 99.
           05 IDX-LINE             PIC X(100) OCCURS 50 TIMES.
       01 TXNINDEXCONTROL.
           05 IDX-CTL-KEY          PIC X(10).
           05 IDX-MAX-SEQ          PIC 9(10).
           05 FILLER               PIC X(5027).

       FD JOURNALFILE.
       01 JOURNALRECORD.
           05 JRN-TIMESTAMP        PIC X(14).
           05 FILLER               PIC XX.
           05 JRN-USER             PIC X(12).
           05 FILLER               PIC XX.
           05 JRN-PROGRAM          PIC X(12).
           05 FILLER               PIC XX.
           05 JRN-ACTION           PIC X(12).
           05 FILLER               PIC XX.
           05 JRN-LEDGER-NAME      PIC X(30).
           05 FILLER               PIC XX.
           05 JRN-LINE-COUNT       PIC 9(6).
           05 FILLER               PIC XX.
           05 JRN-TXN-CODES        PIC X(120).

       FD LOCKFILE.
       01 LOCKRECORD.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD PERIODFILE.
       01 PERIODRECORD.
           88 PERIODENDOFFILE      VALUE HIGH-VALUES.
           05 FILLER               PIC X(40).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 LEDGER-FILE-STATUS       PIC XX.
       01 ACCRUALFILENAME          PIC X(40) VALUE SPACES.
       01 ACCRUAL-FILE-STATUS      PIC XX.
       01 ACCRUALREPORTNAME        PIC X(30)
                                   VALUE "accrual_register.rpt".
       01 REPORT-FILE-STATUS       PIC XX.
       01 ACR-ACTION               PIC X VALUE SPACE.
           88 ACTION-RUN           VALUE "R".
           88 ACTION-REPORT        VALUE "S".
       01 RUN-DATE                 PIC X(4) VALUE SPACES.
       01 ACR-COUNT                PIC 9(4) VALUE ZERO.
       01 ACR-IDX                  PIC 9(4).
       01 ACR-TABLE.
           05 ACR-ENTRY            OCCURS 500 TIMES.
               10 ACR-CODE         PIC X(10).
               10 ACR-POSTED       PIC X(4).
               10 ACR-REVERSE-DATE PIC X(4).
               10 ACR-STATUS       PIC X.
               10 ACR-REV-CODE     PIC X(10).
               10 ACR-DESC         PIC X(30).
               10 ACR-DUE          PIC X.
               10 ACR-FOUND        PIC X.
               10 ACR-ORIG-STATUS  PIC X.
               10 ACR-SEEN-CODE    PIC X(10).
               10 ACR-CCY          PIC X(3).
               10 ACR-AMOUNT       PIC 9(9)V99.
               10 ACR-FIRST-LINE   PIC 9(4).
               10 ACR-LINE-COUNT   PIC 99.
       01 ACR-REC-REV-TEXT         PIC X(10).
       01 CUR-ACR-IDX              PIC 9(4) VALUE ZERO.
       01 CUR-CODE                 PIC X(10).
       01 CUR-DESC                 PIC X(30).
       01 TXN-LINE-SEQ             PIC 99 VALUE ZERO.
       01 REV-LINE-TOTAL           PIC 9(4) VALUE ZERO.
       01 REV-LINE-IDX             PIC 9(4).
       01 REV-LINE-TABLE.
           05 REV-LINE             OCCURS 2000 TIMES.
               10 REV-ACCT         PIC X(62).
               10 REV-AMOUNT       PIC 9(9)V99.
               10 REV-CCY          PIC X(3).
               10 REV-DRCR         PIC X.
               10 REV-TAX          PIC X(8).
       01 TMP-GENERA               PIC X(20).
       01 TMP-SPECIES              PIC X(20).
       01 TMP-INDIVIDUAL           PIC X(40).
       01 TMP-AMOUNT-TEXT          PIC X(15).
       01 TMP-AMOUNT               PIC 9(9)V99.
       01 TMP-CURRENCY             PIC X(3).
       01 TMP-DRCR                 PIC XX.
       01 TMP-TAX-CODE             PIC X(8).
       01 TMP-SIDE                 PIC X.
       01 PERIODFILENAME           PIC X(40) VALUE SPACES.
       01 PERIOD-FILE-STATUS       PIC XX.
       01 PRD-COUNT                PIC 9(3) VALUE ZERO.
       01 PRD-IDX                  PIC 9(3).
       01 PRD-TABLE.
           05 PRD-ENTRY            OCCURS 100 TIMES.
               10 PRD-FROM         PIC X(4).
               10 PRD-TO           PIC X(4).
               10 PRD-STATUS       PIC X.
               10 PRD-NAME         PIC X(20).
       01 PRD-CHECK-DATE           PIC X(4).
       01 PRD-LOCKED               PIC X.
       01 PRD-LOCKED-NAME          PIC X(20).
       01 PRD-LOCKED-FROM          PIC X(4).
       01 PRD-LOCKED-TO            PIC X(4).
       01 TXNINDEXFILENAME         PIC X(40).
       01 TXNINDEX-FILE-STATUS     PIC XX.
       01 INDEX-AVAILABLE          PIC X VALUE "N".
       01 JOURNALFILENAME          PIC X(30) VALUE "journal.dat".
       01 JOURNAL-FILE-STATUS      PIC XX.
       01 JRN-DATE                 PIC X(8).
       01 JRN-TIME                 PIC X(8).
       01 JRN-OS-USER              PIC X(12) VALUE SPACES.
       01 JRN-SET-ACTION           PIC X(12).
       01 JRN-SET-LINES            PIC 9(6) VALUE ZERO.
       01 JRN-SET-CODES            PIC X(120) VALUE SPACES.
       01 JRN-CODE-POINTER         PIC 9(3) VALUE 1.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 IDXSAVE-COUNT            PIC 99 VALUE ZERO.
       01 IDXSAVE-IDX              PIC 99.
       01 IDXSAVE-TABLE.
           05 IDXSAVE-LINE         PIC X(100) OCCURS 50 TIMES.
       01 CODE-SCAN                PIC X(10).
       01 CODE-CHAR-IDX            PIC 99.
       01 CODE-RUN-VALUE           PIC 9(10) VALUE ZERO.
       01 CODE-MAX-VALUE           PIC 9(10) VALUE ZERO.
       01 NEW-CODE-SEQ             PIC 9(7).
       01 NEW-TXN-CODE             PIC X(10).
       01 ENTRY-DATE               PIC X(4).
       01 ENTRY-DESC               PIC X(30).
       01 ENTRY-ACCT               PIC X(62).
       01 ENTRY-CCY                PIC X(3).
       01 ENTRY-AMOUNT             PIC 9(9)V99.
       01 ENTRY-AMOUNT-ED          PIC Z(8)9.99.
       01 ENTRY-DRCR               PIC X.
       01 ENTRY-TAX                PIC X(8).
       01 TAX-SUFFIX               PIC X(10).
       01 CURRENTDATE              PIC X(8).
       01 AMOUNT-ED                PIC Z(8)9.99.
       01 SECTION-STATUS           PIC X.
       01 SECTION-COUNT            PIC 9(4).
       01 POSTED-COUNT             PIC 9(4) VALUE ZERO.
       01 SKIPPED-COUNT            PIC 9(4) VALUE ZERO.
       01 EXCEPTION-COUNT          PIC 9(4) VALUE ZERO.
       01 UPDATE-ERROR             PIC X VALUE "N".
       01 POSTABLE-COUNT           PIC 9(4) VALUE ZERO.
       01 DUE-COUNT                PIC 9(4) VALUE ZERO.
       01 COUNT-ED                 PIC ZZZ9.
       01 COUNT-ED-2               PIC ZZZ9.
       01 COUNT-ED-3               PIC ZZZ9.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF ACR-ACTION = SPACE OR LEDGERFILENAME = SPACES OR
               (ACTION-RUN AND RUN-DATE = SPACES) THEN
               DISPLAY "usage: AccrualRun -f <ledger-file>"
                   " run -date MMDD [-periods <period-file>]"
               DISPLAY "       AccrualRun -f <ledger-file>"
                   " report [-date MMDD]"
               DISPLAY "       [-accruals <accrual-register>]"
                   " [-r <report-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-DATE NOT = SPACES AND RUN-DATE IS NOT NUMERIC THEN
               DISPLAY "*** INVALID DATE " RUN-DATE " - USE MMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ACCRUALFILENAME = SPACES THEN
               STRING LEDGERFILENAME DELIMITED BY SPACE
                   ".accruals" DELIMITED BY SIZE
                   INTO ACCRUALFILENAME
               END-STRING
           END-IF

           IF ACTION-REPORT THEN
               PERFORM 0200-LOAD-ACCRUALS
               PERFORM 0350-SCAN-LEDGER
               PERFORM 0750-WRITE-REPORT
               IF RETURN-CODE = ZERO THEN
                   DISPLAY "Accrual register written to "
                       FUNCTION TRIM(ACCRUALREPORTNAME)
               END-IF
               STOP RUN
           END-IF

           PERFORM 0300-RUN-REVERSALS
           STOP RUN.

       0100-GETCOMMANDLINEARGS.
           ACCEPT NUMOFARGS
               FROM ARGUMENT-NUMBER
           END-ACCEPT

           MOVE ZERO TO ARG-COUNTER

           PERFORM UNTIL ARG-COUNTER >= NUMOFARGS
           ACCEPT COMMANDLINEARGS
               FROM ARGUMENT-VALUE
           END-ACCEPT
           ADD 1 TO ARG-COUNTER

           EVALUATE COMMANDLINEARGS
               WHEN "-f" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO LEDGERFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-accruals" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCRUALFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-r" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCRUALREPORTNAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-periods" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-date" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO RUN-DATE
                       ADD 1 TO ARG-COUNTER
               WHEN "run"
                   SET ACTION-RUN TO TRUE
               WHEN "report"
                   SET ACTION-REPORT TO TRUE
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED ARGUMENT "
                       COMMANDLINEARGS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           END-PERFORM.

       0140-TAKE-LEDGER-LOCK.
           MOVE SPACES TO LOCKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".lock" DELIMITED BY SIZE
               INTO LOCKFILENAME
           END-STRING
           OPEN INPUT LOCKFILE
           IF LOCK-FILE-STATUS = "00" THEN
               READ LOCKFILE
                   AT END SET LOCKENDOFFILE TO TRUE
               END-READ
               IF LOCKENDOFFILE THEN
                   MOVE "(unknown holder)" TO LOCKRECORD
               END-IF
               DISPLAY "*** LEDGER " FUNCTION TRIM(LEDGERFILENAME)
                   " IS LOCKED BY " FUNCTION TRIM(LOCKRECORD)
               DISPLAY "*** IF THE HOLDER HAS ABENDED, REMOVE "
                   FUNCTION TRIM(LOCKFILENAME) " AND RERUN"
               CLOSE LOCKFILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOCKFILE
           IF LOCK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT CREATE LOCK FILE " LOCKFILENAME
                   " - LEDGER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0805-GET-OS-USER
           MOVE SPACES TO LOCKRECORD
           STRING JRN-OS-USER DELIMITED BY SPACE
               "  AccrualRun  " DELIMITED BY SIZE
               JRN-DATE DELIMITED BY SIZE
               JRN-TIME(1:6) DELIMITED BY SIZE
               INTO LOCKRECORD
           END-STRING
           WRITE LOCKRECORD
           CLOSE LOCKFILE
           MOVE "Y" TO LOCK-HELD.

       0900-RELEASE-LEDGER-LOCK.
           IF LOCK-HELD = "Y" THEN
               CALL "CBL_DELETE_FILE" USING LOCKFILENAME
               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "AccrualRun" TO GEN-PROGRAM
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
                   ".periods" DELIMITED BY SIZE
                   INTO PERIODFILENAME
               END-STRING
           END-IF
           OPEN INPUT PERIODFILE
           IF PERIOD-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO PRD-COUNT
           ELSE
               READ PERIODFILE
                   AT END SET PERIODENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL PERIODENDOFFILE
                   IF PERIODRECORD(1:1) NOT = ";" AND
                       PERIODRECORD NOT = SPACES THEN
                       IF PRD-COUNT >= 100 THEN
                           DISPLAY "*** PERIOD FILE EXCEEDS 100"
                               " ENTRIES - RAISE PRD-TABLE LIMIT"
                           PERFORM 0900-RELEASE-LEDGER-LOCK
                           MOVE 1 TO RETURN-CODE
                           CLOSE PERIODFILE
                           STOP RUN
                       ELSE
                           ADD 1 TO PRD-COUNT
                           UNSTRING PERIODRECORD DELIMITED BY "  "
                               INTO PRD-FROM(PRD-COUNT),
                               PRD-TO(PRD-COUNT),
                               PRD-STATUS(PRD-COUNT),
                               PRD-NAME(PRD-COUNT)
                           END-UNSTRING
                       END-IF
                   END-IF
                   READ PERIODFILE
                       AT END SET PERIODENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERIODFILE
           END-IF.

       0160-CHECK-PERIOD-LOCK.
           MOVE "N" TO PRD-LOCKED
           MOVE SPACES TO PRD-LOCKED-NAME
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRD-COUNT
               IF PRD-STATUS(PRD-IDX) = "L" AND
                   PRD-CHECK-DATE >= PRD-FROM(PRD-IDX) AND
                   PRD-CHECK-DATE <= PRD-TO(PRD-IDX) THEN
                   MOVE "Y" TO PRD-LOCKED
                   MOVE PRD-NAME(PRD-IDX) TO PRD-LOCKED-NAME
                   MOVE PRD-FROM(PRD-IDX) TO PRD-LOCKED-FROM
                   MOVE PRD-TO(PRD-IDX) TO PRD-LOCKED-TO
               END-IF
           END-PERFORM.

       0200-LOAD-ACCRUALS.
           OPEN INPUT ACCRUALFILE
           IF ACCRUAL-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO ACR-COUNT
           ELSE
               READ ACCRUALFILE
                   AT END SET ACCRUALENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ACCRUALENDOFFILE
                   IF ACCRUALRECORD(1:1) NOT = ";" AND
                       ACCRUALRECORD NOT = SPACES THEN
                       IF ACR-COUNT >= 500 THEN
                           DISPLAY "*** ACCRUAL REGISTER EXCEEDS 500"
                               " ENTRIES - RAISE ACR-TABLE LIMIT"
                           PERFORM 0900-RELEASE-LEDGER-LOCK
                           MOVE 1 TO RETURN-CODE
                           CLOSE ACCRUALFILE
                           STOP RUN
                       END-IF
                       ADD 1 TO ACR-COUNT
                       PERFORM 0210-TAKE-ACCRUAL-RECORD
                   END-IF
                   READ ACCRUALFILE
                       AT END SET ACCRUALENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCRUALFILE
           END-IF.

       0210-TAKE-ACCRUAL-RECORD.
           MOVE SPACES TO ACR-ENTRY(ACR-COUNT)
           UNSTRING ACCRUALRECORD DELIMITED BY "  "
               INTO ACR-CODE(ACR-COUNT), ACR-POSTED(ACR-COUNT),
               ACR-REVERSE-DATE(ACR-COUNT), ACR-STATUS(ACR-COUNT),
               ACR-REV-CODE(ACR-COUNT), ACR-DESC(ACR-COUNT)
           END-UNSTRING
           IF ACR-REV-CODE(ACR-COUNT) = "-" THEN
               MOVE SPACES TO ACR-REV-CODE(ACR-COUNT)
           END-IF
           MOVE "N" TO ACR-DUE(ACR-COUNT), ACR-FOUND(ACR-COUNT)
           MOVE ZERO TO ACR-AMOUNT(ACR-COUNT),
               ACR-FIRST-LINE(ACR-COUNT), ACR-LINE-COUNT(ACR-COUNT).

       0300-RUN-REVERSALS.
           PERFORM 0150-LOAD-PERIODS
           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-ACCRUALS

           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT
               IF ACR-STATUS(ACR-IDX) = "O" AND
                   ACR-REVERSE-DATE(ACR-IDX) <= RUN-DATE THEN
                   MOVE "Y" TO ACR-DUE(ACR-IDX)
                   ADD 1 TO DUE-COUNT
               END-IF
           END-PERFORM
           PERFORM 0350-SCAN-LEDGER

           IF DUE-COUNT > ZERO THEN
               PERFORM 0305-COUNT-POSTABLE
               IF POSTABLE-COUNT > ZERO THEN
                   PERFORM 0145-TAKE-GENERATION
                   PERFORM 0500-FIND-NEXT-CODE
                   OPEN EXTEND LEDGERFILE
                   IF LEDGER-FILE-STATUS NOT = "00" THEN
                       DISPLAY "*** CANNOT OPEN LEDGER FILE "
                           LEDGERFILENAME
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 0310-REVERSE-ONE-ACCRUAL
                   VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACR-COUNT
               IF POSTABLE-COUNT > ZERO THEN
                   CLOSE LEDGERFILE
                   PERFORM 0650-UPDATE-INDEX-CONTROL
               END-IF
               PERFORM 0700-REWRITE-ACCRUALS
               IF POSTED-COUNT > ZERO THEN
                   MOVE "reverse" TO JRN-SET-ACTION
                   PERFORM 0800-WRITE-JOURNAL
               END-IF
           END-IF
           PERFORM 0750-WRITE-REPORT
           PERFORM 0900-RELEASE-LEDGER-LOCK

           MOVE POSTED-COUNT TO COUNT-ED
           MOVE SKIPPED-COUNT TO COUNT-ED-2
           MOVE EXCEPTION-COUNT TO COUNT-ED-3
           DISPLAY "Posted " FUNCTION TRIM(COUNT-ED)
               " accrual reversal(s) due by " RUN-DATE " to "
               FUNCTION TRIM(LEDGERFILENAME) ", "
               FUNCTION TRIM(COUNT-ED-2) " closed without posting, "
               FUNCTION TRIM(COUNT-ED-3) " exception(s)"
           DISPLAY "Accrual register written to "
               FUNCTION TRIM(ACCRUALREPORTNAME)
           IF EXCEPTION-COUNT > ZERO OR UPDATE-ERROR = "Y" THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

       0305-COUNT-POSTABLE.
           MOVE ZERO TO POSTABLE-COUNT
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT
               IF ACR-DUE(ACR-IDX) = "Y" AND
                   ACR-SEEN-CODE(ACR-IDX) = SPACES AND
                   ACR-FOUND(ACR-IDX) = "Y" AND
                   ACR-ORIG-STATUS(ACR-IDX) NOT = "V" AND
                   ACR-LINE-COUNT(ACR-IDX) >= 2 THEN
                   MOVE ACR-REVERSE-DATE(ACR-IDX) TO PRD-CHECK-DATE
                   PERFORM 0160-CHECK-PERIOD-LOCK
                   IF PRD-LOCKED = "N" THEN
                       ADD 1 TO POSTABLE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       0310-REVERSE-ONE-ACCRUAL.
           IF ACR-DUE(ACR-IDX) = "Y" THEN
               MOVE ACR-REVERSE-DATE(ACR-IDX) TO PRD-CHECK-DATE
               PERFORM 0160-CHECK-PERIOD-LOCK
               EVALUATE TRUE
                   WHEN ACR-SEEN-CODE(ACR-IDX) NOT = SPACES
                       MOVE "R" TO ACR-STATUS(ACR-IDX)
                       MOVE ACR-SEEN-CODE(ACR-IDX)
                           TO ACR-REV-CODE(ACR-IDX)
                       ADD 1 TO SKIPPED-COUNT
                       DISPLAY "Accrual " ACR-CODE(ACR-IDX)
                           " already reversed by "
                           ACR-SEEN-CODE(ACR-IDX)
                           " - register updated"
                   WHEN ACR-FOUND(ACR-IDX) = "N"
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "*** ACCRUAL " ACR-CODE(ACR-IDX)
                           " NOT ON LEDGER - NOT REVERSED"
                   WHEN ACR-ORIG-STATUS(ACR-IDX) = "V"
                       MOVE "V" TO ACR-STATUS(ACR-IDX)
                       ADD 1 TO SKIPPED-COUNT
                       DISPLAY "Accrual " ACR-CODE(ACR-IDX)
                           " was voided - closed without reversal"
                   WHEN ACR-LINE-COUNT(ACR-IDX) < 2
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "*** ACCRUAL " ACR-CODE(ACR-IDX)
                           " HAS FEWER THAN TWO POSTING LINES"
                           " - NOT REVERSED"
                   WHEN PRD-LOCKED = "Y"
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "*** ACCRUAL " ACR-CODE(ACR-IDX)
                           " REVERSES ON " ACR-REVERSE-DATE(ACR-IDX)
                           " IN LOCKED PERIOD "
                           FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                           PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                           ") - NOT REVERSED"
                   WHEN OTHER
                       PERFORM 0600-POST-REVERSAL-ENTRY
               END-EVALUATE
           END-IF.

       0350-SCAN-LEDGER.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN LEDGER FILE " LEDGERFILENAME
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LEDGERFILE
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE
               IF RECORDLINE(1:1) = ";" OR RECORDLINE = SPACES THEN
                   CONTINUE
               ELSE
               IF RECORDLINE(1:2) = "  " THEN
                   IF CUR-ACR-IDX > ZERO THEN
                       ADD 1 TO TXN-LINE-SEQ
                       PERFORM 0370-TAKE-ACCRUAL-LINE
                   END-IF
               ELSE
                   PERFORM 0360-TAKE-HEADER
               END-IF
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGERFILE.

       0360-TAKE-HEADER.
           MOVE ZERO TO CUR-ACR-IDX, TXN-LINE-SEQ
           MOVE RECORDLINE(8:10) TO CUR-CODE
           MOVE RECORDLINE(18:30) TO CUR-DESC
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT
               IF ACR-CODE(ACR-IDX) = CUR-CODE THEN
                   MOVE ACR-IDX TO CUR-ACR-IDX
                   MOVE "Y" TO ACR-FOUND(ACR-IDX)
                   MOVE RECORDLINE(7:1) TO ACR-ORIG-STATUS(ACR-IDX)
                   MOVE ZERO TO ACR-AMOUNT(ACR-IDX),
                       ACR-LINE-COUNT(ACR-IDX)
                   COMPUTE ACR-FIRST-LINE(ACR-IDX) =
                       REV-LINE-TOTAL + 1
               END-IF
               IF CUR-DESC(1:17) = "Accrual reversal " AND
                   CUR-DESC(18:10) = ACR-CODE(ACR-IDX) AND
                   RECORDLINE(7:1) NOT = "V" THEN
                   MOVE CUR-CODE TO ACR-SEEN-CODE(ACR-IDX)
               END-IF
           END-PERFORM.

       0370-TAKE-ACCRUAL-LINE.
           MOVE SPACES TO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
               TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR, TMP-TAX-CODE
           UNSTRING RECORDLINE(3:98) DELIMITED BY ":" OR "  "
               INTO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
               TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR, TMP-TAX-CODE
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
           COMPUTE TMP-AMOUNT = FUNCTION NUMVAL(TMP-AMOUNT-TEXT)
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
           IF ACR-LINE-COUNT(CUR-ACR-IDX) = ZERO THEN
               MOVE TMP-CURRENCY TO ACR-CCY(CUR-ACR-IDX)
           END-IF
           IF TMP-SIDE = "D" AND
               TMP-CURRENCY = ACR-CCY(CUR-ACR-IDX) THEN
               ADD TMP-AMOUNT TO ACR-AMOUNT(CUR-ACR-IDX)
           END-IF
           IF ACR-DUE(CUR-ACR-IDX) = "Y" THEN
               IF REV-LINE-TOTAL >= 2000 OR
                   ACR-LINE-COUNT(CUR-ACR-IDX) >= 50 THEN
                   DISPLAY "*** TOO MANY LINES TO REVERSE AT "
                       CUR-CODE " - RAISE REV-LINE-TABLE LIMIT"
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   CLOSE LEDGERFILE
                   STOP RUN
               END-IF
               ADD 1 TO REV-LINE-TOTAL
               MOVE SPACES TO REV-ACCT(REV-LINE-TOTAL)
               STRING TMP-GENERA DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   TMP-SPECIES DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   TMP-INDIVIDUAL DELIMITED BY SPACE
                   INTO REV-ACCT(REV-LINE-TOTAL)
               END-STRING
               MOVE TMP-AMOUNT TO REV-AMOUNT(REV-LINE-TOTAL)
               MOVE TMP-CURRENCY TO REV-CCY(REV-LINE-TOTAL)
               MOVE TMP-TAX-CODE TO REV-TAX(REV-LINE-TOTAL)
               IF TMP-SIDE = "D" THEN
                   MOVE "C" TO REV-DRCR(REV-LINE-TOTAL)
               ELSE
                   MOVE "D" TO REV-DRCR(REV-LINE-TOTAL)
               END-IF
           END-IF
           ADD 1 TO ACR-LINE-COUNT(CUR-ACR-IDX).

       0500-FIND-NEXT-CODE.
           PERFORM 0540-READ-INDEX-CONTROL
           IF INDEX-AVAILABLE = "N" THEN
               PERFORM 0550-SCAN-LEDGER-CODES
           END-IF.

       0510-SCAN-CODE-SUFFIX.
           MOVE ZERO TO CODE-RUN-VALUE
           PERFORM VARYING CODE-CHAR-IDX FROM 1 BY 1
               UNTIL CODE-CHAR-IDX > 10 OR
                   CODE-SCAN(CODE-CHAR-IDX:1) = SPACE
               IF CODE-SCAN(CODE-CHAR-IDX:1) IS NUMERIC THEN
                   COMPUTE CODE-RUN-VALUE = CODE-RUN-VALUE * 10 +
                       FUNCTION NUMVAL(CODE-SCAN(CODE-CHAR-IDX:1))
               ELSE
                   MOVE ZERO TO CODE-RUN-VALUE
               END-IF
           END-PERFORM
           IF CODE-RUN-VALUE > CODE-MAX-VALUE THEN
               MOVE CODE-RUN-VALUE TO CODE-MAX-VALUE
           END-IF.

       0520-ALLOCATE-TXN-CODE.
           COMPUTE CODE-MAX-VALUE = CODE-MAX-VALUE + 1
           COMPUTE NEW-CODE-SEQ = CODE-MAX-VALUE
               ON SIZE ERROR
                   DISPLAY "*** TRANSACTION CODE SEQUENCE EXHAUSTED"
                       " - POSTING STOPPED"
                   MOVE 1 TO RETURN-CODE
                   CLOSE LEDGERFILE
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   STOP RUN
           END-COMPUTE
           MOVE SPACES TO NEW-TXN-CODE
           STRING "TXN" DELIMITED BY SIZE
               NEW-CODE-SEQ DELIMITED BY SIZE
               INTO NEW-TXN-CODE
           END-STRING.

       0540-READ-INDEX-CONTROL.
           MOVE SPACES TO TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING
           OPEN I-O TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS NOT = "00" THEN
               MOVE "N" TO INDEX-AVAILABLE
           ELSE
               MOVE "#CONTROL" TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY
                       DISPLAY "*** INDEX FILE HAS NO CONTROL RECORD"
                           " - REBUILD WITH TxnIndexBuild"
                       MOVE "N" TO INDEX-AVAILABLE
                       CLOSE TXNINDEXFILE
                   NOT INVALID KEY
                       MOVE "Y" TO INDEX-AVAILABLE
                       MOVE IDX-MAX-SEQ TO CODE-MAX-VALUE
               END-READ
           END-IF.

       0550-SCAN-LEDGER-CODES.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO CODE-MAX-VALUE
           ELSE
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE
                   IF RECORDLINE(1:1) NOT = ";" AND
                       RECORDLINE(1:2) NOT = "  " AND
                       RECORDLINE NOT = SPACES THEN
                       MOVE RECORDLINE(8:10) TO CODE-SCAN
                       PERFORM 0510-SCAN-CODE-SUFFIX
                   END-IF
                   READ LEDGERFILE
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.

       0600-POST-REVERSAL-ENTRY.
           PERFORM 0520-ALLOCATE-TXN-CODE
           MOVE ACR-REVERSE-DATE(ACR-IDX) TO ENTRY-DATE
           MOVE SPACES TO ENTRY-DESC
           STRING "Accrual reversal " DELIMITED BY SIZE
               ACR-CODE(ACR-IDX) DELIMITED BY SPACE
               INTO ENTRY-DESC
           END-STRING
           PERFORM 0610-WRITE-ENTRY-HEADER
           PERFORM VARYING REV-LINE-IDX FROM ACR-FIRST-LINE(ACR-IDX)
               BY 1 UNTIL REV-LINE-IDX >=
                   ACR-FIRST-LINE(ACR-IDX) + ACR-LINE-COUNT(ACR-IDX)
               MOVE REV-ACCT(REV-LINE-IDX) TO ENTRY-ACCT
               MOVE REV-AMOUNT(REV-LINE-IDX) TO ENTRY-AMOUNT
               MOVE REV-CCY(REV-LINE-IDX) TO ENTRY-CCY
               MOVE REV-DRCR(REV-LINE-IDX) TO ENTRY-DRCR
               MOVE REV-TAX(REV-LINE-IDX) TO ENTRY-TAX
               PERFORM 0630-WRITE-POSTING-LINE
           END-PERFORM
           PERFORM 0640-WRITE-INDEX-RECORD

           MOVE "R" TO ACR-STATUS(ACR-IDX)
           MOVE NEW-TXN-CODE TO ACR-REV-CODE(ACR-IDX)
           ADD 1 TO POSTED-COUNT
           ADD IDXSAVE-COUNT TO JRN-SET-LINES
           PERFORM 0660-JOURNAL-ONE-CODE
           MOVE ACR-AMOUNT(ACR-IDX) TO AMOUNT-ED
           DISPLAY "Posted " NEW-TXN-CODE " reversing accrual "
               ACR-CODE(ACR-IDX) " on " ENTRY-DATE " "
               FUNCTION TRIM(AMOUNT-ED) " " ACR-CCY(ACR-IDX).

       0610-WRITE-ENTRY-HEADER.
           MOVE ZERO TO IDXSAVE-COUNT
           MOVE SPACES TO RECORDLINE
           STRING "0" DELIMITED BY SIZE
               ENTRY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "P" DELIMITED BY SIZE
               NEW-TXN-CODE DELIMITED BY SIZE
               ENTRY-DESC DELIMITED BY SIZE
               INTO RECORDLINE
           END-STRING
           WRITE RECORDLINE.

       0630-WRITE-POSTING-LINE.
           MOVE ENTRY-AMOUNT TO ENTRY-AMOUNT-ED
           MOVE SPACES TO TAX-SUFFIX
           IF ENTRY-TAX NOT = SPACES THEN
               STRING "  " DELIMITED BY SIZE
                   ENTRY-TAX DELIMITED BY SPACE
                   INTO TAX-SUFFIX
               END-STRING
           END-IF
           MOVE SPACES TO RECORDLINE
           STRING "  " DELIMITED BY SIZE
               ENTRY-ACCT DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-AMOUNT-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENTRY-CCY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENTRY-DRCR DELIMITED BY SIZE
               TAX-SUFFIX DELIMITED BY SIZE
               INTO RECORDLINE
           END-STRING
           ADD 1 TO IDXSAVE-COUNT
           MOVE RECORDLINE TO IDXSAVE-LINE(IDXSAVE-COUNT)
           WRITE RECORDLINE.

       0640-WRITE-INDEX-RECORD.
           IF INDEX-AVAILABLE = "Y" THEN
               MOVE SPACES TO TXNINDEXRECORD
               MOVE NEW-TXN-CODE TO IDX-TXN-CODE
               MOVE ENTRY-DATE TO IDX-TXN-DATE
               MOVE "P" TO IDX-TXN-STATUS
               MOVE ENTRY-DESC TO IDX-TXN-DESC
               MOVE IDXSAVE-COUNT TO IDX-LINE-COUNT
               PERFORM VARYING IDXSAVE-IDX FROM 1 BY 1
                   UNTIL IDXSAVE-IDX > IDXSAVE-COUNT
                   MOVE IDXSAVE-LINE(IDXSAVE-IDX)
                       TO IDX-LINE(IDXSAVE-IDX)
               END-PERFORM
               WRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** INDEX NOT UPDATED FOR "
                           NEW-TXN-CODE
                           " - REBUILD WITH TxnIndexBuild"
               END-WRITE
           END-IF.

       0650-UPDATE-INDEX-CONTROL.
           IF INDEX-AVAILABLE = "Y" THEN
               MOVE SPACES TO TXNINDEXCONTROL
               MOVE "#CONTROL" TO IDX-CTL-KEY
               MOVE CODE-MAX-VALUE TO IDX-MAX-SEQ
               REWRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** INDEX CONTROL NOT UPDATED"
                           " - REBUILD WITH TxnIndexBuild"
               END-REWRITE
               CLOSE TXNINDEXFILE
           END-IF.

       0660-JOURNAL-ONE-CODE.
           IF JRN-CODE-POINTER > 110 THEN
               PERFORM 0800-WRITE-JOURNAL
               MOVE SPACES TO JRN-SET-CODES
               MOVE 1 TO JRN-CODE-POINTER
               MOVE ZERO TO JRN-SET-LINES
           END-IF
           STRING NEW-TXN-CODE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.

       0700-REWRITE-ACCRUALS.
           OPEN OUTPUT ACCRUALFILE
           IF ACCRUAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ACCRUAL REGISTER "
                   FUNCTION TRIM(ACCRUALFILENAME)
                   " - MARK THE REVERSED ACCRUALS BEFORE THE NEXT RUN"
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ACCRUALRECORD
               STRING ";accrual register - code  posted  reverses"
                       DELIMITED BY SIZE
                   "  status  reversal-code  description"
                       DELIMITED BY SIZE
                   INTO ACCRUALRECORD
               END-STRING
               WRITE ACCRUALRECORD
               PERFORM 0710-WRITE-ONE-ACCRUAL
                   VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACR-COUNT
               CLOSE ACCRUALFILE
           END-IF.

       0710-WRITE-ONE-ACCRUAL.
           MOVE ACR-REV-CODE(ACR-IDX) TO ACR-REC-REV-TEXT
           IF ACR-REC-REV-TEXT = SPACES THEN
               MOVE "-" TO ACR-REC-REV-TEXT
           END-IF
           MOVE SPACES TO ACCRUALRECORD
           STRING ACR-CODE(ACR-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               ACR-POSTED(ACR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACR-REVERSE-DATE(ACR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACR-STATUS(ACR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACR-REC-REV-TEXT DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               ACR-DESC(ACR-IDX) DELIMITED BY "  "
               INTO ACCRUALRECORD
           END-STRING
           WRITE ACCRUALRECORD.

       0750-WRITE-REPORT.
           OPEN OUTPUT ACCRUALREPORT
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ACCRUAL REPORT "
                   ACCRUALREPORTNAME
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               ACCEPT CURRENTDATE FROM DATE YYYYMMDD
               MOVE SPACES TO REPORT-LINE
               STRING "Accrual Register - " DELIMITED BY SIZE
                   LEDGERFILENAME DELIMITED BY SPACE
                   " as of " DELIMITED BY SIZE
                   CURRENTDATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF ACR-COUNT = ZERO THEN
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "  (NO ACCRUALS ON FILE)" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE "O" TO SECTION-STATUS
                   MOVE "OPEN ACCRUALS" TO REPORT-LINE
                   PERFORM 0760-WRITE-SECTION
                   MOVE "R" TO SECTION-STATUS
                   MOVE "REVERSED ACCRUALS" TO REPORT-LINE
                   PERFORM 0760-WRITE-SECTION
                   MOVE "V" TO SECTION-STATUS
                   MOVE "VOIDED BEFORE REVERSAL" TO REPORT-LINE
                   PERFORM 0760-WRITE-SECTION
               END-IF
               CLOSE ACCRUALREPORT
           END-IF.

       0760-WRITE-SECTION.
           MOVE ZERO TO SECTION-COUNT
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT
               IF ACR-STATUS(ACR-IDX) = SECTION-STATUS THEN
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-PERFORM
           IF SECTION-COUNT > ZERO OR SECTION-STATUS NOT = "V" THEN
               MOVE REPORT-LINE TO ENTRY-DESC
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ENTRY-DESC TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CODE        POSTED  REVERSES  REVERSAL    "
                       DELIMITED BY SIZE
                   "DESCRIPTION                     CCY"
                       DELIMITED BY SIZE
                   "        AMOUNT  NOTE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM 0770-WRITE-ACCRUAL-LINE
                   VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACR-COUNT
               MOVE SECTION-COUNT TO COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   " accrual(s)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       0770-WRITE-ACCRUAL-LINE.
           IF ACR-STATUS(ACR-IDX) = SECTION-STATUS THEN
               MOVE ACR-REV-CODE(ACR-IDX) TO ACR-REC-REV-TEXT
               IF ACR-REC-REV-TEXT = SPACES THEN
                   MOVE "-" TO ACR-REC-REV-TEXT
               END-IF
               MOVE ACR-AMOUNT(ACR-IDX) TO AMOUNT-ED
               MOVE SPACES TO ENTRY-DESC
               EVALUATE TRUE
                   WHEN ACR-FOUND(ACR-IDX) = "N"
                       MOVE "NOT ON LEDGER" TO ENTRY-DESC
                   WHEN ACR-STATUS(ACR-IDX) = "O" AND
                       ACR-ORIG-STATUS(ACR-IDX) = "V"
                       MOVE "VOIDED" TO ENTRY-DESC
                   WHEN ACR-STATUS(ACR-IDX) = "O" AND
                       RUN-DATE NOT = SPACES AND
                       ACR-REVERSE-DATE(ACR-IDX) <= RUN-DATE
                       MOVE "PAST DUE" TO ENTRY-DESC
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING ACR-CODE(ACR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ACR-POSTED(ACR-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   ACR-REVERSE-DATE(ACR-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   ACR-REC-REV-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ACR-DESC(ACR-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ACR-CCY(ACR-IDX) DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ENTRY-DESC DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       0800-WRITE-JOURNAL.
           PERFORM 0805-GET-OS-USER
           OPEN EXTEND JOURNALFILE
           IF JOURNAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE POSTING JOURNAL "
                   JOURNALFILENAME
           ELSE
               MOVE SPACES TO JOURNALRECORD
               STRING JRN-DATE DELIMITED BY SIZE
                   JRN-TIME(1:6) DELIMITED BY SIZE
                   INTO JRN-TIMESTAMP
               END-STRING
               MOVE JRN-OS-USER TO JRN-USER
               MOVE "AccrualRun" TO JRN-PROGRAM
               MOVE JRN-SET-ACTION TO JRN-ACTION
               MOVE LEDGERFILENAME TO JRN-LEDGER-NAME
               MOVE JRN-SET-LINES TO JRN-LINE-COUNT
               MOVE JRN-SET-CODES TO JRN-TXN-CODES
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
