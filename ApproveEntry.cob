       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApproveEntry.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN DYNAMIC LEDGERFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT WORKFILE ASSIGN DYNAMIC WORKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT PENDINGFILE ASSIGN DYNAMIC PENDINGFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
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
           SELECT ACCRUALFILE ASSIGN DYNAMIC ACCRUALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-FILE-STATUS.
           SELECT CHECKCTLFILE ASSIGN DYNAMIC CHECKCTLFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKCTL-FILE-STATUS.
           SELECT CHECKFILE ASSIGN DYNAMIC CHECKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.
           SELECT ACCOUNTSFILE ASSIGN DYNAMIC ACCOUNTSFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGERFILE.
       01 RECORDLINE.
           88 ENDOFFILE            VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD WORKFILE.
       01 WORKRECORD.
           88 WORKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD PENDINGFILE.
       01 PENDINGRECORD.
           88 PENDINGENDOFFILE     VALUE HIGH-VALUES.
           05 FILLER               PIC X(172).

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

       FD ACCRUALFILE.
       01 ACCRUALRECORD            PIC X(100).

       FD CHECKCTLFILE.
       01 CHECKCTLRECORD.
           88 CHECKCTLENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       FD CHECKFILE.
       01 CHECKRECORD.
           88 CHECKENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(200).

       FD ACCOUNTSFILE.
       01 ACCOUNTSRECORD.
           88 ACCOUNTSENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 LEDGER-FILE-STATUS       PIC XX.
       01 WORKFILENAME             PIC X(40).
       01 WORK-FILE-STATUS         PIC XX.
       01 PENDINGFILENAME          PIC X(40).
       01 PENDING-FILE-STATUS      PIC XX.
       01 ACCOUNTSFILENAME         PIC X(30) VALUE SPACES.
       01 ACCOUNTS-FILE-STATUS     PIC XX.
       01 ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01 ACCT-IDX                 PIC 9(4).
       01 ACCT-FOUND               PIC X.
       01 ACCT-TABLE.
           05 ACCT-ENTRY           OCCURS 500 TIMES.
               10 ACCT-PATH        PIC X(62).
               10 ACCT-TYPE        PIC X.
               10 ACCT-STATUS      PIC X.
       01 LINE-ACCT                PIC X(62).
       01 APPROVE-ACTION           PIC X VALUE SPACE.
           88 ACTION-LIST          VALUE "S".
           88 ACTION-APPROVE       VALUE "A".
           88 ACTION-REJECT        VALUE "R".
       01 APPROVE-ID               PIC X(8) VALUE SPACES.
       01 APPROVE-REASON           PIC X(56) VALUE SPACES.
       01 LIST-ALL                 PIC X VALUE "N".
       01 PNDL-COUNT               PIC 9(4) VALUE ZERO.
       01 PNDL-IDX                 PIC 9(4).
       01 PNDL-TABLE.
           05 PNDL-LINE            PIC X(172) OCCURS 3000 TIMES.
       01 ITEM-IDX                 PIC 9(4) VALUE ZERO.
       01 ITEM-SHOWN               PIC 9(4) VALUE ZERO.
       01 ITEM-TOTAL               PIC 9(10)V99.
       01 ITEM-TOTAL-ED            PIC Z(8)9.99.
       01 ITEM-DETAIL              PIC X(70).
       01 ITEM-DETAIL-PTR          PIC 99.
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
       01 ENTRY-DATE               PIC X(4) VALUE SPACES.
       01 ENTRY-DESC               PIC X(30) VALUE SPACES.
       01 POST-COUNT               PIC 99 VALUE ZERO.
       01 POST-IDX                 PIC 99.
       01 POST-TABLE.
           05 POST-LINE            PIC X(100) OCCURS 50 TIMES.
       01 TMP-GENERA               PIC X(20).
       01 TMP-SPECIES              PIC X(20).
       01 TMP-INDIVIDUAL           PIC X(40).
       01 TMP-LINE-TOTAL           PIC 9(9)V99.
       01 TMP-AMOUNT-TEXT          PIC X(15).
       01 TMP-CURRENCY             PIC X(3).
       01 TMP-DRCR                 PIC XX.
       01 TXN-LINE-SEQ             PIC 99 VALUE ZERO.
       01 VOID-FOUND               PIC X VALUE "N".
       01 IN-TARGET-TXN            PIC X VALUE "N".
       01 ORIG-DATE                PIC X(4).
       01 ORIG-STATUS              PIC X.
       01 VOID-LINE-COUNT          PIC 99 VALUE ZERO.
       01 VOID-LINE-IDX            PIC 99.
       01 VOID-LINE-TABLE.
           05 VOID-LINE-ENTRY      OCCURS 50 TIMES.
               10 VOID-ACCT        PIC X(62).
               10 VOID-AMOUNT      PIC 9(9)V99.
               10 VOID-CCY         PIC X(3).
               10 VOID-DRCR        PIC X.
       01 REVERSAL-DESC            PIC X(30).
       01 ENTRY-AMOUNT-ED          PIC Z(7)9.99.
       01 CODE-SCAN                PIC X(10).
       01 CODE-CHAR-IDX            PIC 99.
       01 CODE-RUN-VALUE           PIC 9(10) VALUE ZERO.
       01 CODE-MAX-VALUE           PIC 9(10) VALUE ZERO.
       01 NEW-CODE-SEQ             PIC 9(7).
       01 NEW-TXN-CODE             PIC X(10).
       01 TXNINDEXFILENAME         PIC X(40).
       01 TXNINDEX-FILE-STATUS     PIC XX.
       01 INDEX-AVAILABLE          PIC X VALUE "N".
       01 IDXSAVE-TABLE.
           05 IDXSAVE-LINE         PIC X(100) OCCURS 50 TIMES.
       01 JOURNALFILENAME          PIC X(30) VALUE "journal.dat".
       01 JOURNAL-FILE-STATUS      PIC XX.
       01 JRN-DATE                 PIC X(8).
       01 JRN-TIME                 PIC X(8).
       01 JRN-OS-USER              PIC X(12) VALUE SPACES.
       01 JRN-SET-ACTION           PIC X(12).
       01 JRN-SET-LINES            PIC 9(6).
       01 JRN-SET-CODES            PIC X(120).
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
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
       01 ACCRUALFILENAME          PIC X(40).
       01 ACCRUAL-FILE-STATUS      PIC XX.
       01 ACCRUAL-ERROR            PIC X VALUE "N".
       01 CHECKCTLFILENAME         PIC X(40).
       01 CHECKCTL-FILE-STATUS     PIC XX.
       01 CHECKFILENAME            PIC X(40).
       01 CHECK-FILE-STATUS        PIC XX.
       01 CHECK-ERROR              PIC X VALUE "N".
       01 CHECK-ACCT               PIC X(62).
       01 CHECK-LINE-ACCT          PIC X(62).
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
       01 CHK-COUNT                PIC 9(4).
       01 CHK-IDX                  PIC 9(4).
       01 CHK-MARK-IDX             PIC 9(4).
       01 CHK-MARKED-NUMBER        PIC X(12).
       01 CHK-TABLE.
           05 CHK-LINE             PIC X(200) OCCURS 5000 TIMES.
       01 CHK-WORK-LINE            PIC X(200).
       01 CHK-NUMBER-TEXT          PIC X(12).
       01 CHK-ACCT                 PIC X(62).
       01 CHK-ISSUED               PIC X(4).
       01 CHK-AMOUNT-TEXT          PIC X(15).
       01 CHK-TXN-CODE             PIC X(10).
       01 CHK-STATUS               PIC X.
       01 CHK-VOID-DATE            PIC X(4).
       01 CHK-VOID-CODE            PIC X(10).
       01 CHK-ISSUE-SENT           PIC X(8).
       01 CHK-VOID-SENT            PIC X(8).
       01 CHK-PAYEE                PIC X(35).

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LEDGERFILENAME = SPACES OR APPROVE-ACTION = SPACE OR
               (NOT ACTION-LIST AND APPROVE-ID = SPACES) OR
               (ACTION-REJECT AND APPROVE-REASON = SPACES) THEN
               DISPLAY "usage: ApproveEntry -f <ledger-file>"
                   " list [-all]"
               DISPLAY "       ApproveEntry -f <ledger-file>"
                   " approve <PND-id> [-periods <period-file>]"
               DISPLAY "                    [-accounts <accounts-file>]"
               DISPLAY "       ApproveEntry -f <ledger-file>"
                   " reject <PND-id> <reason>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PENDINGFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".pending" DELIMITED BY SIZE
               INTO PENDINGFILENAME
           END-STRING

           IF ACTION-LIST THEN
               PERFORM 0200-LOAD-PENDING
               PERFORM 0300-LIST-QUEUE
               STOP RUN
           END-IF

           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-PENDING
           PERFORM 0250-FIND-ITEM

           IF ITEM-IDX = ZERO THEN
               DISPLAY "*** " APPROVE-ID " NOT IN APPROVAL QUEUE "
                   FUNCTION TRIM(PENDINGFILENAME)
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PND-STATUS NOT = "P" THEN
               DISPLAY "*** " APPROVE-ID " IS NO LONGER PENDING"
                   " (STATUS " PND-STATUS " BY "
                   FUNCTION TRIM(PND-CHECKER) ")"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0805-GET-OS-USER
           IF JRN-OS-USER = PND-MAKER THEN
               DISPLAY "*** " APPROVE-ID " WAS ENTERED BY "
                   FUNCTION TRIM(PND-MAKER)
                   " - IT MUST BE APPROVED OR REJECTED BY A"
                   " DIFFERENT USER"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ACTION-REJECT THEN
               MOVE "R" TO PND-STATUS
               MOVE JRN-OS-USER TO PND-CHECKER
               MOVE APPROVE-REASON TO PND-REASON
               MOVE PND-HEADER TO PNDL-LINE(ITEM-IDX)
               PERFORM 0760-REWRITE-PENDING
               IF RETURN-CODE = ZERO THEN
                   MOVE "reject" TO JRN-SET-ACTION
                   MOVE ZERO TO JRN-SET-LINES
                   MOVE SPACES TO JRN-SET-CODES
                   STRING PND-ID DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       APPROVE-REASON DELIMITED BY SIZE
                       INTO JRN-SET-CODES
                   END-STRING
                   PERFORM 0800-WRITE-JOURNAL
                   DISPLAY "Rejected " PND-ID " - "
                       FUNCTION TRIM(APPROVE-REASON)
               END-IF
           ELSE
               IF PND-ACTION = "void" THEN
                   PERFORM 0450-APPROVE-VOID
               ELSE
                   PERFORM 0400-APPROVE-POST
               END-IF
               IF RETURN-CODE = ZERO THEN
                   MOVE "A" TO PND-STATUS
                   MOVE JRN-OS-USER TO PND-CHECKER
                   MOVE PND-HEADER TO PNDL-LINE(ITEM-IDX)
                   PERFORM 0760-REWRITE-PENDING
               END-IF
               IF ACCRUAL-ERROR = "Y" OR CHECK-ERROR = "Y" THEN
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE NOT = ZERO THEN
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0900-RELEASE-LEDGER-LOCK
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
               WHEN "-periods" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-accounts" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCOUNTSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-all"
                   MOVE "Y" TO LIST-ALL
               WHEN "list"
                   SET ACTION-LIST TO TRUE
               WHEN "approve"
                   SET ACTION-APPROVE TO TRUE
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO APPROVE-ID
                   ADD 1 TO ARG-COUNTER
               WHEN "reject"
                   SET ACTION-REJECT TO TRUE
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO APPROVE-ID
                   ADD 1 TO ARG-COUNTER
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO APPROVE-REASON
                   ADD 1 TO ARG-COUNTER
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
           ACCEPT JRN-TIME FROM TIME
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO JRN-OS-USER
           ACCEPT JRN-OS-USER FROM ENVIRONMENT "USER"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF JRN-OS-USER = SPACES THEN
               MOVE "unknown" TO JRN-OS-USER
           END-IF
           MOVE SPACES TO LOCKRECORD
           STRING JRN-OS-USER DELIMITED BY SPACE
               "  ApproveEntry  " DELIMITED BY SIZE
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
               MOVE "ApproveEntry" TO GEN-PROGRAM
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

       0200-LOAD-PENDING.
           OPEN INPUT PENDINGFILE
           IF PENDING-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO PNDL-COUNT
           ELSE
               READ PENDINGFILE
                   AT END SET PENDINGENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL PENDINGENDOFFILE
                   IF PNDL-COUNT >= 3000 THEN
                       DISPLAY "*** APPROVAL QUEUE EXCEEDS 3000 LINES"
                           " - RAISE PNDL-TABLE LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE PENDINGFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO PNDL-COUNT
                   MOVE PENDINGRECORD TO PNDL-LINE(PNDL-COUNT)
                   READ PENDINGFILE
                       AT END SET PENDINGENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDINGFILE
           END-IF.

       0210-LOAD-ACCOUNTS.
           MOVE ZERO TO ACCT-COUNT
           OPEN INPUT ACCOUNTSFILE
           IF ACCOUNTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN ACCOUNTS MASTER "
                   ACCOUNTSFILENAME
               MOVE 1 TO RETURN-CODE
           ELSE
               READ ACCOUNTSFILE
                   AT END SET ACCOUNTSENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ACCOUNTSENDOFFILE
                   IF ACCOUNTSRECORD(1:1) NOT = ";" AND
                       ACCOUNTSRECORD NOT = SPACES THEN
                       IF ACCT-COUNT >= 500 THEN
                           DISPLAY "*** ACCOUNTS MASTER EXCEEDS 500"
                               " ENTRIES - RAISE ACCT-TABLE LIMIT"
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           ADD 1 TO ACCT-COUNT
                           UNSTRING ACCOUNTSRECORD DELIMITED BY "  "
                               INTO ACCT-PATH(ACCT-COUNT),
                               ACCT-TYPE(ACCT-COUNT),
                               ACCT-STATUS(ACCT-COUNT)
                           END-UNSTRING
                       END-IF
                   END-IF
                   READ ACCOUNTSFILE
                       AT END SET ACCOUNTSENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTSFILE
           END-IF.

       0250-FIND-ITEM.
           MOVE ZERO TO ITEM-IDX
           PERFORM VARYING PNDL-IDX FROM 1 BY 1
               UNTIL PNDL-IDX > PNDL-COUNT OR ITEM-IDX NOT = ZERO
               IF PNDL-LINE(PNDL-IDX)(1:1) = "*" AND
                   PNDL-LINE(PNDL-IDX)(2:8) = APPROVE-ID THEN
                   MOVE PNDL-IDX TO ITEM-IDX
                   MOVE PNDL-LINE(PNDL-IDX) TO PND-HEADER
               END-IF
           END-PERFORM.

       0300-LIST-QUEUE.
           DISPLAY "ID        ACTION  ST  MAKER         QUEUED"
               "          CHECKER       DETAIL"
           MOVE ZERO TO ITEM-SHOWN
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > PNDL-COUNT
               IF PNDL-LINE(ITEM-IDX)(1:1) = "*" THEN
                   MOVE PNDL-LINE(ITEM-IDX) TO PND-HEADER
                   IF PND-STATUS = "P" OR LIST-ALL = "Y" THEN
                       PERFORM 0310-LIST-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF ITEM-SHOWN = ZERO THEN
               DISPLAY "(no entries awaiting approval)"
           END-IF.

       0310-LIST-ONE-ITEM.
           ADD 1 TO ITEM-SHOWN
           MOVE SPACES TO ITEM-DETAIL
           IF PND-ACTION = "void" THEN
               STRING "void " DELIMITED BY SIZE
                   PND-VOID-CODE DELIMITED BY SPACE
                   " dated " DELIMITED BY SIZE
                   PND-VOID-DATE DELIMITED BY SIZE
                   INTO ITEM-DETAIL
               END-STRING
           ELSE
               PERFORM 0410-TAKE-ITEM-LINES
               MOVE ZERO TO ITEM-TOTAL
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   MOVE SPACES TO TMP-GENERA, TMP-SPECIES,
                       TMP-INDIVIDUAL, TMP-AMOUNT-TEXT,
                       TMP-CURRENCY, TMP-DRCR
                   UNSTRING POST-LINE(POST-IDX)(3:98)
                       DELIMITED BY ":" OR "  "
                       INTO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
                       TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR
                   END-UNSTRING
                   IF TMP-DRCR(1:1) = "D" THEN
                       COMPUTE ITEM-TOTAL = ITEM-TOTAL +
                           FUNCTION NUMVAL(TMP-AMOUNT-TEXT)
                   END-IF
               END-PERFORM
               MOVE ITEM-TOTAL TO ITEM-TOTAL-ED
               MOVE 1 TO ITEM-DETAIL-PTR
               STRING ENTRY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENTRY-DESC DELIMITED BY "  "
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-TOTAL-ED) DELIMITED BY SIZE
                   INTO ITEM-DETAIL
                   WITH POINTER ITEM-DETAIL-PTR
               END-STRING
               IF PND-REVERSE-DATE NOT = SPACES THEN
                   STRING "  reverses " DELIMITED BY SIZE
                       PND-REVERSE-DATE DELIMITED BY SIZE
                       INTO ITEM-DETAIL
                       WITH POINTER ITEM-DETAIL-PTR
                   END-STRING
               END-IF
               IF PND-PAYEE NOT = SPACES THEN
                   STRING "  check to " DELIMITED BY SIZE
                       PND-PAYEE DELIMITED BY "  "
                       INTO ITEM-DETAIL
                       WITH POINTER ITEM-DETAIL-PTR
                   END-STRING
               END-IF
           END-IF
           DISPLAY PND-ID "  " PND-ACTION "    " PND-STATUS "   "
               PND-MAKER "  " PND-QUEUED "  " PND-CHECKER "  "
               FUNCTION TRIM(ITEM-DETAIL)
           IF PND-STATUS = "R" THEN
               DISPLAY "          rejected: "
                   FUNCTION TRIM(PND-REASON)
           END-IF.

       0400-APPROVE-POST.
           PERFORM 0410-TAKE-ITEM-LINES
           IF PND-REVERSE-DATE NOT = SPACES THEN
               MOVE PND-REVERSE-DATE TO PRD-CHECK-DATE
           ELSE
               MOVE ENTRY-DATE TO PRD-CHECK-DATE
           END-IF
           IF POST-COUNT < 2 OR ENTRY-DATE IS NOT NUMERIC OR
               PRD-CHECK-DATE IS NOT NUMERIC THEN
               DISPLAY "*** " PND-ID " IS DAMAGED IN "
                   FUNCTION TRIM(PENDINGFILENAME)
                   " - REJECT IT AND RE-ENTER"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0150-LOAD-PERIODS
               MOVE ENTRY-DATE TO PRD-CHECK-DATE
               PERFORM 0160-CHECK-PERIOD-LOCK
               IF PRD-LOCKED = "Y" THEN
                   DISPLAY "*** DATE " ENTRY-DATE
                       " FALLS IN LOCKED PERIOD "
                       FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                       PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                       ") - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF PND-REVERSE-DATE NOT = SPACES AND
                   RETURN-CODE = ZERO THEN
                   MOVE PND-REVERSE-DATE TO PRD-CHECK-DATE
                   PERFORM 0160-CHECK-PERIOD-LOCK
                   IF PRD-LOCKED = "Y" THEN
                       DISPLAY "*** REVERSAL DATE " PND-REVERSE-DATE
                           " FALLS IN LOCKED PERIOD "
                           FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                           PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                           ") - LEDGER NOT CHANGED"
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
               IF ACCOUNTSFILENAME NOT = SPACES AND
                   RETURN-CODE = ZERO THEN
                   PERFORM 0210-LOAD-ACCOUNTS
                   IF RETURN-CODE = ZERO THEN
                       PERFORM 0405-CHECK-ACCOUNTS
                   END-IF
                   IF RETURN-CODE NOT = ZERO THEN
                       DISPLAY "*** " PND-ID " LEFT PENDING"
                           " - LEDGER NOT CHANGED"
                   END-IF
               END-IF
               IF PND-PAYEE NOT = SPACES AND
                   RETURN-CODE = ZERO THEN
                   PERFORM 0430-FIND-CHECK-ACCOUNT
                   IF CHECK-ERROR = "Y" THEN
                       DISPLAY "*** " PND-ID " CANNOT BE ISSUED AS A"
                           " CHECK - LEDGER NOT CHANGED"
                       MOVE "N" TO CHECK-ERROR
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
               IF RETURN-CODE = ZERO THEN
                   PERFORM 0145-TAKE-GENERATION
                   PERFORM 0500-FIND-NEXT-CODE
                   PERFORM 0600-APPEND-ENTRY
                   IF RETURN-CODE = ZERO THEN
                       PERFORM 0700-UPDATE-TXN-INDEX
                       MOVE "post" TO JRN-SET-ACTION
                       MOVE POST-COUNT TO JRN-SET-LINES
                       MOVE SPACES TO JRN-SET-CODES
                       STRING NEW-TXN-CODE DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           PND-ID DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           INTO JRN-SET-CODES
                       END-STRING
                       PERFORM 0800-WRITE-JOURNAL
                       DISPLAY "Approved " PND-ID " - posted "
                           NEW-TXN-CODE " to "
                           FUNCTION TRIM(LEDGERFILENAME)
                       IF PND-REVERSE-DATE NOT = SPACES THEN
                           PERFORM 0420-REGISTER-ACCRUAL
                       END-IF
                       IF PND-PAYEE NOT = SPACES THEN
                           PERFORM 0770-ISSUE-CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0405-CHECK-ACCOUNTS.
           PERFORM VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POST-COUNT
               MOVE SPACES TO LINE-ACCT
               UNSTRING POST-LINE(POST-IDX)(3:98) DELIMITED BY "  "
                   INTO LINE-ACCT
               END-UNSTRING
               MOVE "N" TO ACCT-FOUND
               PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
                   IF ACCT-PATH(ACCT-IDX) = LINE-ACCT THEN
                       MOVE "Y" TO ACCT-FOUND
                       IF ACCT-STATUS(ACCT-IDX) = "C" THEN
                           DISPLAY "*** ACCOUNT IS CLOSED: "
                               FUNCTION TRIM(LINE-ACCT)
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               IF ACCT-FOUND = "N" THEN
                   DISPLAY "*** UNKNOWN ACCOUNT: "
                       FUNCTION TRIM(LINE-ACCT)
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-PERFORM.

       0410-TAKE-ITEM-LINES.
           MOVE SPACES TO ENTRY-DATE, ENTRY-DESC
           MOVE ZERO TO POST-COUNT
           COMPUTE PNDL-IDX = ITEM-IDX + 1
           PERFORM UNTIL PNDL-IDX > PNDL-COUNT OR
               PNDL-LINE(PNDL-IDX)(1:1) = "*"
               IF PNDL-LINE(PNDL-IDX)(1:1) = "0" THEN
                   MOVE PNDL-LINE(PNDL-IDX)(2:4) TO ENTRY-DATE
                   MOVE PNDL-LINE(PNDL-IDX)(18:30) TO ENTRY-DESC
               END-IF
               IF PNDL-LINE(PNDL-IDX)(1:2) = "  " AND
                   PNDL-LINE(PNDL-IDX) NOT = SPACES AND
                   POST-COUNT < 50 THEN
                   ADD 1 TO POST-COUNT
                   MOVE PNDL-LINE(PNDL-IDX) TO POST-LINE(POST-COUNT)
               END-IF
               ADD 1 TO PNDL-IDX
           END-PERFORM.

       0420-REGISTER-ACCRUAL.
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
               MOVE "Y" TO ACCRUAL-ERROR
           ELSE
               MOVE SPACES TO ACCRUALRECORD
               STRING NEW-TXN-CODE DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   ENTRY-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PND-REVERSE-DATE DELIMITED BY SIZE
                   "  O  -  " DELIMITED BY SIZE
                   ENTRY-DESC DELIMITED BY "  "
                   INTO ACCRUALRECORD
               END-STRING
               WRITE ACCRUALRECORD
               CLOSE ACCRUALFILE
           END-IF.

       0430-FIND-CHECK-ACCOUNT.
           PERFORM 0435-LOAD-CHECK-CONTROL
           IF CHECK-ERROR = "N" THEN
               MOVE ZERO TO CHECK-CREDITS
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   MOVE SPACES TO TMP-GENERA, TMP-SPECIES,
                       TMP-INDIVIDUAL, TMP-AMOUNT-TEXT,
                       TMP-CURRENCY, TMP-DRCR
                   UNSTRING POST-LINE(POST-IDX)(3:98)
                       DELIMITED BY ":" OR "  "
                       INTO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
                       TMP-AMOUNT-TEXT, TMP-CURRENCY, TMP-DRCR
                   END-UNSTRING
                   IF TMP-DRCR = SPACES AND
                       (TMP-CURRENCY = "D  " OR "DR " OR
                        TMP-CURRENCY = "C  " OR "CR ") THEN
                       MOVE TMP-CURRENCY TO TMP-DRCR
                   END-IF
                   IF TMP-DRCR(1:1) = "C" OR
                       (TMP-DRCR = SPACES AND POST-IDX > 1) THEN
                       MOVE SPACES TO CHECK-LINE-ACCT
                       STRING TMP-GENERA DELIMITED BY SPACE
                           ":" DELIMITED BY SIZE
                           TMP-SPECIES DELIMITED BY SPACE
                           ":" DELIMITED BY SIZE
                           TMP-INDIVIDUAL DELIMITED BY SPACE
                           INTO CHECK-LINE-ACCT
                       END-STRING
                       PERFORM VARYING CCTL-IDX FROM 1 BY 1
                           UNTIL CCTL-IDX > CCTL-COUNT
                           IF CCTL-ACCT(CCTL-IDX) = CHECK-LINE-ACCT
                               THEN
                               ADD 1 TO CHECK-CREDITS
                               MOVE CHECK-LINE-ACCT TO CHECK-ACCT
                               COMPUTE CHECK-AMOUNT =
                                   FUNCTION NUMVAL(TMP-AMOUNT-TEXT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF CHECK-CREDITS NOT = 1 THEN
                   DISPLAY "*** A CHECK PAYMENT MUST CREDIT EXACTLY ONE"
                       " CHECK ACCOUNT LISTED IN "
                       FUNCTION TRIM(CHECKCTLFILENAME)
                   MOVE "Y" TO CHECK-ERROR
               END-IF
           END-IF.

       0435-LOAD-CHECK-CONTROL.
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

       0450-APPROVE-VOID.
           MOVE SPACES TO WORKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".apr.tmp" DELIMITED BY SIZE
               INTO WORKFILENAME
           END-STRING
           PERFORM 0460-COLLECT-VOID-TXN
           EVALUATE TRUE
               WHEN VOID-FOUND = "N"
                   DISPLAY "*** TRANSACTIONCODE " PND-VOID-CODE
                       " NOT ON LEDGER - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
               WHEN ORIG-STATUS = "V"
                   DISPLAY "*** TRANSACTIONCODE " PND-VOID-CODE
                       " IS ALREADY VOID - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
               WHEN VOID-LINE-COUNT < 2
                   DISPLAY "*** TRANSACTIONCODE " PND-VOID-CODE
                       " HAS FEWER THAN TWO POSTING LINES"
                       " - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = ZERO THEN
               IF PND-VOID-DATE = SPACES THEN
                   MOVE ORIG-DATE TO PND-VOID-DATE
               END-IF
               PERFORM 0150-LOAD-PERIODS
               MOVE ORIG-DATE TO PRD-CHECK-DATE
               PERFORM 0160-CHECK-PERIOD-LOCK
               IF PRD-LOCKED = "N" THEN
                   MOVE PND-VOID-DATE TO PRD-CHECK-DATE
                   PERFORM 0160-CHECK-PERIOD-LOCK
               END-IF
               IF PRD-LOCKED = "Y" THEN
                   DISPLAY "*** DATE " PRD-CHECK-DATE
                       " FALLS IN LOCKED PERIOD "
                       FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                       PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                       ") - LEDGER NOT CHANGED"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO THEN
               PERFORM 0525-MERGE-INDEX-CONTROL
               COMPUTE NEW-CODE-SEQ = CODE-MAX-VALUE + 1
                   ON SIZE ERROR
                       DISPLAY "*** TRANSACTION CODE SEQUENCE"
                           " EXHAUSTED - LEDGER NOT CHANGED"
                       MOVE 1 TO RETURN-CODE
               END-COMPUTE
           END-IF
           IF RETURN-CODE = ZERO THEN
               MOVE SPACES TO NEW-TXN-CODE
               STRING "TXN" DELIMITED BY SIZE
                   NEW-CODE-SEQ DELIMITED BY SIZE
                   INTO NEW-TXN-CODE
               END-STRING
               PERFORM 0650-REWRITE-LEDGER
               PERFORM 0750-UPDATE-VOID-INDEX
               PERFORM 0790-MARK-CHECK-VOID
               MOVE "void" TO JRN-SET-ACTION
               MOVE VOID-LINE-COUNT TO JRN-SET-LINES
               MOVE SPACES TO JRN-SET-CODES
               IF CHK-MARKED-NUMBER = SPACES THEN
                   STRING PND-VOID-CODE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       NEW-TXN-CODE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       PND-ID DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       INTO JRN-SET-CODES
                   END-STRING
               ELSE
                   STRING PND-VOID-CODE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       NEW-TXN-CODE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       PND-ID DELIMITED BY SPACE
                       ";CHK" DELIMITED BY SIZE
                       CHK-MARKED-NUMBER DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       INTO JRN-SET-CODES
                   END-STRING
               END-IF
               PERFORM 0800-WRITE-JOURNAL
               DISPLAY "Approved " PND-ID " - voided " PND-VOID-CODE
                   " with reversal " NEW-TXN-CODE
               IF CHK-MARKED-NUMBER NOT = SPACES THEN
                   DISPLAY "Check " FUNCTION TRIM(CHK-MARKED-NUMBER)
                       " marked void in the check register"
               END-IF
           END-IF.

       0460-COLLECT-VOID-TXN.
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
               IF RECORDLINE(1:1) = " " AND
                   RECORDLINE(2:1) = " " THEN
                   IF IN-TARGET-TXN = "Y" THEN
                       PERFORM 0470-TAKE-TARGET-LINE
                   END-IF
               ELSE
                   MOVE "N" TO IN-TARGET-TXN
                   MOVE RECORDLINE(8:10) TO CODE-SCAN
                   PERFORM 0510-SCAN-CODE-SUFFIX
                   IF RECORDLINE(8:10) = PND-VOID-CODE THEN
                       MOVE "Y" TO VOID-FOUND, IN-TARGET-TXN
                       MOVE RECORDLINE(2:4) TO ORIG-DATE
                       MOVE RECORDLINE(7:1) TO ORIG-STATUS
                       MOVE ZERO TO TXN-LINE-SEQ
                   END-IF
               END-IF
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGERFILE.

       0470-TAKE-TARGET-LINE.
           ADD 1 TO TXN-LINE-SEQ
           MOVE SPACES TO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
               TMP-CURRENCY, TMP-DRCR
           MOVE ZERO TO TMP-LINE-TOTAL
           UNSTRING RECORDLINE(3:98) DELIMITED BY ":" OR "  "
               INTO TMP-GENERA, TMP-SPECIES, TMP-INDIVIDUAL,
               TMP-LINE-TOTAL, TMP-CURRENCY, TMP-DRCR
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
           IF VOID-LINE-COUNT >= 50 THEN
               DISPLAY "*** TRANSACTION " PND-VOID-CODE
                   " HAS MORE THAN 50 POSTING LINES"
                   " - RAISE VOID-LINE-TABLE LIMIT"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               CLOSE LEDGERFILE
               STOP RUN
           END-IF
           ADD 1 TO VOID-LINE-COUNT
           MOVE SPACES TO VOID-ACCT(VOID-LINE-COUNT)
           STRING TMP-GENERA DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               TMP-SPECIES DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               TMP-INDIVIDUAL DELIMITED BY SPACE
               INTO VOID-ACCT(VOID-LINE-COUNT)
           END-STRING
           MOVE TMP-LINE-TOTAL TO VOID-AMOUNT(VOID-LINE-COUNT)
           MOVE TMP-CURRENCY TO VOID-CCY(VOID-LINE-COUNT)
           EVALUATE TMP-DRCR
               WHEN "D "
               WHEN "DR"
                   MOVE "C" TO VOID-DRCR(VOID-LINE-COUNT)
               WHEN "C "
               WHEN "CR"
                   MOVE "D" TO VOID-DRCR(VOID-LINE-COUNT)
               WHEN OTHER
                   IF TXN-LINE-SEQ = 1 THEN
                       MOVE "C" TO VOID-DRCR(VOID-LINE-COUNT)
                   ELSE
                       MOVE "D" TO VOID-DRCR(VOID-LINE-COUNT)
                   END-IF
           END-EVALUATE.

       0500-FIND-NEXT-CODE.
           PERFORM 0520-READ-INDEX-CONTROL
           IF INDEX-AVAILABLE = "N" THEN
               PERFORM 0530-SCAN-LEDGER-CODES
           END-IF
           COMPUTE NEW-CODE-SEQ = CODE-MAX-VALUE + 1
               ON SIZE ERROR
                   DISPLAY "*** TRANSACTION CODE SEQUENCE EXHAUSTED"
                       " - LEDGER NOT CHANGED"
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-COMPUTE
           MOVE SPACES TO NEW-TXN-CODE
           STRING "TXN" DELIMITED BY SIZE
               NEW-CODE-SEQ DELIMITED BY SIZE
               INTO NEW-TXN-CODE
           END-STRING.

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

       0520-READ-INDEX-CONTROL.
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

       0525-MERGE-INDEX-CONTROL.
           MOVE SPACES TO TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING
           OPEN INPUT TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS = "00" THEN
               MOVE "#CONTROL" TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY
                       DISPLAY "*** INDEX FILE HAS NO CONTROL RECORD"
                           " - REBUILD WITH TxnIndexBuild"
                   NOT INVALID KEY
                       IF IDX-MAX-SEQ > CODE-MAX-VALUE THEN
                           MOVE IDX-MAX-SEQ TO CODE-MAX-VALUE
                       END-IF
               END-READ
               CLOSE TXNINDEXFILE
           END-IF.

       0530-SCAN-LEDGER-CODES.
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

       0600-APPEND-ENTRY.
           OPEN EXTEND LEDGERFILE
           IF LEDGER-FILE-STATUS = "35" THEN
               OPEN OUTPUT LEDGERFILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN LEDGER FILE " LEDGERFILENAME
               MOVE 1 TO RETURN-CODE
           ELSE
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
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   MOVE POST-LINE(POST-IDX) TO RECORDLINE
                   WRITE RECORDLINE
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.

       0650-REWRITE-LEDGER.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REOPEN LEDGER FILE "
                   LEDGERFILENAME " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKFILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT CREATE WORK FILE "
                   WORKFILENAME " - LEDGER NOT CHANGED"
               CLOSE LEDGERFILE
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LEDGERFILE
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE
               IF RECORDLINE(1:1) NOT = ";" AND
                   RECORDLINE(1:2) NOT = "  " AND
                   RECORDLINE(8:10) = PND-VOID-CODE THEN
                   MOVE "V" TO RECORDLINE(7:1)
               END-IF
               MOVE RECORDLINE TO WORKRECORD
               WRITE WORKRECORD
               IF WORK-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** ERROR WRITING WORK FILE "
                       WORKFILENAME " - LEDGER NOT CHANGED"
                   CLOSE LEDGERFILE, WORKFILE
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           PERFORM 0660-APPEND-REVERSAL
           CLOSE LEDGERFILE, WORKFILE

           OPEN INPUT WORKFILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REOPEN WORK FILE "
                   WORKFILENAME " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0145-TAKE-GENERATION
           OPEN OUTPUT LEDGERFILE
           READ WORKFILE
               AT END SET WORKENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL WORKENDOFFILE
               MOVE WORKRECORD TO RECORDLINE
               WRITE RECORDLINE
               READ WORKFILE
                   AT END SET WORKENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE WORKFILE, LEDGERFILE.

       0660-APPEND-REVERSAL.
           MOVE SPACES TO REVERSAL-DESC
           STRING "Reversal of " DELIMITED BY SIZE
               PND-VOID-CODE DELIMITED BY SIZE
               INTO REVERSAL-DESC
           END-STRING
           MOVE SPACES TO WORKRECORD
           STRING "0" DELIMITED BY SIZE
               PND-VOID-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "V" DELIMITED BY SIZE
               NEW-TXN-CODE DELIMITED BY SIZE
               REVERSAL-DESC DELIMITED BY SIZE
               INTO WORKRECORD
           END-STRING
           WRITE WORKRECORD
           PERFORM 0670-WRITE-REVERSAL-LINE
               VARYING VOID-LINE-IDX FROM 1 BY 1
               UNTIL VOID-LINE-IDX > VOID-LINE-COUNT.

       0670-WRITE-REVERSAL-LINE.
           MOVE VOID-AMOUNT(VOID-LINE-IDX) TO ENTRY-AMOUNT-ED
           MOVE SPACES TO WORKRECORD
           STRING "  " DELIMITED BY SIZE
               VOID-ACCT(VOID-LINE-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-AMOUNT-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VOID-CCY(VOID-LINE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VOID-DRCR(VOID-LINE-IDX) DELIMITED BY SIZE
               INTO WORKRECORD
           END-STRING
           MOVE WORKRECORD TO IDXSAVE-LINE(VOID-LINE-IDX)
           WRITE WORKRECORD.

       0700-UPDATE-TXN-INDEX.
           IF INDEX-AVAILABLE = "Y" THEN
               MOVE SPACES TO TXNINDEXRECORD
               MOVE NEW-TXN-CODE TO IDX-TXN-CODE
               MOVE ENTRY-DATE TO IDX-TXN-DATE
               MOVE "P" TO IDX-TXN-STATUS
               MOVE ENTRY-DESC TO IDX-TXN-DESC
               MOVE POST-COUNT TO IDX-LINE-COUNT
               PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT
                   MOVE POST-LINE(POST-IDX) TO IDX-LINE(POST-IDX)
               END-PERFORM
               WRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** INDEX NOT UPDATED FOR "
                           NEW-TXN-CODE
                           " - REBUILD WITH TxnIndexBuild"
               END-WRITE
               MOVE SPACES TO TXNINDEXCONTROL
               MOVE "#CONTROL" TO IDX-CTL-KEY
               MOVE NEW-CODE-SEQ TO IDX-MAX-SEQ
               REWRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** INDEX CONTROL NOT UPDATED"
                           " - REBUILD WITH TxnIndexBuild"
               END-REWRITE
               CLOSE TXNINDEXFILE
           END-IF.

       0750-UPDATE-VOID-INDEX.
           MOVE SPACES TO TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING
           OPEN I-O TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               MOVE PND-VOID-CODE TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY
                       DISPLAY "*** TRANSACTION " PND-VOID-CODE
                           " NOT ON INDEX - REBUILD WITH"
                           " TxnIndexBuild"
                   NOT INVALID KEY
                       MOVE "V" TO IDX-TXN-STATUS
                       REWRITE TXNINDEXRECORD
               END-READ

               MOVE SPACES TO TXNINDEXRECORD
               MOVE NEW-TXN-CODE TO IDX-TXN-CODE
               MOVE PND-VOID-DATE TO IDX-TXN-DATE
               MOVE "V" TO IDX-TXN-STATUS
               MOVE REVERSAL-DESC TO IDX-TXN-DESC
               MOVE VOID-LINE-COUNT TO IDX-LINE-COUNT
               PERFORM VARYING VOID-LINE-IDX FROM 1 BY 1
                   UNTIL VOID-LINE-IDX > VOID-LINE-COUNT
                   MOVE IDXSAVE-LINE(VOID-LINE-IDX)
                       TO IDX-LINE(VOID-LINE-IDX)
               END-PERFORM
               WRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** INDEX NOT UPDATED FOR "
                           NEW-TXN-CODE
                           " - REBUILD WITH TxnIndexBuild"
               END-WRITE

               MOVE "#CONTROL" TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY
                       DISPLAY "*** INDEX FILE HAS NO CONTROL RECORD"
                           " - REBUILD WITH TxnIndexBuild"
                   NOT INVALID KEY
                       IF NEW-CODE-SEQ > IDX-MAX-SEQ THEN
                           MOVE NEW-CODE-SEQ TO IDX-MAX-SEQ
                           REWRITE TXNINDEXRECORD
                       END-IF
               END-READ
               CLOSE TXNINDEXFILE
           END-IF.

       0760-REWRITE-PENDING.
           OPEN OUTPUT PENDINGFILE
           IF PENDING-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REWRITE APPROVAL QUEUE "
                   FUNCTION TRIM(PENDINGFILENAME)
                   " - MARK " PND-ID " BY HAND"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING PNDL-IDX FROM 1 BY 1
                   UNTIL PNDL-IDX > PNDL-COUNT
                   MOVE PNDL-LINE(PNDL-IDX) TO PENDINGRECORD
                   WRITE PENDINGRECORD
               END-PERFORM
               CLOSE PENDINGFILE
           END-IF.

       0770-ISSUE-CHECK.
           PERFORM 0435-LOAD-CHECK-CONTROL
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
           ELSE
               MOVE "check" TO JRN-SET-ACTION
               MOVE ZERO TO JRN-SET-LINES
               MOVE SPACES TO JRN-SET-CODES
               STRING NEW-TXN-CODE DELIMITED BY SPACE
                   ";CHK" DELIMITED BY SIZE
                   FUNCTION TRIM(CHECK-NUMBER-ED) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PND-ID DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO JRN-SET-CODES
               END-STRING
               PERFORM 0800-WRITE-JOURNAL
               MOVE CHECK-AMOUNT TO ENTRY-AMOUNT-ED
               DISPLAY "Check " FUNCTION TRIM(CHECK-NUMBER-ED)
                   " issued to " FUNCTION TRIM(PND-PAYEE) " for "
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
                   PND-PAYEE DELIMITED BY "  "
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

       0790-MARK-CHECK-VOID.
           MOVE SPACES TO CHECKFILENAME, CHK-MARKED-NUMBER
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".checks" DELIMITED BY SIZE
               INTO CHECKFILENAME
           END-STRING
           MOVE ZERO TO CHK-COUNT, CHK-MARK-IDX
           OPEN INPUT CHECKFILE
           IF CHECK-FILE-STATUS = "00" THEN
               READ CHECKFILE
                   AT END SET CHECKENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKENDOFFILE OR CHK-COUNT >= 5000
                   ADD 1 TO CHK-COUNT
                   MOVE CHECKRECORD TO CHK-LINE(CHK-COUNT),
                       CHK-WORK-LINE
                   IF CHECKRECORD(1:1) NOT = ";" AND
                       CHECKRECORD NOT = SPACES THEN
                       PERFORM 0795-SPLIT-CHECK-RECORD
                       IF CHK-TXN-CODE = PND-VOID-CODE AND
                           CHK-STATUS = "I" THEN
                           MOVE CHK-COUNT TO CHK-MARK-IDX
                       END-IF
                   END-IF
                   READ CHECKFILE
                       AT END SET CHECKENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               IF NOT CHECKENDOFFILE THEN
                   DISPLAY "*** CHECK REGISTER "
                       FUNCTION TRIM(CHECKFILENAME)
                       " EXCEEDS 5000 LINES - NOT UPDATED"
                   MOVE ZERO TO CHK-MARK-IDX
                   MOVE "Y" TO CHECK-ERROR
               END-IF
               CLOSE CHECKFILE
           END-IF
           IF CHK-MARK-IDX > ZERO THEN
               MOVE CHK-LINE(CHK-MARK-IDX) TO CHK-WORK-LINE
               PERFORM 0795-SPLIT-CHECK-RECORD
               MOVE CHK-NUMBER-TEXT TO CHK-MARKED-NUMBER
               MOVE SPACES TO CHK-LINE(CHK-MARK-IDX)
               STRING CHK-NUMBER-TEXT DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CHK-ACCT DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CHK-ISSUED DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CHK-AMOUNT-TEXT DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CHK-TXN-CODE DELIMITED BY SPACE
                   "  V  " DELIMITED BY SIZE
                   PND-VOID-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NEW-TXN-CODE DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   CHK-ISSUE-SENT DELIMITED BY SPACE
                   "  -  " DELIMITED BY SIZE
                   CHK-PAYEE DELIMITED BY "  "
                   INTO CHK-LINE(CHK-MARK-IDX)
               END-STRING
               OPEN OUTPUT CHECKFILE
               IF CHECK-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT REWRITE CHECK REGISTER "
                       FUNCTION TRIM(CHECKFILENAME)
                       " - MARK CHECK " FUNCTION TRIM(CHK-NUMBER-TEXT)
                       " VOID BY HAND"
                   MOVE SPACES TO CHK-MARKED-NUMBER
                   MOVE "Y" TO CHECK-ERROR
               ELSE
                   PERFORM VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > CHK-COUNT
                       WRITE CHECKRECORD FROM CHK-LINE(CHK-IDX)
                   END-PERFORM
                   CLOSE CHECKFILE
               END-IF
           END-IF.

       0795-SPLIT-CHECK-RECORD.
           MOVE SPACES TO CHK-NUMBER-TEXT, CHK-ACCT, CHK-ISSUED,
               CHK-AMOUNT-TEXT, CHK-TXN-CODE, CHK-STATUS,
               CHK-VOID-DATE, CHK-VOID-CODE, CHK-ISSUE-SENT,
               CHK-VOID-SENT, CHK-PAYEE
           UNSTRING CHK-WORK-LINE DELIMITED BY "  "
               INTO CHK-NUMBER-TEXT, CHK-ACCT, CHK-ISSUED,
               CHK-AMOUNT-TEXT, CHK-TXN-CODE, CHK-STATUS,
               CHK-VOID-DATE, CHK-VOID-CODE, CHK-ISSUE-SENT,
               CHK-VOID-SENT, CHK-PAYEE
           END-UNSTRING.

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
               MOVE "ApproveEntry" TO JRN-PROGRAM
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
