           SELECT PERIODFILE ASSIGN DYNAMIC PERIODFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT APPROVALFILE ASSIGN DYNAMIC APPROVALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT PENDINGFILE ASSIGN DYNAMIC PENDINGFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT CHECKFILE ASSIGN DYNAMIC CHECKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.
           SELECT ACCOUNTSFILE ASSIGN DYNAMIC ACCOUNTSFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 PERIODENDOFFILE      VALUE HIGH-VALUES.
           05 FILLER               PIC X(40).

       FD APPROVALFILE.
       01 APPROVALRECORD.
           88 APPROVALENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD PENDINGFILE.
       01 PENDINGRECORD.
           88 PENDINGENDOFFILE     VALUE HIGH-VALUES.
           05 FILLER               PIC X(172).

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
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 PERIODFILENAME           PIC X(40) VALUE SPACES.
       01 PERIOD-FILE-STATUS       PIC XX.
       01 PRD-COUNT                PIC 9(3) VALUE ZERO.
       01 PRD-LOCKED-TO            PIC X(4).
       01 IDXSAVE-TABLE.
           05 IDXSAVE-LINE         PIC X(100) OCCURS 50 TIMES.
       01 APPROVALFILENAME         PIC X(40).
       01 APPROVAL-FILE-STATUS     PIC XX.
       01 APPROVAL-ACTIVE          PIC X VALUE "N".
       01 APPROVAL-KEY             PIC X(10).
       01 APPROVAL-VALUE           PIC X(15).
       01 APPROVAL-LIMIT           PIC 9(9)V99 VALUE ZERO.
       01 APPROVAL-TOTAL           PIC 9(10)V99.
       01 APPROVAL-NEEDED          PIC X VALUE "N".
       01 ACCOUNTSFILENAME         PIC X(30) VALUE SPACES.
       01 ACCOUNTS-FILE-STATUS     PIC XX.
       01 ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01 ACCT-IDX                 PIC 9(4).
       01 ACCT-TABLE.
           05 ACCT-ENTRY           OCCURS 500 TIMES.
               10 ACCT-PATH        PIC X(62).
               10 ACCT-TYPE        PIC X.
               10 ACCT-STATUS      PIC X.
       01 CHECKFILENAME            PIC X(40).
       01 CHECK-FILE-STATUS        PIC XX.
       01 CHK-COUNT                PIC 9(4).
       01 CHK-IDX                  PIC 9(4).
       01 CHK-MARK-IDX             PIC 9(4).
       01 CHK-MARKED-NUMBER        PIC X(12).
       01 CHK-MARK-ERROR           PIC X VALUE "N".
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
       01 PENDINGFILENAME          PIC X(40).
       01 PENDING-FILE-STATUS      PIC XX.
       01 PND-SEQ                  PIC 9(5) VALUE ZERO.
       01 PND-SCAN-SEQ             PIC 9(5).
       01 PND-NEW-ID               PIC X(8).
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
               DISPLAY "usage: VoidEntry -f <ledger-file>"
                   " -code <TRANSACTIONCODE> [-date MMDD]"
               DISPLAY "       [-periods <period-file>]"
                   " [-accounts <accounts-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           PERFORM 0165-LOAD-APPROVAL-CONTROL
           IF APPROVAL-ACTIVE = "Y" AND
               ACCOUNTSFILENAME NOT = SPACES THEN
               PERFORM 0170-LOAD-ACCOUNTS
               IF RETURN-CODE NOT = ZERO THEN
                   DISPLAY "*** TRANSACTIONCODE " VOID-TXN-CODE
                       " NOT VOIDED - LEDGER NOT CHANGED"
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 0430-CHECK-APPROVAL-NEEDED
           IF APPROVAL-NEEDED = "Y" THEN
               PERFORM 0740-QUEUE-FOR-APPROVAL
               IF RETURN-CODE = ZERO THEN
                   MOVE "queue" TO JRN-SET-ACTION
                   MOVE VOID-LINE-COUNT TO JRN-SET-LINES
                   MOVE SPACES TO JRN-SET-CODES
                   STRING VOID-TXN-CODE DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       PND-NEW-ID DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       INTO JRN-SET-CODES
                   END-STRING
                   PERFORM 0800-WRITE-JOURNAL
                   DISPLAY "Void of " VOID-TXN-CODE
                       " held for approval as " PND-NEW-ID
                       " - ledger not changed"
               END-IF
               IF RETURN-CODE NOT = ZERO THEN
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0900-RELEASE-LEDGER-LOCK
               STOP RUN
           END-IF

           PERFORM 0520-READ-INDEX-CONTROL
           COMPUTE NEW-CODE-SEQ = CODE-MAX-VALUE + 1
               ON SIZE ERROR
                   DISPLAY "*** TRANSACTION CODE SEQUENCE EXHAUSTED"

           PERFORM 0500-REWRITE-LEDGER
           PERFORM 0700-UPDATE-TXN-INDEX
           PERFORM 0760-MARK-CHECK-VOID

           MOVE "void" TO JRN-SET-ACTION
           MOVE VOID-LINE-COUNT TO JRN-SET-LINES
           MOVE SPACES TO JRN-SET-CODES
           IF CHK-MARKED-NUMBER = SPACES THEN
               STRING VOID-TXN-CODE DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   NEW-TXN-CODE DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO JRN-SET-CODES
               END-STRING
           ELSE
               STRING VOID-TXN-CODE DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   NEW-TXN-CODE DELIMITED BY SPACE
                   ";CHK" DELIMITED BY SIZE
                   CHK-MARKED-NUMBER DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   INTO JRN-SET-CODES
               END-STRING
           END-IF
           PERFORM 0800-WRITE-JOURNAL

           PERFORM 0900-RELEASE-LEDGER-LOCK

           DISPLAY "Voided " VOID-TXN-CODE " with reversal "
               NEW-TXN-CODE " in " FUNCTION TRIM(LEDGERFILENAME)
           IF CHK-MARKED-NUMBER NOT = SPACES THEN
               DISPLAY "Check " FUNCTION TRIM(CHK-MARKED-NUMBER)
                   " marked void in the check register"
           END-IF
           IF CHK-MARK-ERROR = "Y" THEN
               DISPLAY "*** CHECK REGISTER "
                   FUNCTION TRIM(CHECKFILENAME)
                   " NOT UPDATED - MARK THE CHECK FOR "
                   FUNCTION TRIM(VOID-TXN-CODE) " VOID BY HAND"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-GETCOMMANDLINEARGS.
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-accounts" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCOUNTSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED ARGUMENT "
                       COMMANDLINEARGS
               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "VoidEntry" TO GEN-PROGRAM
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

       0170-LOAD-ACCOUNTS.
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

       0200-COLLECT-TXN.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
                   END-IF
           END-EVALUATE.

       0430-CHECK-APPROVAL-NEEDED.
           MOVE "N" TO APPROVAL-NEEDED
           IF APPROVAL-ACTIVE = "Y" THEN
               MOVE ZERO TO APPROVAL-TOTAL
               PERFORM VARYING VOID-LINE-IDX FROM 1 BY 1
                   UNTIL VOID-LINE-IDX > VOID-LINE-COUNT
                   IF VOID-DRCR(VOID-LINE-IDX) = "C" THEN
                       ADD VOID-AMOUNT(VOID-LINE-IDX) TO APPROVAL-TOTAL
                   END-IF
                   IF VOID-ACCT(VOID-LINE-IDX)(1:7) = "Equity:" THEN
                       MOVE "Y" TO APPROVAL-NEEDED
                   END-IF
                   PERFORM VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > ACCT-COUNT
                       IF ACCT-PATH(ACCT-IDX) = VOID-ACCT(VOID-LINE-IDX)
                           AND ACCT-TYPE(ACCT-IDX) = "Q" THEN
                           MOVE "Y" TO APPROVAL-NEEDED
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF APPROVAL-TOTAL > APPROVAL-LIMIT THEN
                   MOVE "Y" TO APPROVAL-NEEDED
               END-IF
           END-IF.

       0510-SCAN-CODE-SUFFIX.
           MOVE ZERO TO CODE-RUN-VALUE
           PERFORM VARYING CODE-CHAR-IDX FROM 1 BY 1
               MOVE CODE-RUN-VALUE TO CODE-MAX-VALUE
           END-IF.

       0520-READ-INDEX-CONTROL.
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

       0500-REWRITE-LEDGER.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0145-TAKE-GENERATION
           OPEN OUTPUT LEDGERFILE
           READ WORKFILE
               AT END SET WORKENDOFFILE TO TRUE
               CLOSE TXNINDEXFILE
           END-IF.

       0740-QUEUE-FOR-APPROVAL.
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
                   " - LEDGER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0805-GET-OS-USER
               MOVE SPACES TO PND-HEADER
               MOVE "*" TO PND-MARK
               MOVE PND-NEW-ID TO PND-ID
               MOVE "void" TO PND-ACTION
               MOVE "P" TO PND-STATUS
               MOVE JRN-OS-USER TO PND-MAKER
               STRING JRN-DATE DELIMITED BY SIZE
                   JRN-TIME(1:6) DELIMITED BY SIZE
                   INTO PND-QUEUED
               END-STRING
               MOVE VOID-TXN-CODE TO PND-VOID-CODE
               MOVE VOID-DATE TO PND-VOID-DATE
               WRITE PENDINGRECORD FROM PND-HEADER
               CLOSE PENDINGFILE
           END-IF.

       0760-MARK-CHECK-VOID.
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
                       PERFORM 0765-SPLIT-CHECK-RECORD
                       IF CHK-TXN-CODE = VOID-TXN-CODE AND
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
                   MOVE "Y" TO CHK-MARK-ERROR
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE CHECKFILE
           END-IF
           IF CHK-MARK-IDX > ZERO THEN
               MOVE CHK-LINE(CHK-MARK-IDX) TO CHK-WORK-LINE
               PERFORM 0765-SPLIT-CHECK-RECORD
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
                   VOID-DATE DELIMITED BY SIZE
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
                   MOVE "Y" TO CHK-MARK-ERROR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > CHK-COUNT
                       WRITE CHECKRECORD FROM CHK-LINE(CHK-IDX)
                   END-PERFORM
                   CLOSE CHECKFILE
               END-IF
           END-IF.

       0765-SPLIT-CHECK-RECORD.
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
