       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctRename.
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
           SELECT TXNINDEXFILE ASSIGN DYNAMIC TXNINDEXFILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-TXN-CODE
               FILE STATUS IS TXNINDEX-FILE-STATUS.
           SELECT ACCOUNTSFILE ASSIGN DYNAMIC ACCOUNTSFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-FILE-STATUS.
           SELECT BUDGETFILE ASSIGN DYNAMIC BUDGETFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT TEMPLATEFILE ASSIGN DYNAMIC TEMPLATEFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-FILE-STATUS.
           SELECT JOURNALFILE ASSIGN DYNAMIC JOURNALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT PERIODFILE ASSIGN DYNAMIC PERIODFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT SIDEFILE ASSIGN DYNAMIC SIDEFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.

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

       FD ACCOUNTSFILE.
       01 ACCOUNTSRECORD.
           88 ACCOUNTSENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD BUDGETFILE.
       01 BUDGETRECORD.
           88 BUDGETENDOFFILE      VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD TEMPLATEFILE.
       01 TEMPLATERECORD.
           88 TEMPLATEENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

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

       FD SIDEFILE.
       01 SIDERECORD.
           88 SIDEENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(300).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 LEDGER-FILE-STATUS       PIC XX.
       01 WORKFILENAME             PIC X(40).
       01 WORK-FILE-STATUS         PIC XX.
       01 ACCOUNTSFILENAME         PIC X(30) VALUE SPACES.
       01 ACCOUNTS-FILE-STATUS     PIC XX.
       01 BUDGETFILENAME           PIC X(30) VALUE "budget.dat".
       01 BUDGET-FILE-STATUS       PIC XX.
       01 TEMPLATEFILENAME         PIC X(30) VALUE SPACES.
       01 TEMPLATE-FILE-STATUS     PIC XX.
       01 ASSETFILENAME            PIC X(30) VALUE "assets.dat".
       01 TAXFILENAME              PIC X(30) VALUE "taxcodes.dat".
       01 CLASSFILENAME            PIC X(30) VALUE "cashflow_class.dat".
       01 SIDEFILENAME             PIC X(40).
       01 SIDE-FILE-STATUS         PIC XX.
       01 SIDE-IDX                 PIC 9.
       01 SIDE-TABLE.
           05 SIDE-ENTRY           OCCURS 6 TIMES.
               10 SIDE-NAME        PIC X(40).
               10 SIDE-LABEL       PIC X(23).
               10 SIDE-KIND        PIC X.
               10 SIDE-WIDTH       PIC 9(3).
               10 SIDE-AVAILABLE   PIC X.
               10 SIDE-CHANGED     PIC 9(4).
       01 SIDE-COUNT               PIC 9(4) VALUE ZERO.
       01 SIDE-LINE-IDX            PIC 9(4).
       01 SIDE-LINES.
           05 SIDE-LINE            PIC X(300) OCCURS 2000 TIMES.
       01 SIDE-FIELD               PIC 9.
       01 SIDE-FIELD-FIRST         PIC 9.
       01 SIDE-FIELD-LAST          PIC 9.
       01 SIDE-BASE                PIC 9.
       01 SIDE-SKIP-COUNT          PIC 9.
       01 SIDE-LINE-DONE           PIC X.
       01 SIDE-SKIP                PIC X(62).
       01 RENAME-ACTION            PIC X VALUE SPACE.
           88 ACTION-RENAME        VALUE "R".
           88 ACTION-MERGE         VALUE "M".
       01 OLD-PATH                 PIC X(62) VALUE SPACES.
       01 NEW-PATH                 PIC X(62) VALUE SPACES.
       01 NEW-PATH-COLONS          PIC 99.
       01 PREVIEW-MODE             PIC X VALUE "N".
       01 OVERRIDE-LOCKS           PIC X VALUE "N".
       01 RENAME-ERROR             PIC X VALUE "N".
       01 REWRITE-ERROR            PIC X VALUE "N".
       01 ACC-COUNT                PIC 9(4) VALUE ZERO.
       01 ACC-IDX                  PIC 9(4).
       01 ACC-TABLE.
           05 ACC-LINE             PIC X(80) OCCURS 600 TIMES.
       01 ACC-PATH                 PIC X(62).
       01 ACC-TYPE                 PIC X.
       01 ACC-STATUS               PIC X.
       01 OLD-ACC-IDX              PIC 9(4) VALUE ZERO.
       01 OLD-ACC-TYPE             PIC X.
       01 OLD-ACC-STATUS           PIC X.
       01 NEW-ACC-IDX              PIC 9(4) VALUE ZERO.
       01 NEW-ACC-TYPE             PIC X.
       01 NEW-ACC-STATUS           PIC X.
       01 BGT-AVAILABLE            PIC X VALUE "N".
       01 BGT-COUNT                PIC 9(4) VALUE ZERO.
       01 BGT-IDX                  PIC 9(4).
       01 BGT-TABLE.
           05 BGT-LINE             PIC X(100) OCCURS 2000 TIMES.
       01 BGT-CHANGED              PIC 9(4) VALUE ZERO.
       01 TPL-AVAILABLE            PIC X VALUE "N".
       01 TPL-COUNT                PIC 9(4) VALUE ZERO.
       01 TPL-IDX                  PIC 9(4).
       01 TPL-TABLE.
           05 TPL-LINE             PIC X(100) OCCURS 2000 TIMES.
       01 TPL-CHANGED              PIC 9(4) VALUE ZERO.
       01 CUR-TXN-CODE             PIC X(10) VALUE SPACES.
       01 CUR-TXN-DATE             PIC X(4).
       01 CUR-AFFECTED             PIC X VALUE "N".
       01 LEDGER-CHANGED           PIC 9(6) VALUE ZERO.
       01 AFF-COUNT                PIC 9(4) VALUE ZERO.
       01 AFF-IDX                  PIC 9(4).
       01 AFF-LOCKED-COUNT         PIC 9(4) VALUE ZERO.
       01 AFF-TABLE.
           05 AFF-ENTRY            OCCURS 5000 TIMES.
               10 AFF-CODE         PIC X(10).
               10 AFF-DATE         PIC X(4).
               10 AFF-LOCKED       PIC X.
               10 AFF-PERIOD       PIC X(20).
       01 SWAP-LINE                PIC X(300).
       01 SWAP-START               PIC 9(3).
       01 SWAP-POINTER             PIC 9(3).
       01 SWAP-PATH                PIC X(62).
       01 SWAP-RESULT              PIC X(362).
       01 SWAP-LIMIT               PIC 9(3) VALUE 100.
       01 SWAP-RESULT-POINTER      PIC 9(3).
       01 SWAP-DONE                PIC X.
       01 SWAP-NEW-USES            PIC 9(6) VALUE ZERO.
       01 LEDGER-NEW-USES          PIC 9(6) VALUE ZERO.
       01 SWAP-OVERFLOW-COUNT      PIC 9(4) VALUE ZERO.
       01 IDX-LINE-IDX             PIC 99.
       01 COUNT-ED                 PIC ZZZZZ9.
       01 COUNT-ED-2               PIC ZZZZZ9.
       01 TXNINDEXFILENAME         PIC X(40).
       01 TXNINDEX-FILE-STATUS     PIC XX.
       01 JOURNALFILENAME          PIC X(30) VALUE "journal.dat".
       01 JOURNAL-FILE-STATUS      PIC XX.
       01 JRN-DATE                 PIC X(8).
       01 JRN-TIME                 PIC X(8).
       01 JRN-OS-USER              PIC X(12) VALUE SPACES.
       01 JRN-SET-ACTION           PIC X(12).
       01 JRN-SET-LINES            PIC 9(6).
       01 JRN-SET-CODES            PIC X(120).
       01 JRN-CODE-POINTER         PIC 9(3).
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

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LEDGERFILENAME = SPACES OR ACCOUNTSFILENAME = SPACES OR
               RENAME-ACTION = SPACE OR OLD-PATH = SPACES OR
               NEW-PATH = SPACES THEN
               DISPLAY "usage: AcctRename -f <ledger-file>"
                   " -accounts <accounts-file>"
               DISPLAY "       rename|merge <old-path> <new-path>"
                   " [-budget <budget-file>] [-t <template-file>]"
               DISPLAY "       [-periods <period-file>] [-override]"
                   " [-preview]"
               DISPLAY "       [-assets <asset-file>]"
                   " [-taxcodes <tax-code-file>] [-class <class-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF OLD-PATH = NEW-PATH THEN
               DISPLAY "*** OLD AND NEW ACCOUNT PATHS ARE THE SAME"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO NEW-PATH-COLONS
           INSPECT NEW-PATH TALLYING NEW-PATH-COLONS FOR ALL ":"
           IF NEW-PATH-COLONS NOT = 2 THEN
               DISPLAY "*** NEW PATH MUST BE"
                   " Genera:Species:Individual - "
                   FUNCTION TRIM(NEW-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PREVIEW-MODE = "N" THEN
               PERFORM 0140-TAKE-LEDGER-LOCK
           END-IF
           PERFORM 0150-LOAD-PERIODS
           PERFORM 0200-LOAD-ACCOUNTS
           PERFORM 0300-SCAN-LEDGER
           MOVE SWAP-NEW-USES TO LEDGER-NEW-USES
           PERFORM 0350-SCAN-BUDGET
           PERFORM 0360-SCAN-TEMPLATES
           PERFORM 0370-SCAN-OTHER-FILES
           PERFORM 0250-CHECK-ACCOUNTS

           IF RENAME-ERROR = "N" AND SWAP-OVERFLOW-COUNT > ZERO THEN
               MOVE SWAP-OVERFLOW-COUNT TO COUNT-ED
               DISPLAY "*** " FUNCTION TRIM(COUNT-ED)
                   " LINE(S) WOULD EXCEED THEIR RECORD LENGTH WITH "
                   FUNCTION TRIM(NEW-PATH)
               MOVE "Y" TO RENAME-ERROR
           END-IF

           PERFORM 0400-SHOW-COUNTS

           IF RENAME-ERROR = "Y" THEN
               DISPLAY "Nothing changed"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PREVIEW-MODE = "Y" THEN
               DISPLAY "Preview only - nothing changed"
               STOP RUN
           END-IF

           IF AFF-LOCKED-COUNT > ZERO AND OVERRIDE-LOCKS = "N" THEN
               DISPLAY "*** TRANSACTIONS IN LOCKED PERIODS USE "
                   FUNCTION TRIM(OLD-PATH)
                   " - RERUN WITH -override TO CHANGE THEM"
               DISPLAY "Nothing changed"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF AFF-COUNT > ZERO THEN
               PERFORM 0450-REWRITE-LEDGER
               PERFORM 0500-UPDATE-TXN-INDEX
           END-IF
           IF BGT-CHANGED > ZERO THEN
               PERFORM 0550-REWRITE-BUDGET
           END-IF
           IF TPL-CHANGED > ZERO THEN
               PERFORM 0560-REWRITE-TEMPLATES
           END-IF
           PERFORM 0580-REWRITE-SIDE-FILE
               VARYING SIDE-IDX FROM 1 BY 1
               UNTIL SIDE-IDX > 6
           PERFORM 0570-REWRITE-ACCOUNTS

           IF ACTION-RENAME THEN
               MOVE "rename" TO JRN-SET-ACTION
           ELSE
               MOVE "merge" TO JRN-SET-ACTION
           END-IF
           MOVE ZERO TO JRN-SET-LINES
           MOVE SPACES TO JRN-SET-CODES
           MOVE 1 TO JRN-CODE-POINTER
           PERFORM 0810-JOURNAL-ONE-CODE
               VARYING AFF-IDX FROM 1 BY 1
               UNTIL AFF-IDX > AFF-COUNT
           MOVE LEDGER-CHANGED TO JRN-SET-LINES
           PERFORM 0800-WRITE-JOURNAL

           PERFORM 0900-RELEASE-LEDGER-LOCK

           IF REWRITE-ERROR = "Y" THEN
               DISPLAY "*** " FUNCTION TRIM(OLD-PATH)
                   " ONLY PARTLY CHANGED - CHANGE IT TO "
                   FUNCTION TRIM(NEW-PATH)
                   " BY HAND IN THE FILES LISTED ABOVE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ACTION-RENAME THEN
               DISPLAY "Renamed " FUNCTION TRIM(OLD-PATH) " to "
                   FUNCTION TRIM(NEW-PATH)
           ELSE
               DISPLAY "Merged " FUNCTION TRIM(OLD-PATH) " into "
                   FUNCTION TRIM(NEW-PATH)
           END-IF
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
               WHEN "-accounts" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCOUNTSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-budget" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO BUDGETFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-t" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO TEMPLATEFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-periods" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-assets" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ASSETFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-taxcodes" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO TAXFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-class" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO CLASSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-override"
                   MOVE "Y" TO OVERRIDE-LOCKS
               WHEN "-preview"
                   MOVE "Y" TO PREVIEW-MODE
               WHEN "rename"
               WHEN "merge"
                   IF COMMANDLINEARGS = "rename" THEN
                       SET ACTION-RENAME TO TRUE
                   ELSE
                       SET ACTION-MERGE TO TRUE
                   END-IF
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO OLD-PATH
                   ADD 1 TO ARG-COUNTER
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO NEW-PATH
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
           PERFORM 0805-GET-OS-USER
           MOVE SPACES TO LOCKRECORD
           STRING JRN-OS-USER DELIMITED BY SPACE
               "  AcctRename  " DELIMITED BY SIZE
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
               MOVE "AcctRename" TO GEN-PROGRAM
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

       0200-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTSFILE
           IF ACCOUNTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN ACCOUNTS MASTER "
                   ACCOUNTSFILENAME
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCOUNTSFILE
               AT END SET ACCOUNTSENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ACCOUNTSENDOFFILE
               IF ACC-COUNT >= 600 THEN
                   DISPLAY "*** ACCOUNTS MASTER EXCEEDS 600"
                       " LINES - RAISE ACC-TABLE LIMIT"
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   CLOSE ACCOUNTSFILE
                   STOP RUN
               END-IF
               ADD 1 TO ACC-COUNT
               MOVE ACCOUNTSRECORD TO ACC-LINE(ACC-COUNT)
               IF ACCOUNTSRECORD(1:1) NOT = ";" AND
                   ACCOUNTSRECORD NOT = SPACES THEN
                   MOVE SPACES TO ACC-PATH, ACC-TYPE, ACC-STATUS
                   UNSTRING ACCOUNTSRECORD DELIMITED BY "  "
                       INTO ACC-PATH, ACC-TYPE, ACC-STATUS
                   END-UNSTRING
                   IF ACC-PATH = OLD-PATH THEN
                       MOVE ACC-COUNT TO OLD-ACC-IDX
                       MOVE ACC-TYPE TO OLD-ACC-TYPE
                       MOVE ACC-STATUS TO OLD-ACC-STATUS
                   END-IF
                   IF ACC-PATH = NEW-PATH THEN
                       MOVE ACC-COUNT TO NEW-ACC-IDX
                       MOVE ACC-TYPE TO NEW-ACC-TYPE
                       MOVE ACC-STATUS TO NEW-ACC-STATUS
                   END-IF
               END-IF
               READ ACCOUNTSFILE
                   AT END SET ACCOUNTSENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNTSFILE.

       0250-CHECK-ACCOUNTS.
           EVALUATE TRUE
               WHEN OLD-ACC-IDX = ZERO
                   DISPLAY "*** ACCOUNT NOT ON FILE: "
                       FUNCTION TRIM(OLD-PATH)
                   MOVE "Y" TO RENAME-ERROR
               WHEN OLD-ACC-STATUS = "C"
                   DISPLAY "*** ACCOUNT ALREADY CLOSED: "
                       FUNCTION TRIM(OLD-PATH)
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-RENAME AND NEW-ACC-IDX NOT = ZERO
                   DISPLAY "*** ACCOUNT ALREADY ON FILE: "
                       FUNCTION TRIM(NEW-PATH) " - USE merge"
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-RENAME AND LEDGER-NEW-USES > ZERO
                   DISPLAY "*** " FUNCTION TRIM(NEW-PATH)
                       " IS ALREADY POSTED TO - USE merge"
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-RENAME AND ACC-COUNT >= 600
                   DISPLAY "*** ACCOUNTS MASTER EXCEEDS 600"
                       " LINES - RAISE ACC-TABLE LIMIT"
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-MERGE AND NEW-ACC-IDX = ZERO
                   DISPLAY "*** MERGE TARGET NOT ON FILE: "
                       FUNCTION TRIM(NEW-PATH)
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-MERGE AND NEW-ACC-STATUS = "C"
                   DISPLAY "*** MERGE TARGET IS CLOSED: "
                       FUNCTION TRIM(NEW-PATH)
                   MOVE "Y" TO RENAME-ERROR
               WHEN ACTION-MERGE AND NEW-ACC-TYPE NOT = OLD-ACC-TYPE
                   DISPLAY "*** ACCOUNT TYPES DIFFER - "
                       FUNCTION TRIM(OLD-PATH) " IS " OLD-ACC-TYPE
                       ", " FUNCTION TRIM(NEW-PATH) " IS "
                       NEW-ACC-TYPE
                   MOVE "Y" TO RENAME-ERROR
           END-EVALUATE.

       0300-SCAN-LEDGER.
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
                   IF CUR-TXN-CODE NOT = SPACES THEN
                       PERFORM 0310-TAKE-POSTING-LINE
                   END-IF
               ELSE
                   MOVE RECORDLINE(8:10) TO CUR-TXN-CODE
                   MOVE RECORDLINE(2:4) TO CUR-TXN-DATE
                   MOVE "N" TO CUR-AFFECTED
               END-IF
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGERFILE.

       0310-TAKE-POSTING-LINE.
           MOVE RECORDLINE TO SWAP-LINE
           MOVE 3 TO SWAP-START
           PERFORM 0600-SWAP-PATH
           IF SWAP-DONE = "Y" THEN
               ADD 1 TO LEDGER-CHANGED
               IF CUR-AFFECTED = "N" THEN
                   MOVE "Y" TO CUR-AFFECTED
                   IF AFF-COUNT >= 5000 THEN
                       DISPLAY "*** MORE THAN 5000 TRANSACTIONS USE "
                           FUNCTION TRIM(OLD-PATH)
                           " - RAISE AFF-TABLE LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE LEDGERFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO AFF-COUNT
                   MOVE CUR-TXN-CODE TO AFF-CODE(AFF-COUNT)
                   MOVE CUR-TXN-DATE TO AFF-DATE(AFF-COUNT)
                   MOVE CUR-TXN-DATE TO PRD-CHECK-DATE
                   PERFORM 0160-CHECK-PERIOD-LOCK
                   MOVE PRD-LOCKED TO AFF-LOCKED(AFF-COUNT)
                   MOVE PRD-LOCKED-NAME TO AFF-PERIOD(AFF-COUNT)
                   IF PRD-LOCKED = "Y" THEN
                       ADD 1 TO AFF-LOCKED-COUNT
                   END-IF
               END-IF
           END-IF.

       0350-SCAN-BUDGET.
           OPEN INPUT BUDGETFILE
           IF BUDGET-FILE-STATUS = "00" THEN
               MOVE "Y" TO BGT-AVAILABLE
               READ BUDGETFILE
                   AT END SET BUDGETENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL BUDGETENDOFFILE
                   IF BGT-COUNT >= 2000 THEN
                       DISPLAY "*** BUDGET MASTER EXCEEDS 2000"
                           " LINES - RAISE BGT-TABLE LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE BUDGETFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO BGT-COUNT
                   MOVE BUDGETRECORD TO BGT-LINE(BGT-COUNT)
                   IF BUDGETRECORD(1:1) NOT = ";" AND
                       BUDGETRECORD NOT = SPACES THEN
                       MOVE BUDGETRECORD TO SWAP-LINE
                       MOVE 5 TO SWAP-START
                       PERFORM 0600-SWAP-PATH
                       IF SWAP-DONE = "Y" THEN
                           MOVE SWAP-LINE TO BGT-LINE(BGT-COUNT)
                           ADD 1 TO BGT-CHANGED
                       END-IF
                   END-IF
                   READ BUDGETFILE
                       AT END SET BUDGETENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BUDGETFILE
           END-IF.

       0360-SCAN-TEMPLATES.
           IF TEMPLATEFILENAME NOT = SPACES THEN
               OPEN INPUT TEMPLATEFILE
               IF TEMPLATE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT OPEN TEMPLATE FILE "
                       TEMPLATEFILENAME
                   MOVE "Y" TO RENAME-ERROR
               ELSE
                   MOVE "Y" TO TPL-AVAILABLE
                   READ TEMPLATEFILE
                       AT END SET TEMPLATEENDOFFILE TO TRUE
                   END-READ
                   PERFORM UNTIL TEMPLATEENDOFFILE
                       IF TPL-COUNT >= 2000 THEN
                           DISPLAY "*** TEMPLATE FILE EXCEEDS 2000"
                               " LINES - RAISE TPL-TABLE LIMIT"
                           PERFORM 0900-RELEASE-LEDGER-LOCK
                           MOVE 1 TO RETURN-CODE
                           CLOSE TEMPLATEFILE
                           STOP RUN
                       END-IF
                       ADD 1 TO TPL-COUNT
                       MOVE TEMPLATERECORD TO TPL-LINE(TPL-COUNT)
                       IF TEMPLATERECORD(1:2) = "  " AND
                           TEMPLATERECORD NOT = SPACES THEN
                           MOVE TEMPLATERECORD TO SWAP-LINE
                           MOVE 3 TO SWAP-START
                           PERFORM 0600-SWAP-PATH
                           IF SWAP-DONE = "Y" THEN
                               MOVE SWAP-LINE TO TPL-LINE(TPL-COUNT)
                               ADD 1 TO TPL-CHANGED
                           END-IF
                       END-IF
                       READ TEMPLATEFILE
                           AT END SET TEMPLATEENDOFFILE TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TEMPLATEFILE
               END-IF
           END-IF.

       0370-SCAN-OTHER-FILES.
           MOVE SPACES TO SIDE-TABLE
           MOVE ASSETFILENAME TO SIDE-NAME(1)
           MOVE "Asset register lines:" TO SIDE-LABEL(1)
           MOVE "A" TO SIDE-KIND(1)
           MOVE 300 TO SIDE-WIDTH(1)
           MOVE TAXFILENAME TO SIDE-NAME(2)
           MOVE "Tax code lines:" TO SIDE-LABEL(2)
           MOVE "T" TO SIDE-KIND(2)
           MOVE 120 TO SIDE-WIDTH(2)
           MOVE CLASSFILENAME TO SIDE-NAME(3)
           MOVE "Cash flow class lines:" TO SIDE-LABEL(3)
           MOVE "C" TO SIDE-KIND(3)
           MOVE 100 TO SIDE-WIDTH(3)
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".pending" DELIMITED BY SIZE
               INTO SIDE-NAME(4)
           END-STRING
           MOVE "Approval queue lines:" TO SIDE-LABEL(4)
           MOVE "P" TO SIDE-KIND(4)
           MOVE 100 TO SIDE-WIDTH(4)
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".chkctl" DELIMITED BY SIZE
               INTO SIDE-NAME(5)
           END-STRING
           MOVE "Check control lines:" TO SIDE-LABEL(5)
           MOVE "K" TO SIDE-KIND(5)
           MOVE 120 TO SIDE-WIDTH(5)
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".checks" DELIMITED BY SIZE
               INTO SIDE-NAME(6)
           END-STRING
           MOVE "Check register lines:" TO SIDE-LABEL(6)
           MOVE "R" TO SIDE-KIND(6)
           MOVE 200 TO SIDE-WIDTH(6)
           PERFORM 0380-LOAD-SIDE-FILE
               VARYING SIDE-IDX FROM 1 BY 1
               UNTIL SIDE-IDX > 6.

       0380-LOAD-SIDE-FILE.
           MOVE "N" TO SIDE-AVAILABLE(SIDE-IDX)
           MOVE ZERO TO SIDE-CHANGED(SIDE-IDX), SIDE-COUNT
           MOVE SIDE-NAME(SIDE-IDX) TO SIDEFILENAME
           MOVE SIDE-WIDTH(SIDE-IDX) TO SWAP-LIMIT
           OPEN INPUT SIDEFILE
           IF SIDE-FILE-STATUS = "00" THEN
               MOVE "Y" TO SIDE-AVAILABLE(SIDE-IDX)
               READ SIDEFILE
                   AT END SET SIDEENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL SIDEENDOFFILE
                   IF SIDE-COUNT >= 2000 THEN
                       DISPLAY "*** " FUNCTION TRIM(SIDEFILENAME)
                           " EXCEEDS 2000 LINES"
                           " - RAISE SIDE-LINES LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE SIDEFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO SIDE-COUNT
                   MOVE SIDERECORD TO SIDE-LINE(SIDE-COUNT)
                   PERFORM 0385-SWAP-SIDE-LINE
                   IF SIDE-LINE-DONE = "Y" THEN
                       ADD 1 TO SIDE-CHANGED(SIDE-IDX)
                   END-IF
                   READ SIDEFILE
                       AT END SET SIDEENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SIDEFILE
           END-IF
           MOVE 100 TO SWAP-LIMIT.

       0385-SWAP-SIDE-LINE.
           MOVE "N" TO SIDE-LINE-DONE
           MOVE 1 TO SIDE-BASE, SIDE-FIELD-FIRST, SIDE-FIELD-LAST
           EVALUATE SIDE-KIND(SIDE-IDX)
               WHEN "A"
                   MOVE 3 TO SIDE-FIELD-FIRST
                   MOVE 5 TO SIDE-FIELD-LAST
               WHEN "T"
                   MOVE 3 TO SIDE-FIELD-FIRST, SIDE-FIELD-LAST
               WHEN "R"
                   MOVE 2 TO SIDE-FIELD-FIRST, SIDE-FIELD-LAST
               WHEN "P"
                   MOVE 3 TO SIDE-BASE
           END-EVALUATE
           IF SIDE-LINE(SIDE-COUNT) = SPACES OR
               SIDE-LINE(SIDE-COUNT)(1:1) = ";" THEN
               MOVE ZERO TO SIDE-FIELD-LAST
           END-IF
           IF SIDE-KIND(SIDE-IDX) = "P" THEN
               IF SIDE-LINE(SIDE-COUNT)(1:2) NOT = "  " THEN
                   MOVE ZERO TO SIDE-FIELD-LAST
               END-IF
           ELSE
               IF SIDE-LINE(SIDE-COUNT)(1:1) = " " THEN
                   MOVE ZERO TO SIDE-FIELD-LAST
               END-IF
           END-IF
           MOVE SIDE-LINE(SIDE-COUNT) TO SWAP-LINE
           PERFORM 0386-SWAP-SIDE-FIELD
               VARYING SIDE-FIELD FROM SIDE-FIELD-FIRST BY 1
               UNTIL SIDE-FIELD > SIDE-FIELD-LAST
           IF SIDE-LINE-DONE = "Y" THEN
               MOVE SWAP-LINE TO SIDE-LINE(SIDE-COUNT)
           END-IF.

       0386-SWAP-SIDE-FIELD.
           MOVE SIDE-BASE TO SWAP-START
           COMPUTE SIDE-SKIP-COUNT = SIDE-FIELD - 1
           PERFORM SIDE-SKIP-COUNT TIMES
               IF SWAP-START <= SWAP-LIMIT THEN
                   UNSTRING SWAP-LINE DELIMITED BY "  "
                       INTO SIDE-SKIP
                       WITH POINTER SWAP-START
                   END-UNSTRING
               END-IF
           END-PERFORM
           IF SWAP-START <= SWAP-LIMIT THEN
               PERFORM 0600-SWAP-PATH
               IF SWAP-DONE = "Y" THEN
                   MOVE "Y" TO SIDE-LINE-DONE
               END-IF
           END-IF.

       0400-SHOW-COUNTS.
           IF ACTION-RENAME THEN
               DISPLAY "Rename " FUNCTION TRIM(OLD-PATH) " to "
                   FUNCTION TRIM(NEW-PATH)
           ELSE
               DISPLAY "Merge " FUNCTION TRIM(OLD-PATH) " into "
                   FUNCTION TRIM(NEW-PATH)
           END-IF
           MOVE LEDGER-CHANGED TO COUNT-ED
           MOVE AFF-COUNT TO COUNT-ED-2
           DISPLAY "  Ledger posting lines:  " COUNT-ED
               " in " FUNCTION TRIM(COUNT-ED-2) " transaction(s)"
           MOVE AFF-COUNT TO COUNT-ED
           DISPLAY "  Index records:         " COUNT-ED
           IF BGT-AVAILABLE = "Y" THEN
               MOVE BGT-CHANGED TO COUNT-ED
               DISPLAY "  Budget lines:          " COUNT-ED
                   "  (" FUNCTION TRIM(BUDGETFILENAME) ")"
           ELSE
               DISPLAY "  Budget lines:               -"
                   "  (no " FUNCTION TRIM(BUDGETFILENAME) ")"
           END-IF
           IF TPL-AVAILABLE = "Y" THEN
               MOVE TPL-CHANGED TO COUNT-ED
               DISPLAY "  Template lines:        " COUNT-ED
                   "  (" FUNCTION TRIM(TEMPLATEFILENAME) ")"
           ELSE
               DISPLAY "  Template lines:             -"
                   "  (no -t file given)"
           END-IF
           PERFORM VARYING SIDE-IDX FROM 1 BY 1
               UNTIL SIDE-IDX > 6
               IF SIDE-AVAILABLE(SIDE-IDX) = "Y" THEN
                   MOVE SIDE-CHANGED(SIDE-IDX) TO COUNT-ED
                   DISPLAY "  " SIDE-LABEL(SIDE-IDX) COUNT-ED
                       "  (" FUNCTION TRIM(SIDE-NAME(SIDE-IDX)) ")"
               ELSE
                   DISPLAY "  " SIDE-LABEL(SIDE-IDX) "     -"
                       "  (no " FUNCTION TRIM(SIDE-NAME(SIDE-IDX))
                       ")"
               END-IF
           END-PERFORM
           IF ACTION-RENAME THEN
               DISPLAY "  Accounts master:       close "
                   FUNCTION TRIM(OLD-PATH) ", add "
                   FUNCTION TRIM(NEW-PATH) " type " OLD-ACC-TYPE
           ELSE
               DISPLAY "  Accounts master:       close "
                   FUNCTION TRIM(OLD-PATH)
           END-IF
           MOVE AFF-LOCKED-COUNT TO COUNT-ED
           DISPLAY "  In locked periods:     " COUNT-ED
               " transaction(s)"
           PERFORM VARYING AFF-IDX FROM 1 BY 1
               UNTIL AFF-IDX > AFF-COUNT
               IF AFF-LOCKED(AFF-IDX) = "Y" THEN
                   DISPLAY "    " AFF-CODE(AFF-IDX) "  "
                       AFF-DATE(AFF-IDX) "  "
                       FUNCTION TRIM(AFF-PERIOD(AFF-IDX))
               END-IF
           END-PERFORM.

       0450-REWRITE-LEDGER.
           MOVE SPACES TO WORKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".ren.tmp" DELIMITED BY SIZE
               INTO WORKFILENAME
           END-STRING
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REOPEN LEDGER FILE "
                   LEDGERFILENAME " - NOTHING CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKFILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT CREATE WORK FILE "
                   WORKFILENAME " - NOTHING CHANGED"
               CLOSE LEDGERFILE
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ LEDGERFILE
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFFILE
               IF RECORDLINE(1:1) = " " AND
                   RECORDLINE(2:1) = " " AND
                   RECORDLINE NOT = SPACES THEN
                   MOVE RECORDLINE TO SWAP-LINE
                   MOVE 3 TO SWAP-START
                   PERFORM 0600-SWAP-PATH
                   MOVE SWAP-LINE TO WORKRECORD
               ELSE
                   MOVE RECORDLINE TO WORKRECORD
               END-IF
               WRITE WORKRECORD
               IF WORK-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** ERROR WRITING WORK FILE "
                       WORKFILENAME " - NOTHING CHANGED"
                   CLOSE LEDGERFILE, WORKFILE
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEDGERFILE, WORKFILE

           OPEN INPUT WORKFILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REOPEN WORK FILE "
                   WORKFILENAME " - NOTHING CHANGED"
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

       0500-UPDATE-TXN-INDEX.
           MOVE SPACES TO TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING
           OPEN I-O TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS = "00" THEN
               PERFORM 0510-UPDATE-ONE-INDEX-RECORD
                   VARYING AFF-IDX FROM 1 BY 1
                   UNTIL AFF-IDX > AFF-COUNT
               CLOSE TXNINDEXFILE
           ELSE
               DISPLAY "*** CANNOT OPEN INDEX FILE "
                   FUNCTION TRIM(TXNINDEXFILENAME)
                   " - REBUILD WITH TxnIndexBuild"
           END-IF.

       0510-UPDATE-ONE-INDEX-RECORD.
           MOVE AFF-CODE(AFF-IDX) TO IDX-TXN-CODE
           READ TXNINDEXFILE
               INVALID KEY
                   DISPLAY "*** TRANSACTION " AFF-CODE(AFF-IDX)
                       " NOT ON INDEX - REBUILD WITH TxnIndexBuild"
               NOT INVALID KEY
                   PERFORM VARYING IDX-LINE-IDX FROM 1 BY 1
                       UNTIL IDX-LINE-IDX > IDX-LINE-COUNT
                       MOVE IDX-LINE(IDX-LINE-IDX) TO SWAP-LINE
                       MOVE 3 TO SWAP-START
                       PERFORM 0600-SWAP-PATH
                       MOVE SWAP-LINE TO IDX-LINE(IDX-LINE-IDX)
                   END-PERFORM
                   REWRITE TXNINDEXRECORD
                       INVALID KEY
                           DISPLAY "*** INDEX NOT UPDATED FOR "
                               AFF-CODE(AFF-IDX)
                               " - REBUILD WITH TxnIndexBuild"
                   END-REWRITE
           END-READ.

       0550-REWRITE-BUDGET.
           OPEN OUTPUT BUDGETFILE
           IF BUDGET-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REWRITE BUDGET MASTER "
                   BUDGETFILENAME
               MOVE "Y" TO REWRITE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING BGT-IDX FROM 1 BY 1
                   UNTIL BGT-IDX > BGT-COUNT
                   MOVE BGT-LINE(BGT-IDX) TO BUDGETRECORD
                   WRITE BUDGETRECORD
               END-PERFORM
               CLOSE BUDGETFILE
           END-IF.

       0560-REWRITE-TEMPLATES.
           OPEN OUTPUT TEMPLATEFILE
           IF TEMPLATE-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REWRITE TEMPLATE FILE "
                   TEMPLATEFILENAME
               MOVE "Y" TO REWRITE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING TPL-IDX FROM 1 BY 1
                   UNTIL TPL-IDX > TPL-COUNT
                   MOVE TPL-LINE(TPL-IDX) TO TEMPLATERECORD
                   WRITE TEMPLATERECORD
               END-PERFORM
               CLOSE TEMPLATEFILE
           END-IF.

       0570-REWRITE-ACCOUNTS.
           MOVE SPACES TO ACC-LINE(OLD-ACC-IDX)
           STRING OLD-PATH DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               OLD-ACC-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               "C" DELIMITED BY SIZE
               INTO ACC-LINE(OLD-ACC-IDX)
           END-STRING
           IF ACTION-RENAME THEN
               ADD 1 TO ACC-COUNT
               MOVE SPACES TO ACC-LINE(ACC-COUNT)
               STRING NEW-PATH DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   OLD-ACC-TYPE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   "A" DELIMITED BY SIZE
                   INTO ACC-LINE(ACC-COUNT)
               END-STRING
           END-IF
           OPEN OUTPUT ACCOUNTSFILE
           IF ACCOUNTS-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ACCOUNTS MASTER "
                   ACCOUNTSFILENAME
               MOVE "Y" TO REWRITE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
                   MOVE ACC-LINE(ACC-IDX) TO ACCOUNTSRECORD
                   WRITE ACCOUNTSRECORD
               END-PERFORM
               CLOSE ACCOUNTSFILE
           END-IF.

       0580-REWRITE-SIDE-FILE.
           IF SIDE-CHANGED(SIDE-IDX) > ZERO THEN
               PERFORM 0380-LOAD-SIDE-FILE
               OPEN OUTPUT SIDEFILE
               IF SIDE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT REWRITE "
                       FUNCTION TRIM(SIDEFILENAME)
                   MOVE "Y" TO REWRITE-ERROR
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VARYING SIDE-LINE-IDX FROM 1 BY 1
                       UNTIL SIDE-LINE-IDX > SIDE-COUNT
                       MOVE SIDE-LINE(SIDE-LINE-IDX) TO SIDERECORD
                       WRITE SIDERECORD
                   END-PERFORM
                   CLOSE SIDEFILE
               END-IF
           END-IF.

       0600-SWAP-PATH.
           MOVE "N" TO SWAP-DONE
           MOVE SWAP-START TO SWAP-POINTER
           MOVE SPACES TO SWAP-PATH
           UNSTRING SWAP-LINE DELIMITED BY "  "
               INTO SWAP-PATH
               WITH POINTER SWAP-POINTER
           END-UNSTRING
           IF SWAP-PATH = NEW-PATH THEN
               ADD 1 TO SWAP-NEW-USES
           END-IF
           IF SWAP-PATH = OLD-PATH THEN
               MOVE "Y" TO SWAP-DONE
               MOVE SPACES TO SWAP-RESULT
               MOVE 1 TO SWAP-RESULT-POINTER
               IF SWAP-START > 1 THEN
                   STRING SWAP-LINE(1:SWAP-START - 1) DELIMITED BY SIZE
                       INTO SWAP-RESULT
                       WITH POINTER SWAP-RESULT-POINTER
                   END-STRING
               END-IF
               STRING NEW-PATH DELIMITED BY SPACE
                   INTO SWAP-RESULT
                   WITH POINTER SWAP-RESULT-POINTER
               END-STRING
               IF SWAP-POINTER <= SWAP-LIMIT THEN
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(SWAP-LINE(SWAP-POINTER:) TRAILING)
                           DELIMITED BY SIZE
                       INTO SWAP-RESULT
                       WITH POINTER SWAP-RESULT-POINTER
                   END-STRING
               END-IF
               IF SWAP-RESULT-POINTER > SWAP-LIMIT + 1 THEN
                   ADD 1 TO SWAP-OVERFLOW-COUNT
               END-IF
               MOVE SWAP-RESULT TO SWAP-LINE
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
               MOVE "AcctRename" TO JRN-PROGRAM
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

       0810-JOURNAL-ONE-CODE.
           IF JRN-CODE-POINTER > 110 THEN
               PERFORM 0800-WRITE-JOURNAL
               MOVE SPACES TO JRN-SET-CODES
               MOVE 1 TO JRN-CODE-POINTER
           END-IF
           STRING AFF-CODE(AFF-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.
