       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeprRun.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN DYNAMIC LEDGERFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT ASSETFILE ASSIGN DYNAMIC ASSETFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSET-FILE-STATUS.
           SELECT SCHEDULEREPORT ASSIGN DYNAMIC SCHEDULEREPORTNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
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

       FD ASSETFILE.
       01 ASSETRECORD.
           88 ASSETENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(300).

       FD SCHEDULEREPORT.
       01 SCHEDULE-LINE            PIC X(132).

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
       01 ASSETFILENAME            PIC X(30) VALUE "assets.dat".
       01 ASSET-FILE-STATUS        PIC XX.
       01 SCHEDULEREPORTNAME       PIC X(30)
                                   VALUE "depreciation_schedule.rpt".
       01 SCHEDULE-FILE-STATUS     PIC XX.
       01 DEPR-ACTION              PIC X VALUE SPACE.
           88 ACTION-RUN           VALUE "R".
           88 ACTION-DISPOSE       VALUE "D".
           88 ACTION-SCHEDULE      VALUE "S".
       01 DEPR-MONTH               PIC X(6) VALUE SPACES.
       01 DEPR-MONTH-PARTS REDEFINES DEPR-MONTH.
           05 DEPR-YYYY            PIC 9(4).
           05 DEPR-MM              PIC 99.
       01 DEPR-DATE                PIC X(4).
       01 DEPR-LAST-DAY            PIC 99.
       01 DEPR-LEAP-REM            PIC 9(3).
       01 DEPR-LEAP-QUOT           PIC 9(4).
       01 DEPR-CHARGE              PIC 9(9)V99.
       01 DEPR-REMAINING           PIC 9(9)V99.
       01 DEPR-DUE                 PIC X.
       01 DEPR-MONTH-NO            PIC 9(4).
       01 NEXT-MONTH.
           05 NEXT-YYYY            PIC 9(4).
           05 NEXT-MM              PIC 99.
       01 DISP-ID                  PIC X(10) VALUE SPACES.
       01 DISP-DATE                PIC X(4) VALUE SPACES.
       01 DISP-PROCEEDS-TEXT       PIC X(15) VALUE "0".
       01 DISP-PROCEEDS            PIC 9(9)V99 VALUE ZERO.
       01 DISP-PROCEEDS-ACCT       PIC X(62) VALUE SPACES.
       01 DISP-GAINLOSS-ACCT       PIC X(62) VALUE SPACES.
       01 DISP-NBV                 PIC 9(9)V99.
       01 DISP-GAINLOSS            PIC S9(9)V99.
       01 DISP-IDX                 PIC 9(4) VALUE ZERO.
       01 DISP-SEEN-CODE           PIC X(10) VALUE SPACES.
       01 SCAN-WORD                PIC X(13).
       01 SCAN-ID                  PIC X(10).
       01 SCAN-MONTH               PIC X(6).
       01 UPDATE-ERROR             PIC X VALUE "N".
       01 AST-COUNT                PIC 9(4) VALUE ZERO.
       01 AST-IDX                  PIC 9(4).
       01 AST-TABLE.
           05 AST-ENTRY            OCCURS 500 TIMES.
               10 AST-ID           PIC X(10).
               10 AST-DESC         PIC X(30).
               10 AST-COST-ACCT    PIC X(62).
               10 AST-ACCUM-ACCT   PIC X(62).
               10 AST-EXP-ACCT     PIC X(62).
               10 AST-INSERVICE    PIC X(8).
               10 AST-COST         PIC 9(9)V99.
               10 AST-SALVAGE      PIC 9(9)V99.
               10 AST-LIFE         PIC 9(3).
               10 AST-METHOD       PIC X(2).
               10 AST-CCY          PIC X(3).
               10 AST-STATUS       PIC X.
               10 AST-ACCUM        PIC 9(9)V99.
               10 AST-MONTHS       PIC 9(3).
               10 AST-LAST-MONTH   PIC X(6).
               10 AST-DISPOSED     PIC X(4).
               10 AST-SEEN-CODE    PIC X(10).
               10 AST-DUE          PIC X.
       01 AST-REC-COST-TEXT        PIC X(15).
       01 AST-REC-SALVAGE-TEXT     PIC X(15).
       01 AST-REC-LIFE-TEXT        PIC X(5).
       01 AST-REC-ACCUM-TEXT       PIC X(15).
       01 AST-REC-MONTHS-TEXT      PIC X(5).
       01 AST-REC-LAST-TEXT        PIC X(6).
       01 AST-REC-DISPOSED-TEXT    PIC X(4).
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
       01 CURRENTDATE              PIC X(8).
       01 COST-ED                  PIC Z(8)9.99.
       01 ACCUM-ED                 PIC Z(8)9.99.
       01 NBV-ED                   PIC Z(8)9.99.
       01 SALVAGE-ED               PIC Z(8)9.99.
       01 NBV-AMOUNT               PIC 9(9)V99.
       01 TOTAL-COST               PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-ACCUM              PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-NBV                PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-ED                 PIC Z(10)9.99.
       01 TOTAL-ED-2               PIC Z(10)9.99.
       01 TOTAL-ED-3               PIC Z(10)9.99.
       01 GAINLOSS-ED              PIC -(8)9.99.
       01 POSTED-COUNT             PIC 9(4) VALUE ZERO.
       01 SKIPPED-COUNT            PIC 9(4) VALUE ZERO.
       01 EXCEPTION-COUNT          PIC 9(4) VALUE ZERO.
       01 DUE-COUNT                PIC 9(4) VALUE ZERO.
       01 COUNT-ED                 PIC ZZZ9.
       01 COUNT-ED-2               PIC ZZZ9.
       01 COUNT-ED-3               PIC ZZZ9.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF DEPR-ACTION = SPACE OR
               (NOT ACTION-SCHEDULE AND LEDGERFILENAME = SPACES) OR
               (ACTION-RUN AND DEPR-MONTH = SPACES) OR
               (ACTION-DISPOSE AND (DISP-ID = SPACES OR
                DISP-DATE = SPACES)) THEN
               DISPLAY "usage: DeprRun -f <ledger-file>"
                   " run -month YYYYMM"
               DISPLAY "       DeprRun -f <ledger-file> dispose <id>"
                   " -date MMDD [-proceeds <amount>]"
               DISPLAY "       [-proceeds-acct <account>]"
                   " [-gainloss-acct <account>]"
               DISPLAY "       DeprRun schedule"
               DISPLAY "       [-assets <asset-file>]"
                   " [-r <schedule-report>]"
                   " [-periods <period-file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ACTION-SCHEDULE THEN
               PERFORM 0200-LOAD-ASSETS
               PERFORM 0750-WRITE-SCHEDULE
               IF RETURN-CODE = ZERO THEN
                   DISPLAY "Schedule written to "
                       FUNCTION TRIM(SCHEDULEREPORTNAME)
               END-IF
               STOP RUN
           END-IF

           IF ACTION-RUN THEN
               PERFORM 0300-RUN-DEPRECIATION
           ELSE
               PERFORM 0400-DISPOSE-ASSET
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
               WHEN "-assets" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ASSETFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-r" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO SCHEDULEREPORTNAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-periods" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PERIODFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-month" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO DEPR-MONTH
                       ADD 1 TO ARG-COUNTER
               WHEN "-date" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO DISP-DATE
                       ADD 1 TO ARG-COUNTER
               WHEN "-proceeds" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO DISP-PROCEEDS-TEXT
                       ADD 1 TO ARG-COUNTER
               WHEN "-proceeds-acct" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO DISP-PROCEEDS-ACCT
                       ADD 1 TO ARG-COUNTER
               WHEN "-gainloss-acct" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO DISP-GAINLOSS-ACCT
                       ADD 1 TO ARG-COUNTER
               WHEN "run"
                   SET ACTION-RUN TO TRUE
               WHEN "schedule"
                   SET ACTION-SCHEDULE TO TRUE
               WHEN "dispose"
                   SET ACTION-DISPOSE TO TRUE
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO DISP-ID
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
               "  DeprRun  " DELIMITED BY SIZE
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
               MOVE "DeprRun" TO GEN-PROGRAM
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

       0200-LOAD-ASSETS.
           OPEN INPUT ASSETFILE
           IF ASSET-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN ASSET MASTER "
                   ASSETFILENAME
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ASSETFILE
               AT END SET ASSETENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL ASSETENDOFFILE
               IF ASSETRECORD(1:1) NOT = ";" AND
                   ASSETRECORD NOT = SPACES THEN
                   IF AST-COUNT >= 500 THEN
                       DISPLAY "*** ASSET MASTER EXCEEDS 500"
                           " ENTRIES - RAISE AST-TABLE LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE ASSETFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO AST-COUNT
                   PERFORM 0210-TAKE-ASSET-RECORD
               END-IF
               READ ASSETFILE
                   AT END SET ASSETENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ASSETFILE.

       0210-TAKE-ASSET-RECORD.
           MOVE SPACES TO AST-ENTRY(AST-COUNT), AST-REC-COST-TEXT,
               AST-REC-SALVAGE-TEXT, AST-REC-LIFE-TEXT,
               AST-REC-ACCUM-TEXT, AST-REC-MONTHS-TEXT
           UNSTRING ASSETRECORD DELIMITED BY "  "
               INTO AST-ID(AST-COUNT), AST-DESC(AST-COUNT),
               AST-COST-ACCT(AST-COUNT), AST-ACCUM-ACCT(AST-COUNT),
               AST-EXP-ACCT(AST-COUNT), AST-INSERVICE(AST-COUNT),
               AST-REC-COST-TEXT, AST-REC-SALVAGE-TEXT,
               AST-REC-LIFE-TEXT, AST-METHOD(AST-COUNT),
               AST-CCY(AST-COUNT), AST-STATUS(AST-COUNT),
               AST-REC-ACCUM-TEXT, AST-REC-MONTHS-TEXT,
               AST-LAST-MONTH(AST-COUNT), AST-DISPOSED(AST-COUNT)
           END-UNSTRING
           COMPUTE AST-COST(AST-COUNT) =
               FUNCTION NUMVAL(AST-REC-COST-TEXT)
           COMPUTE AST-SALVAGE(AST-COUNT) =
               FUNCTION NUMVAL(AST-REC-SALVAGE-TEXT)
           COMPUTE AST-LIFE(AST-COUNT) =
               FUNCTION NUMVAL(AST-REC-LIFE-TEXT)
           COMPUTE AST-ACCUM(AST-COUNT) =
               FUNCTION NUMVAL(AST-REC-ACCUM-TEXT)
           COMPUTE AST-MONTHS(AST-COUNT) =
               FUNCTION NUMVAL(AST-REC-MONTHS-TEXT)
           IF AST-LAST-MONTH(AST-COUNT) = "-" THEN
               MOVE SPACES TO AST-LAST-MONTH(AST-COUNT)
           END-IF
           IF AST-DISPOSED(AST-COUNT) = "-" THEN
               MOVE SPACES TO AST-DISPOSED(AST-COUNT)
           END-IF.

       0250-MONTH-END-DATE.
           EVALUATE DEPR-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DEPR-LAST-DAY
               WHEN 2
                   MOVE 28 TO DEPR-LAST-DAY
                   DIVIDE DEPR-YYYY BY 4 GIVING DEPR-LEAP-QUOT
                       REMAINDER DEPR-LEAP-REM
                   IF DEPR-LEAP-REM = ZERO THEN
                       MOVE 29 TO DEPR-LAST-DAY
                       DIVIDE DEPR-YYYY BY 100 GIVING DEPR-LEAP-QUOT
                           REMAINDER DEPR-LEAP-REM
                       IF DEPR-LEAP-REM = ZERO THEN
                           MOVE 28 TO DEPR-LAST-DAY
                           DIVIDE DEPR-YYYY BY 400
                               GIVING DEPR-LEAP-QUOT
                               REMAINDER DEPR-LEAP-REM
                           IF DEPR-LEAP-REM = ZERO THEN
                               MOVE 29 TO DEPR-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DEPR-LAST-DAY
           END-EVALUATE
           MOVE DEPR-MONTH(5:2) TO DEPR-DATE(1:2)
           MOVE DEPR-LAST-DAY TO DEPR-DATE(3:2).

       0300-RUN-DEPRECIATION.
           IF DEPR-MONTH IS NOT NUMERIC OR
               DEPR-MM < 1 OR DEPR-MM > 12 THEN
               DISPLAY "*** INVALID MONTH " DEPR-MONTH
                   " - USE YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0250-MONTH-END-DATE

           PERFORM 0150-LOAD-PERIODS
           MOVE DEPR-DATE TO PRD-CHECK-DATE
           PERFORM 0160-CHECK-PERIOD-LOCK
           IF PRD-LOCKED = "Y" THEN
               DISPLAY "*** DATE " DEPR-DATE
                   " FALLS IN LOCKED PERIOD "
                   FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                   PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                   ") - LEDGER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-ASSETS
           PERFORM 0350-SCAN-LEDGER-ENTRIES
           PERFORM 0305-COUNT-DUE-ASSETS

           IF DUE-COUNT > ZERO THEN
               PERFORM 0145-TAKE-GENERATION
               PERFORM 0500-FIND-NEXT-CODE
               OPEN EXTEND LEDGERFILE
               IF LEDGER-FILE-STATUS = "35" THEN
                   OPEN OUTPUT LEDGERFILE
               END-IF
               IF LEDGER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT OPEN LEDGER FILE "
                       LEDGERFILENAME
                   PERFORM 0900-RELEASE-LEDGER-LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
                   IF AST-DUE(AST-IDX) = "Y" THEN
                       PERFORM 0320-COMPUTE-CHARGE
                       PERFORM 0600-POST-DEPRECIATION-ENTRY
                   END-IF
               END-PERFORM
               CLOSE LEDGERFILE
               PERFORM 0650-UPDATE-INDEX-CONTROL
           END-IF

           IF POSTED-COUNT > ZERO THEN
               PERFORM 0700-REWRITE-ASSETS
               MOVE "depreciate" TO JRN-SET-ACTION
               PERFORM 0800-WRITE-JOURNAL
           END-IF
           PERFORM 0750-WRITE-SCHEDULE
           PERFORM 0900-RELEASE-LEDGER-LOCK
           IF UPDATE-ERROR = "Y" THEN
               MOVE 1 TO RETURN-CODE
           END-IF

           MOVE POSTED-COUNT TO COUNT-ED
           MOVE SKIPPED-COUNT TO COUNT-ED-2
           MOVE EXCEPTION-COUNT TO COUNT-ED-3
           DISPLAY "Posted " FUNCTION TRIM(COUNT-ED)
               " depreciation entr(y/ies) for " DEPR-MONTH " to "
               FUNCTION TRIM(LEDGERFILENAME) ", "
               FUNCTION TRIM(COUNT-ED-2) " already posted, "
               FUNCTION TRIM(COUNT-ED-3) " exception(s)"
           DISPLAY "Schedule written to "
               FUNCTION TRIM(SCHEDULEREPORTNAME)
           IF EXCEPTION-COUNT > ZERO THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

       0305-COUNT-DUE-ASSETS.
           MOVE ZERO TO DUE-COUNT
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > AST-COUNT
               MOVE "N" TO AST-DUE(AST-IDX)
               PERFORM 0310-CHECK-ASSET-DUE
               IF DEPR-DUE = "Y" THEN
                   PERFORM 0320-COMPUTE-CHARGE
                   IF DEPR-CHARGE > ZERO THEN
                       MOVE "Y" TO AST-DUE(AST-IDX)
                       ADD 1 TO DUE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       0310-CHECK-ASSET-DUE.
           MOVE "N" TO DEPR-DUE
           IF AST-STATUS(AST-IDX) = "A" AND
               AST-INSERVICE(AST-IDX)(1:6) <= DEPR-MONTH THEN
               IF AST-LAST-MONTH(AST-IDX) = SPACES THEN
                   MOVE AST-INSERVICE(AST-IDX)(1:6) TO NEXT-MONTH
               ELSE
                   MOVE AST-LAST-MONTH(AST-IDX) TO NEXT-MONTH
                   ADD 1 TO NEXT-MM
                   IF NEXT-MM > 12 THEN
                       MOVE 1 TO NEXT-MM
                       ADD 1 TO NEXT-YYYY
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN AST-LAST-MONTH(AST-IDX) NOT = SPACES AND
                       AST-LAST-MONTH(AST-IDX) >= DEPR-MONTH
                       ADD 1 TO SKIPPED-COUNT
                       DISPLAY "Asset " AST-ID(AST-IDX)
                           " already depreciated through "
                           AST-LAST-MONTH(AST-IDX) " - skipped"
                   WHEN NEXT-MONTH < DEPR-MONTH
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "*** ASSET " AST-ID(AST-IDX)
                           " NOT DEPRECIATED FOR " NEXT-MONTH
                           " - RUN THAT MONTH FIRST"
                   WHEN AST-SEEN-CODE(AST-IDX) NOT = SPACES
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "*** ASSET " AST-ID(AST-IDX)
                           " ALREADY HAS " AST-SEEN-CODE(AST-IDX)
                           " FOR " DEPR-MONTH " ON THE LEDGER"
                           " - UPDATE THE ASSET MASTER BY HAND"
                   WHEN OTHER
                       MOVE "Y" TO DEPR-DUE
               END-EVALUATE
           END-IF.

       0320-COMPUTE-CHARGE.
           COMPUTE DEPR-REMAINING = AST-COST(AST-IDX) -
               AST-SALVAGE(AST-IDX) - AST-ACCUM(AST-IDX)
           IF AST-METHOD(AST-IDX) = "DB" THEN
               COMPUTE DEPR-CHARGE ROUNDED =
                   (AST-COST(AST-IDX) - AST-ACCUM(AST-IDX)) * 2 /
                   AST-LIFE(AST-IDX)
           ELSE
               COMPUTE DEPR-CHARGE ROUNDED =
                   (AST-COST(AST-IDX) - AST-SALVAGE(AST-IDX)) /
                   AST-LIFE(AST-IDX)
           END-IF
           COMPUTE DEPR-MONTH-NO = AST-MONTHS(AST-IDX) + 1
           IF DEPR-CHARGE > DEPR-REMAINING OR
               DEPR-MONTH-NO >= AST-LIFE(AST-IDX) THEN
               MOVE DEPR-REMAINING TO DEPR-CHARGE
           END-IF
           IF DEPR-CHARGE = ZERO THEN
               MOVE "F" TO AST-STATUS(AST-IDX)
           END-IF.

       0400-DISPOSE-ASSET.
           IF DISP-DATE IS NOT NUMERIC THEN
               DISPLAY "*** INVALID DATE " DISP-DATE " - USE MMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(DISP-PROCEEDS-TEXT) NOT = ZERO
               THEN
               DISPLAY "*** INVALID PROCEEDS AMOUNT "
                   DISP-PROCEEDS-TEXT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE DISP-PROCEEDS = FUNCTION NUMVAL(DISP-PROCEEDS-TEXT)
           IF DISP-PROCEEDS > ZERO AND DISP-PROCEEDS-ACCT = SPACES
               THEN
               DISPLAY "*** PROCEEDS GIVEN WITHOUT -proceeds-acct"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0150-LOAD-PERIODS
           MOVE DISP-DATE TO PRD-CHECK-DATE
           PERFORM 0160-CHECK-PERIOD-LOCK
           IF PRD-LOCKED = "Y" THEN
               DISPLAY "*** DATE " DISP-DATE
                   " FALLS IN LOCKED PERIOD "
                   FUNCTION TRIM(PRD-LOCKED-NAME) " ("
                   PRD-LOCKED-FROM "-" PRD-LOCKED-TO
                   ") - LEDGER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-ASSETS

           MOVE ZERO TO DISP-IDX
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > AST-COUNT
               IF AST-ID(AST-IDX) = DISP-ID THEN
                   MOVE AST-IDX TO DISP-IDX
               END-IF
           END-PERFORM
           IF DISP-IDX = ZERO THEN
               DISPLAY "*** ASSET NOT ON FILE: " DISP-ID
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AST-STATUS(DISP-IDX) = "D" THEN
               DISPLAY "*** ASSET " FUNCTION TRIM(DISP-ID)
                   " ALREADY DISPOSED ON " AST-DISPOSED(DISP-IDX)
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0350-SCAN-LEDGER-ENTRIES
           IF DISP-SEEN-CODE NOT = SPACES THEN
               DISPLAY "*** ASSET " FUNCTION TRIM(DISP-ID)
                   " ALREADY DISPOSED BY " DISP-SEEN-CODE
                   " ON THE LEDGER - UPDATE THE ASSET MASTER BY HAND"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE DISP-NBV = AST-COST(DISP-IDX) - AST-ACCUM(DISP-IDX)
           COMPUTE DISP-GAINLOSS = DISP-PROCEEDS - DISP-NBV
           IF DISP-GAINLOSS NOT = ZERO AND DISP-GAINLOSS-ACCT = SPACES
               THEN
               MOVE DISP-GAINLOSS TO GAINLOSS-ED
               DISPLAY "*** DISPOSAL GAIN/LOSS OF "
                   FUNCTION TRIM(GAINLOSS-ED)
                   " NEEDS -gainloss-acct - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0145-TAKE-GENERATION
           PERFORM 0500-FIND-NEXT-CODE
           OPEN EXTEND LEDGERFILE
           IF LEDGER-FILE-STATUS = "35" THEN
               OPEN OUTPUT LEDGERFILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN LEDGER FILE " LEDGERFILENAME
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DISP-IDX TO AST-IDX
           PERFORM 0620-POST-DISPOSAL-ENTRY
           CLOSE LEDGERFILE
           PERFORM 0650-UPDATE-INDEX-CONTROL

           MOVE "D" TO AST-STATUS(DISP-IDX)
           MOVE DISP-DATE TO AST-DISPOSED(DISP-IDX)
           PERFORM 0700-REWRITE-ASSETS
           MOVE "dispose" TO JRN-SET-ACTION
           PERFORM 0800-WRITE-JOURNAL
           PERFORM 0750-WRITE-SCHEDULE
           PERFORM 0900-RELEASE-LEDGER-LOCK

           MOVE DISP-GAINLOSS TO GAINLOSS-ED
           DISPLAY "Disposed asset " FUNCTION TRIM(DISP-ID)
               " as " NEW-TXN-CODE " gain/(loss) "
               FUNCTION TRIM(GAINLOSS-ED)
           IF UPDATE-ERROR = "Y" THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

       0350-SCAN-LEDGER-ENTRIES.
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS = "00" THEN
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE
                   IF RECORDLINE(1:1) NOT = ";" AND
                       RECORDLINE(1:2) NOT = "  " AND
                       RECORDLINE NOT = SPACES AND
                       RECORDLINE(7:1) NOT = "V" THEN
                       PERFORM 0360-TAKE-HEADER
                   END-IF
                   READ LEDGERFILE
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.

       0360-TAKE-HEADER.
           MOVE SPACES TO SCAN-WORD, SCAN-ID, SCAN-MONTH
           UNSTRING RECORDLINE(18:30) DELIMITED BY ALL SPACE
               INTO SCAN-WORD, SCAN-ID, SCAN-MONTH
           END-UNSTRING
           IF ACTION-RUN THEN
               IF SCAN-WORD = "Depreciation" AND
                   SCAN-MONTH = DEPR-MONTH THEN
                   PERFORM VARYING AST-IDX FROM 1 BY 1
                       UNTIL AST-IDX > AST-COUNT
                       IF AST-ID(AST-IDX) = SCAN-ID THEN
                           MOVE RECORDLINE(8:10)
                               TO AST-SEEN-CODE(AST-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF SCAN-WORD = "Disposal" AND SCAN-ID = DISP-ID THEN
                   MOVE RECORDLINE(8:10) TO DISP-SEEN-CODE
               END-IF
           END-IF.

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

       0600-POST-DEPRECIATION-ENTRY.
           PERFORM 0520-ALLOCATE-TXN-CODE
           MOVE DEPR-DATE TO ENTRY-DATE
           MOVE SPACES TO ENTRY-DESC
           STRING "Depreciation " DELIMITED BY SIZE
               AST-ID(AST-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DEPR-MONTH DELIMITED BY SIZE
               INTO ENTRY-DESC
           END-STRING
           PERFORM 0610-WRITE-ENTRY-HEADER
           MOVE AST-CCY(AST-IDX) TO ENTRY-CCY
           MOVE DEPR-CHARGE TO ENTRY-AMOUNT
           MOVE AST-EXP-ACCT(AST-IDX) TO ENTRY-ACCT
           MOVE "D" TO ENTRY-DRCR
           PERFORM 0630-WRITE-POSTING-LINE
           MOVE AST-ACCUM-ACCT(AST-IDX) TO ENTRY-ACCT
           MOVE "C" TO ENTRY-DRCR
           PERFORM 0630-WRITE-POSTING-LINE
           PERFORM 0640-WRITE-INDEX-RECORD

           ADD DEPR-CHARGE TO AST-ACCUM(AST-IDX)
           ADD 1 TO AST-MONTHS(AST-IDX)
           MOVE DEPR-MONTH TO AST-LAST-MONTH(AST-IDX)
           IF AST-ACCUM(AST-IDX) >=
               AST-COST(AST-IDX) - AST-SALVAGE(AST-IDX) THEN
               MOVE "F" TO AST-STATUS(AST-IDX)
           END-IF

           ADD 1 TO POSTED-COUNT
           ADD IDXSAVE-COUNT TO JRN-SET-LINES
           PERFORM 0660-JOURNAL-ONE-CODE
           MOVE DEPR-CHARGE TO COST-ED
           DISPLAY "Posted " NEW-TXN-CODE " depreciation "
               AST-ID(AST-IDX) " " FUNCTION TRIM(COST-ED).

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

       0620-POST-DISPOSAL-ENTRY.
           PERFORM 0520-ALLOCATE-TXN-CODE
           MOVE DISP-DATE TO ENTRY-DATE
           MOVE SPACES TO ENTRY-DESC
           STRING "Disposal " DELIMITED BY SIZE
               AST-ID(AST-IDX) DELIMITED BY SPACE
               INTO ENTRY-DESC
           END-STRING
           PERFORM 0610-WRITE-ENTRY-HEADER
           MOVE AST-CCY(AST-IDX) TO ENTRY-CCY
           IF AST-ACCUM(AST-IDX) > ZERO THEN
               MOVE AST-ACCUM-ACCT(AST-IDX) TO ENTRY-ACCT
               MOVE AST-ACCUM(AST-IDX) TO ENTRY-AMOUNT
               MOVE "D" TO ENTRY-DRCR
               PERFORM 0630-WRITE-POSTING-LINE
           END-IF
           IF DISP-PROCEEDS > ZERO THEN
               MOVE DISP-PROCEEDS-ACCT TO ENTRY-ACCT
               MOVE DISP-PROCEEDS TO ENTRY-AMOUNT
               MOVE "D" TO ENTRY-DRCR
               PERFORM 0630-WRITE-POSTING-LINE
           END-IF
           IF DISP-GAINLOSS < ZERO THEN
               MOVE DISP-GAINLOSS-ACCT TO ENTRY-ACCT
               COMPUTE ENTRY-AMOUNT = DISP-GAINLOSS * -1
               MOVE "D" TO ENTRY-DRCR
               PERFORM 0630-WRITE-POSTING-LINE
           END-IF
           MOVE AST-COST-ACCT(AST-IDX) TO ENTRY-ACCT
           MOVE AST-COST(AST-IDX) TO ENTRY-AMOUNT
           MOVE "C" TO ENTRY-DRCR
           PERFORM 0630-WRITE-POSTING-LINE
           IF DISP-GAINLOSS > ZERO THEN
               MOVE DISP-GAINLOSS-ACCT TO ENTRY-ACCT
               MOVE DISP-GAINLOSS TO ENTRY-AMOUNT
               MOVE "C" TO ENTRY-DRCR
               PERFORM 0630-WRITE-POSTING-LINE
           END-IF
           PERFORM 0640-WRITE-INDEX-RECORD
           ADD IDXSAVE-COUNT TO JRN-SET-LINES
           PERFORM 0660-JOURNAL-ONE-CODE.

       0630-WRITE-POSTING-LINE.
           MOVE ENTRY-AMOUNT TO ENTRY-AMOUNT-ED
           MOVE SPACES TO RECORDLINE
           STRING "  " DELIMITED BY SIZE
               ENTRY-ACCT DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ENTRY-AMOUNT-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENTRY-CCY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ENTRY-DRCR DELIMITED BY SIZE
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

       0700-REWRITE-ASSETS.
           OPEN OUTPUT ASSETFILE
           IF ASSET-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ASSET MASTER "
                   ASSETFILENAME " - RESTORE IT BEFORE THE NEXT RUN"
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ASSETRECORD
               STRING ";fixed asset master - id  description"
                       DELIMITED BY SIZE
                   "  cost-acct  accum-acct  expense-acct"
                       DELIMITED BY SIZE
                   "  in-service  cost  salvage  life-months"
                       DELIMITED BY SIZE
                   "  method  currency  status  accum-depr"
                       DELIMITED BY SIZE
                   "  months  last-yyyymm  disposed-mmdd"
                       DELIMITED BY SIZE
                   INTO ASSETRECORD
               END-STRING
               WRITE ASSETRECORD
               PERFORM 0710-WRITE-ONE-ASSET
                   VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
               CLOSE ASSETFILE
           END-IF.

       0710-WRITE-ONE-ASSET.
           MOVE SPACES TO ASSETRECORD
           MOVE AST-COST(AST-IDX) TO COST-ED
           MOVE AST-SALVAGE(AST-IDX) TO SALVAGE-ED
           MOVE AST-ACCUM(AST-IDX) TO ACCUM-ED
           MOVE AST-LAST-MONTH(AST-IDX) TO AST-REC-LAST-TEXT
           IF AST-REC-LAST-TEXT = SPACES THEN
               MOVE "-" TO AST-REC-LAST-TEXT
           END-IF
           MOVE AST-DISPOSED(AST-IDX) TO AST-REC-DISPOSED-TEXT
           IF AST-REC-DISPOSED-TEXT = SPACES THEN
               MOVE "-" TO AST-REC-DISPOSED-TEXT
           END-IF
           STRING AST-ID(AST-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-DESC(AST-IDX) DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               AST-COST-ACCT(AST-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-ACCUM-ACCT(AST-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-EXP-ACCT(AST-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-INSERVICE(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(COST-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(SALVAGE-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-LIFE(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-METHOD(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-CCY(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-STATUS(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ACCUM-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-MONTHS(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-REC-LAST-TEXT DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-REC-DISPOSED-TEXT DELIMITED BY SPACE
               INTO ASSETRECORD
           END-STRING
           WRITE ASSETRECORD.

       0750-WRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULEREPORT
           IF SCHEDULE-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE SCHEDULE REPORT "
                   SCHEDULEREPORTNAME
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               ACCEPT CURRENTDATE FROM DATE YYYYMMDD
               MOVE SPACES TO SCHEDULE-LINE
               STRING "Depreciation Schedule - " DELIMITED BY SIZE
                   ASSETFILENAME DELIMITED BY SPACE
                   " as of " DELIMITED BY SIZE
                   CURRENTDATE DELIMITED BY SIZE
                   INTO SCHEDULE-LINE
               END-STRING
               WRITE SCHEDULE-LINE
               MOVE SPACES TO SCHEDULE-LINE
               STRING "ID          DESCRIPTION" DELIMITED BY SIZE
                   "                     MTH  IN-SERV   LIFE  MOS"
                       DELIMITED BY SIZE
                   "          COST   ACCUM DEPR.           NBV"
                       DELIMITED BY SIZE
                   "  ST  LAST    DISP" DELIMITED BY SIZE
                   INTO SCHEDULE-LINE
               END-STRING
               WRITE SCHEDULE-LINE
               MOVE ZERO TO TOTAL-COST, TOTAL-ACCUM, TOTAL-NBV
               PERFORM 0760-WRITE-SCHEDULE-LINE
                   VARYING AST-IDX FROM 1 BY 1
                   UNTIL AST-IDX > AST-COUNT
               IF AST-COUNT = ZERO THEN
                   MOVE "  (NO ASSETS ON FILE)" TO SCHEDULE-LINE
                   WRITE SCHEDULE-LINE
               ELSE
                   MOVE TOTAL-COST TO TOTAL-ED
                   MOVE TOTAL-ACCUM TO TOTAL-ED-2
                   MOVE TOTAL-NBV TO TOTAL-ED-3
                   MOVE SPACES TO SCHEDULE-LINE
                   STRING "TOTAL (EXCLUDING DISPOSED)"
                           DELIMITED BY SIZE
                       "                             "
                           DELIMITED BY SIZE
                       TOTAL-ED DELIMITED BY SIZE
                       TOTAL-ED-2 DELIMITED BY SIZE
                       TOTAL-ED-3 DELIMITED BY SIZE
                       INTO SCHEDULE-LINE
                   END-STRING
                   WRITE SCHEDULE-LINE
               END-IF
               CLOSE SCHEDULEREPORT
           END-IF.

       0760-WRITE-SCHEDULE-LINE.
           COMPUTE NBV-AMOUNT = AST-COST(AST-IDX) - AST-ACCUM(AST-IDX)
           IF AST-STATUS(AST-IDX) = "D" THEN
               MOVE ZERO TO NBV-AMOUNT
           ELSE
               ADD AST-COST(AST-IDX) TO TOTAL-COST
               ADD AST-ACCUM(AST-IDX) TO TOTAL-ACCUM
               ADD NBV-AMOUNT TO TOTAL-NBV
           END-IF
           MOVE AST-COST(AST-IDX) TO COST-ED
           MOVE AST-ACCUM(AST-IDX) TO ACCUM-ED
           MOVE NBV-AMOUNT TO NBV-ED
           MOVE SPACES TO SCHEDULE-LINE
           STRING AST-ID(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-DESC(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-METHOD(AST-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AST-INSERVICE(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-LIFE(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-MONTHS(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COST-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCUM-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NBV-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-STATUS(AST-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AST-LAST-MONTH(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-DISPOSED(AST-IDX) DELIMITED BY SIZE
               INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.

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
               MOVE "DeprRun" TO JRN-PROGRAM
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
