       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssetMaint.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSETFILE ASSIGN DYNAMIC ASSETFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSET-FILE-STATUS.
           SELECT ACCOUNTSFILE ASSIGN DYNAMIC ACCOUNTSFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-FILE-STATUS.
           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSETFILE.
       01 ASSETRECORD.
           88 ASSETENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(300).

       FD ACCOUNTSFILE.
       01 ACCOUNTSRECORD.
           88 ACCOUNTSENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD LOCKFILE.
       01 LOCKRECORD.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 ASSETFILENAME            PIC X(30) VALUE "assets.dat".
       01 ASSET-FILE-STATUS        PIC XX.
       01 ACCOUNTSFILENAME         PIC X(30) VALUE SPACES.
       01 ACCOUNTS-FILE-STATUS     PIC XX.
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 LOCK-DATE                PIC X(8).
       01 LOCK-TIME                PIC X(8).
       01 LOCK-OS-USER             PIC X(12) VALUE SPACES.
       01 MAINT-ACTION             PIC X VALUE SPACE.
           88 ACTION-ADD           VALUE "A".
           88 ACTION-LIST          VALUE "L".
       01 MAINT-ID                 PIC X(10) VALUE SPACES.
       01 MAINT-DESC               PIC X(30) VALUE SPACES.
       01 MAINT-COST-ACCT          PIC X(62) VALUE SPACES.
       01 MAINT-ACCUM-ACCT         PIC X(62) VALUE SPACES.
       01 MAINT-EXP-ACCT           PIC X(62) VALUE SPACES.
       01 MAINT-INSERVICE          PIC X(8) VALUE SPACES.
       01 MAINT-COST-TEXT          PIC X(15) VALUE SPACES.
       01 MAINT-SALVAGE-TEXT       PIC X(15) VALUE "0".
       01 MAINT-LIFE-TEXT          PIC X(5) VALUE SPACES.
       01 MAINT-METHOD             PIC X(2) VALUE "SL".
       01 MAINT-CCY                PIC X(3) VALUE "USD".
       01 MAINT-COST               PIC 9(9)V99.
       01 MAINT-SALVAGE            PIC 9(9)V99.
       01 MAINT-LIFE               PIC 9(3).
       01 MAINT-FOUND              PIC X VALUE "N".
       01 MAINT-ERROR              PIC X VALUE "N".
       01 MAINT-CHECK-ACCT         PIC X(62).
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
       01 AST-REC-COST-TEXT        PIC X(15).
       01 AST-REC-SALVAGE-TEXT     PIC X(15).
       01 AST-REC-LIFE-TEXT        PIC X(5).
       01 AST-REC-ACCUM-TEXT       PIC X(15).
       01 AST-REC-MONTHS-TEXT      PIC X(5).
       01 AST-REC-LAST-TEXT        PIC X(6).
       01 AST-REC-DISPOSED-TEXT    PIC X(4).
       01 ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01 ACCT-IDX                 PIC 9(4).
       01 ACCT-FOUND               PIC X.
       01 ACCT-TABLE.
           05 ACCT-ENTRY           OCCURS 500 TIMES.
               10 ACCT-PATH        PIC X(62).
               10 ACCT-TYPE        PIC X.
               10 ACCT-STATUS      PIC X.
       01 AMOUNT-ED                PIC Z(8)9.99.
       01 AMOUNT-ED-2              PIC Z(8)9.99.
       01 AMOUNT-ED-3              PIC Z(8)9.99.
       01 NBV-AMOUNT               PIC 9(9)V99.
       01 COUNT-ED                 PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF MAINT-ACTION = SPACE OR
               (ACTION-ADD AND (MAINT-ID = SPACES OR
                LEDGERFILENAME = SPACES OR
                MAINT-DESC = SPACES OR MAINT-COST-ACCT = SPACES OR
                MAINT-ACCUM-ACCT = SPACES OR
                MAINT-EXP-ACCT = SPACES OR
                MAINT-INSERVICE = SPACES OR
                MAINT-COST-TEXT = SPACES OR
                MAINT-LIFE-TEXT = SPACES)) THEN
               DISPLAY "usage: AssetMaint [-f <asset-file>] add <id>"
                   " -desc <description>"
               DISPLAY "       -cost-acct <account> -accum-acct"
                   " <account> -exp-acct <account>"
               DISPLAY "       -inservice YYYYMMDD -cost <amount>"
                   " [-salvage <amount>] -life <months>"
               DISPLAY "       [-method SL|DB] [-ccy CCC]"
                   " [-accounts <accounts-file>]"
               DISPLAY "       -ledger <ledger-file>"
               DISPLAY "       AssetMaint [-f <asset-file>] list"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ACTION-ADD THEN
               PERFORM 0140-TAKE-LEDGER-LOCK
           END-IF
           PERFORM 0200-LOAD-ASSETS

           IF ACTION-LIST THEN
               PERFORM 0600-LIST-ASSETS
               STOP RUN
           END-IF

           PERFORM 0250-VALIDATE-ADD
           IF MAINT-ERROR = "Y" THEN
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0300-ADD-ASSET
           IF RETURN-CODE = ZERO THEN
               PERFORM 0700-REWRITE-ASSETS
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
                       MOVE COMMANDLINEARGS TO ASSETFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-accounts" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO ACCOUNTSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-ledger" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO LEDGERFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-desc" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-DESC
                       ADD 1 TO ARG-COUNTER
               WHEN "-cost-acct" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-COST-ACCT
                       ADD 1 TO ARG-COUNTER
               WHEN "-accum-acct" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-ACCUM-ACCT
                       ADD 1 TO ARG-COUNTER
               WHEN "-exp-acct" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-EXP-ACCT
                       ADD 1 TO ARG-COUNTER
               WHEN "-inservice" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-INSERVICE
                       ADD 1 TO ARG-COUNTER
               WHEN "-cost" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-COST-TEXT
                       ADD 1 TO ARG-COUNTER
               WHEN "-salvage" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-SALVAGE-TEXT
                       ADD 1 TO ARG-COUNTER
               WHEN "-life" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-LIFE-TEXT
                       ADD 1 TO ARG-COUNTER
               WHEN "-method" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-METHOD
                       ADD 1 TO ARG-COUNTER
               WHEN "-ccy" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO MAINT-CCY
                       ADD 1 TO ARG-COUNTER
               WHEN "add"
                   SET ACTION-ADD TO TRUE
                   ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                   END-ACCEPT
                   MOVE COMMANDLINEARGS TO MAINT-ID
                   ADD 1 TO ARG-COUNTER
               WHEN "list"
                   SET ACTION-LIST TO TRUE
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
                   " - ASSET MASTER NOT CHANGED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT LOCK-TIME FROM TIME
           ACCEPT LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT LOCK-OS-USER FROM ENVIRONMENT "USER"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF LOCK-OS-USER = SPACES THEN
               ACCEPT LOCK-OS-USER FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF
           IF LOCK-OS-USER = SPACES THEN
               MOVE "unknown" TO LOCK-OS-USER
           END-IF
           MOVE SPACES TO LOCKRECORD
           STRING LOCK-OS-USER DELIMITED BY SPACE
               "  AssetMaint  " DELIMITED BY SIZE
               LOCK-DATE DELIMITED BY SIZE
               LOCK-TIME(1:6) DELIMITED BY SIZE
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

       0200-LOAD-ASSETS.
           OPEN INPUT ASSETFILE
           IF ASSET-FILE-STATUS NOT = "00" THEN
               MOVE ZERO TO AST-COUNT
           ELSE
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
               CLOSE ASSETFILE
           END-IF.

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

       0250-VALIDATE-ADD.
           IF MAINT-INSERVICE IS NOT NUMERIC OR
               MAINT-INSERVICE(5:2) < "01" OR
               MAINT-INSERVICE(5:2) > "12" OR
               MAINT-INSERVICE(7:2) < "01" OR
               MAINT-INSERVICE(7:2) > "31" THEN
               DISPLAY "*** IN-SERVICE DATE MUST BE YYYYMMDD - "
                   MAINT-INSERVICE
               MOVE "Y" TO MAINT-ERROR
           END-IF
           IF FUNCTION TEST-NUMVAL(MAINT-COST-TEXT) NOT = ZERO OR
               FUNCTION TEST-NUMVAL(MAINT-SALVAGE-TEXT) NOT = ZERO
               THEN
               DISPLAY "*** COST AND SALVAGE MUST BE AMOUNTS"
               MOVE "Y" TO MAINT-ERROR
           ELSE
               COMPUTE MAINT-COST = FUNCTION NUMVAL(MAINT-COST-TEXT)
               COMPUTE MAINT-SALVAGE =
                   FUNCTION NUMVAL(MAINT-SALVAGE-TEXT)
               IF MAINT-COST = ZERO OR MAINT-SALVAGE >= MAINT-COST
                   THEN
                   DISPLAY "*** COST MUST BE ABOVE ZERO AND ABOVE"
                       " SALVAGE VALUE"
                   MOVE "Y" TO MAINT-ERROR
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(MAINT-LIFE-TEXT) NOT = ZERO THEN
               DISPLAY "*** LIFE MUST BE A NUMBER OF MONTHS"
               MOVE "Y" TO MAINT-ERROR
           ELSE
               COMPUTE MAINT-LIFE = FUNCTION NUMVAL(MAINT-LIFE-TEXT)
               IF MAINT-LIFE = ZERO THEN
                   DISPLAY "*** LIFE MUST BE AT LEAST ONE MONTH"
                   MOVE "Y" TO MAINT-ERROR
               END-IF
           END-IF
           IF MAINT-METHOD NOT = "SL" AND MAINT-METHOD NOT = "DB"
               THEN
               DISPLAY "*** INVALID METHOD " MAINT-METHOD
                   " - USE SL OR DB"
               MOVE "Y" TO MAINT-ERROR
           END-IF
           IF ACCOUNTSFILENAME NOT = SPACES THEN
               PERFORM 0260-LOAD-ACCOUNTS
               MOVE MAINT-COST-ACCT TO MAINT-CHECK-ACCT
               PERFORM 0270-CHECK-ACCOUNT
               MOVE MAINT-ACCUM-ACCT TO MAINT-CHECK-ACCT
               PERFORM 0270-CHECK-ACCOUNT
               MOVE MAINT-EXP-ACCT TO MAINT-CHECK-ACCT
               PERFORM 0270-CHECK-ACCOUNT
           END-IF.

       0260-LOAD-ACCOUNTS.
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
               IF ACCOUNTSRECORD(1:1) NOT = ";" AND
                   ACCOUNTSRECORD NOT = SPACES THEN
                   IF ACCT-COUNT >= 500 THEN
                       DISPLAY "*** ACCOUNTS MASTER EXCEEDS 500"
                           " ENTRIES - RAISE ACCT-TABLE LIMIT"
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       CLOSE ACCOUNTSFILE
                       STOP RUN
                   END-IF
                   ADD 1 TO ACCT-COUNT
                   UNSTRING ACCOUNTSRECORD DELIMITED BY "  "
                       INTO ACCT-PATH(ACCT-COUNT),
                       ACCT-TYPE(ACCT-COUNT),
                       ACCT-STATUS(ACCT-COUNT)
                   END-UNSTRING
               END-IF
               READ ACCOUNTSFILE
                   AT END SET ACCOUNTSENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNTSFILE.

       0270-CHECK-ACCOUNT.
           MOVE "N" TO ACCT-FOUND
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > ACCT-COUNT
               IF ACCT-PATH(ACCT-IDX) = MAINT-CHECK-ACCT AND
                   ACCT-STATUS(ACCT-IDX) NOT = "C" THEN
                   MOVE "Y" TO ACCT-FOUND
               END-IF
           END-PERFORM
           IF ACCT-FOUND = "N" THEN
               DISPLAY "*** ACCOUNT NOT ON FILE OR CLOSED: "
                   FUNCTION TRIM(MAINT-CHECK-ACCT)
               MOVE "Y" TO MAINT-ERROR
           END-IF.

       0300-ADD-ASSET.
           MOVE "N" TO MAINT-FOUND
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > AST-COUNT
               IF AST-ID(AST-IDX) = MAINT-ID THEN
                   MOVE "Y" TO MAINT-FOUND
               END-IF
           END-PERFORM
           IF MAINT-FOUND = "Y" THEN
               DISPLAY "*** ASSET ALREADY ON FILE: " MAINT-ID
               MOVE 1 TO RETURN-CODE
           ELSE
           IF AST-COUNT >= 500 THEN
               DISPLAY "*** ASSET MASTER EXCEEDS 500"
                   " ENTRIES - RAISE AST-TABLE LIMIT"
               MOVE 1 TO RETURN-CODE
           ELSE
               ADD 1 TO AST-COUNT
               MOVE SPACES TO AST-ENTRY(AST-COUNT)
               MOVE MAINT-ID TO AST-ID(AST-COUNT)
               MOVE MAINT-DESC TO AST-DESC(AST-COUNT)
               MOVE MAINT-COST-ACCT TO AST-COST-ACCT(AST-COUNT)
               MOVE MAINT-ACCUM-ACCT TO AST-ACCUM-ACCT(AST-COUNT)
               MOVE MAINT-EXP-ACCT TO AST-EXP-ACCT(AST-COUNT)
               MOVE MAINT-INSERVICE TO AST-INSERVICE(AST-COUNT)
               MOVE MAINT-COST TO AST-COST(AST-COUNT)
               MOVE MAINT-SALVAGE TO AST-SALVAGE(AST-COUNT)
               MOVE MAINT-LIFE TO AST-LIFE(AST-COUNT)
               MOVE MAINT-METHOD TO AST-METHOD(AST-COUNT)
               MOVE MAINT-CCY TO AST-CCY(AST-COUNT)
               MOVE "A" TO AST-STATUS(AST-COUNT)
               MOVE ZERO TO AST-ACCUM(AST-COUNT)
               MOVE ZERO TO AST-MONTHS(AST-COUNT)
               DISPLAY "Added asset " FUNCTION TRIM(MAINT-ID) " "
                   FUNCTION TRIM(MAINT-DESC)
           END-IF
           END-IF.

       0600-LIST-ASSETS.
           DISPLAY "ID          DESCRIPTION                     MTH"
               "  IN-SERV   LIFE          COST   ACCUMULATED"
               "           NBV  ST  LAST"
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > AST-COUNT
               MOVE AST-COST(AST-IDX) TO AMOUNT-ED
               MOVE AST-ACCUM(AST-IDX) TO AMOUNT-ED-2
               COMPUTE NBV-AMOUNT =
                   AST-COST(AST-IDX) - AST-ACCUM(AST-IDX)
               MOVE NBV-AMOUNT TO AMOUNT-ED-3
               DISPLAY AST-ID(AST-IDX) "  " AST-DESC(AST-IDX) "  "
                   AST-METHOD(AST-IDX) "   " AST-INSERVICE(AST-IDX)
                   "  " AST-LIFE(AST-IDX) "  " AMOUNT-ED "  "
                   AMOUNT-ED-2 "  " AMOUNT-ED-3 "  "
                   AST-STATUS(AST-IDX) "   " AST-LAST-MONTH(AST-IDX)
           END-PERFORM
           MOVE AST-COUNT TO COUNT-ED
           DISPLAY FUNCTION TRIM(COUNT-ED) " asset(s) on "
               FUNCTION TRIM(ASSETFILENAME).

       0700-REWRITE-ASSETS.
           OPEN OUTPUT ASSETFILE
           IF ASSET-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE ASSET MASTER "
                   ASSETFILENAME
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
           MOVE AST-COST(AST-IDX) TO AMOUNT-ED
           MOVE AST-SALVAGE(AST-IDX) TO AMOUNT-ED-2
           MOVE AST-ACCUM(AST-IDX) TO AMOUNT-ED-3
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
               FUNCTION TRIM(AMOUNT-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-ED-2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-LIFE(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-METHOD(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-CCY(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-STATUS(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AMOUNT-ED-3) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-MONTHS(AST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AST-REC-LAST-TEXT DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               AST-REC-DISPOSED-TEXT DELIMITED BY SPACE
               INTO ASSETRECORD
           END-STRING
           WRITE ASSETRECORD.
