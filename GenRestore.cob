       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenRestore.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN DYNAMIC LEDGERFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT GENFILE ASSIGN DYNAMIC GENFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
           SELECT CATALOGFILE ASSIGN DYNAMIC CATALOGFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD LEDGERFILE.
       01 RECORDLINE.
           88 ENDOFFILE            VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD GENFILE.
       01 GENRECORD.
           88 GENENDOFFILE         VALUE HIGH-VALUES.
           05 FILLER               PIC X(100).

       FD CATALOGFILE.
       01 CATALOGRECORD.
           88 CATALOGENDOFFILE     VALUE HIGH-VALUES.
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

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 LEDGERFILENAME           PIC X(30).
       01 LEDGER-FILE-STATUS       PIC XX.
       01 GENFILENAME              PIC X(50).
       01 GEN-FILE-STATUS          PIC XX.
       01 WORKFILENAME             PIC X(50).
       01 CATALOGFILENAME          PIC X(40).
       01 CATALOG-FILE-STATUS      PIC XX.
       01 TXNINDEXFILENAME         PIC X(40).
       01 TXNINDEX-FILE-STATUS     PIC XX.
       01 JOURNALFILENAME          PIC X(30) VALUE "journal.dat".
       01 JOURNAL-FILE-STATUS      PIC XX.
       01 JOURNAL-EOF              PIC X VALUE "N".
       01 JRN-DATE                 PIC X(8).
       01 JRN-TIME                 PIC X(8).
       01 JRN-OS-USER              PIC X(12) VALUE SPACES.
       01 JRN-SET-ACTION           PIC X(12).
       01 JRN-SET-LINES            PIC 9(6).
       01 JRN-SET-CODES            PIC X(120).
       01 JRN-CODE-POINTER         PIC 9(3) VALUE 1.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 RESTORE-ID               PIC X(6) VALUE SPACES.
       01 KEEP-TEXT                PIC X(10) VALUE SPACES.
       01 KEEP-LIMIT               PIC 99 VALUE 5.
       01 KEEP-LIMIT-ED            PIC Z9.
       01 COPY-RESULT              PIC S9(9) BINARY.
       01 CAT-COUNT                PIC 9(3) VALUE ZERO.
       01 CAT-IDX                  PIC 9(3).
       01 CAT-FOUND-IDX            PIC 9(3) VALUE ZERO.
       01 CAT-GEN-COUNT            PIC 9(3) VALUE ZERO.
       01 CAT-LIMIT-IDX            PIC 9(3) VALUE ZERO.
       01 CAT-LATEST-IDX           PIC 9(3).
       01 CAT-KEY                  PIC X(10).
       01 CAT-VALUE                PIC X(14).
       01 CAT-TABLE.
           05 CAT-ENTRY            OCCURS 120 TIMES.
               10 CAT-LINE         PIC X(100).
               10 CAT-KIND         PIC X.
               10 CAT-ID           PIC X(6).
               10 CAT-CREATED      PIC X(14).
               10 CAT-PROGRAM      PIC X(12).
               10 CAT-USER         PIC X(12).
               10 CAT-IDX-KEPT     PIC X.
               10 CAT-MATCHED      PIC X.
               10 CAT-JRN-TIME     PIC X(14).
               10 CAT-JRN-USER     PIC X(12).
               10 CAT-JRN-ACTION   PIC X(12).
               10 CAT-JRN-CODES    PIC X(120).
       01 GLN-COUNT                PIC 9(5) VALUE ZERO.
       01 GLN-TABLE.
           05 GLN-LINE             PIC X(100) OCCURS 50000 TIMES.
       01 GTX-COUNT                PIC 9(5) VALUE ZERO.
       01 GTX-IDX                  PIC 9(5).
       01 GTX-TABLE.
           05 GTX-ENTRY            OCCURS 10000 TIMES.
               10 GTX-CODE         PIC X(10).
               10 GTX-FIRST        PIC 9(5).
               10 GTX-LINES        PIC 9(3).
               10 GTX-SEEN         PIC X.
       01 CMP-ACTIVE               PIC X VALUE "N".
       01 CMP-CODE                 PIC X(10).
       01 CMP-GTX-IDX              PIC 9(5).
       01 CMP-SEEN                 PIC 9(3).
       01 CMP-DIFF                 PIC X.
       01 RBK-COUNT                PIC 9(5) VALUE ZERO.
       01 RBK-IDX                  PIC 9(5).
       01 RBK-OVERFLOW             PIC 9(5) VALUE ZERO.
       01 RBK-SET-CODE             PIC X(10).
       01 RBK-SET-REASON           PIC X(10).
       01 RBK-TABLE.
           05 RBK-ENTRY            OCCURS 10000 TIMES.
               10 RBK-CODE         PIC X(10).
               10 RBK-REASON       PIC X(10).
       01 CUR-TXN-CODE             PIC X(10) VALUE SPACES.
       01 CUR-TXN-DATE             PIC X(4).
       01 CUR-TXN-STATUS           PIC X.
       01 CUR-TXN-DESC             PIC X(30).
       01 CUR-LINE-COUNT           PIC 99 VALUE ZERO.
       01 CUR-LINE-TABLE.
           05 CUR-LINE             PIC X(100) OCCURS 50 TIMES.
       01 CUR-LINE-IDX             PIC 99.
       01 CODE-SCAN                PIC X(10).
       01 CODE-CHAR-IDX            PIC 99.
       01 CODE-RUN-VALUE           PIC 9(10) VALUE ZERO.
       01 CODE-MAX-VALUE           PIC 9(10) VALUE ZERO.
       01 INDEX-REBUILT            PIC X VALUE "N".
       01 UPDATE-ERROR             PIC X VALUE "N".
       01 TXN-COUNT                PIC 9(6) VALUE ZERO.
       01 TXN-COUNT-ED             PIC ZZZZZ9.
       01 RBK-COUNT-ED             PIC ZZZZ9.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LEDGERFILENAME = SPACES THEN
               DISPLAY "usage: GenRestore -f <ledger-file>"
               DISPLAY "       (lists the backup generations and the"
                   " journal record that made each)"
               DISPLAY "       GenRestore -f <ledger-file>"
                   " -restore <generation>"
               DISPLAY "       GenRestore -f <ledger-file>"
                   " -keep <generations>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CATALOGFILENAME, TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".gens" DELIMITED BY SIZE
               INTO CATALOGFILENAME
           END-STRING
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING

           IF KEEP-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(KEEP-TEXT) IS NOT NUMERIC OR
                   FUNCTION NUMVAL(KEEP-TEXT) < 1 OR
                   FUNCTION NUMVAL(KEEP-TEXT) > 99 THEN
                   DISPLAY "*** INVALID -keep " FUNCTION TRIM(KEEP-TEXT)
                       " - USE 1 TO 99 GENERATIONS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE KEEP-LIMIT = FUNCTION NUMVAL(KEEP-TEXT)
               PERFORM 0140-TAKE-LEDGER-LOCK
               PERFORM 0200-LOAD-CATALOG
               PERFORM 0250-SET-LIMIT
               PERFORM 0900-RELEASE-LEDGER-LOCK
               IF UPDATE-ERROR = "Y" THEN
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE KEEP-LIMIT TO KEEP-LIMIT-ED
               DISPLAY "Keeping " FUNCTION TRIM(KEEP-LIMIT-ED)
                   " generation(s) of " FUNCTION TRIM(LEDGERFILENAME)
                   " - older ones are dropped at the next backup"
               IF RESTORE-ID = SPACES THEN
                   STOP RUN
               END-IF
           END-IF

           IF RESTORE-ID = SPACES THEN
               PERFORM 0200-LOAD-CATALOG
               PERFORM 0300-MATCH-JOURNAL
               PERFORM 0350-LIST-GENERATIONS
               STOP RUN
           END-IF

           INSPECT RESTORE-ID CONVERTING "g" TO "G"
           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-CATALOG
           PERFORM 0400-FIND-GENERATION
           PERFORM 0450-LOAD-GENERATION
           PERFORM 0500-COMPARE-LEDGER
           PERFORM 0600-REPLACE-LEDGER
           PERFORM 0700-REBUILD-INDEX

           MOVE "restore" TO JRN-SET-ACTION
           MOVE GLN-COUNT TO JRN-SET-LINES
           PERFORM 0820-START-JOURNAL-CODES
           PERFORM 0810-JOURNAL-ONE-CODE
               VARYING RBK-IDX FROM 1 BY 1
               UNTIL RBK-IDX > RBK-COUNT
           PERFORM 0800-WRITE-JOURNAL

           PERFORM 0900-RELEASE-LEDGER-LOCK

           DISPLAY "Restored " RESTORE-ID " ("
               CAT-CREATED(CAT-FOUND-IDX) " "
               FUNCTION TRIM(CAT-PROGRAM(CAT-FOUND-IDX)) ") to "
               FUNCTION TRIM(LEDGERFILENAME)
           IF GEN-KEPT THEN
               DISPLAY "Ledger as it stood before the restore kept as "
                   GEN-ID
           END-IF
           IF INDEX-REBUILT = "Y" THEN
               MOVE TXN-COUNT TO TXN-COUNT-ED
               DISPLAY "Indexed " FUNCTION TRIM(TXN-COUNT-ED)
                   " transaction(s) into "
                   FUNCTION TRIM(TXNINDEXFILENAME)
           END-IF
           IF RBK-COUNT = ZERO THEN
               DISPLAY "No transactions differ from " RESTORE-ID
           ELSE
               MOVE RBK-COUNT TO RBK-COUNT-ED
               DISPLAY "Rolled back " FUNCTION TRIM(RBK-COUNT-ED)
                   " transaction(s):"
               PERFORM VARYING RBK-IDX FROM 1 BY 1
                   UNTIL RBK-IDX > RBK-COUNT
                   DISPLAY "  " RBK-CODE(RBK-IDX) "  "
                       FUNCTION TRIM(RBK-REASON(RBK-IDX))
               END-PERFORM
               IF RBK-OVERFLOW > ZERO THEN
                   MOVE RBK-OVERFLOW TO RBK-COUNT-ED
                   DISPLAY "*** " FUNCTION TRIM(RBK-COUNT-ED)
                       " FURTHER TRANSACTION(S) NOT LISTED"
               END-IF
               DISPLAY "*** ONLY THE LEDGER AND ITS .idx WERE RESTORED"
                   " - REVIEW ANY CHECK,"
               DISPLAY "*** ACCRUAL OR ASSET RECORDS OF THE ROLLED-BACK"
                   " TRANSACTIONS"
           END-IF
           IF UPDATE-ERROR = "Y" OR INDEX-REBUILT = "N" THEN
               MOVE 1 TO RETURN-CODE
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
               WHEN "-restore" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO RESTORE-ID
                       ADD 1 TO ARG-COUNTER
               WHEN "-keep" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO KEEP-TEXT
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
               "  GenRestore  " DELIMITED BY SIZE
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

       0200-LOAD-CATALOG.
           MOVE ZERO TO CAT-COUNT, CAT-GEN-COUNT, CAT-LIMIT-IDX
           OPEN INPUT CATALOGFILE
           IF CATALOG-FILE-STATUS = "00" THEN
               READ CATALOGFILE
                   AT END SET CATALOGENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CATALOGENDOFFILE
                   IF CAT-COUNT >= 119 THEN
                       DISPLAY "*** GENERATION CATALOG "
                           FUNCTION TRIM(CATALOGFILENAME)
                           " EXCEEDS 119 LINES - REST IGNORED"
                       SET CATALOGENDOFFILE TO TRUE
                   ELSE
                       PERFORM 0210-TAKE-CATALOG-LINE
                       READ CATALOGFILE
                           AT END SET CATALOGENDOFFILE TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CATALOGFILE
           END-IF.

       0210-TAKE-CATALOG-LINE.
           ADD 1 TO CAT-COUNT
           MOVE SPACES TO CAT-ENTRY(CAT-COUNT)
           MOVE CATALOGRECORD TO CAT-LINE(CAT-COUNT)
           MOVE "C" TO CAT-KIND(CAT-COUNT)
           MOVE "N" TO CAT-MATCHED(CAT-COUNT)
           IF CATALOGRECORD(1:1) NOT = ";" AND
               CATALOGRECORD NOT = SPACES THEN
               MOVE SPACES TO CAT-KEY, CAT-VALUE
               UNSTRING CATALOGRECORD DELIMITED BY "  "
                   INTO CAT-KEY, CAT-VALUE
               END-UNSTRING
               EVALUATE TRUE
                   WHEN CAT-KEY = "limit"
                       MOVE "L" TO CAT-KIND(CAT-COUNT)
                       MOVE CAT-COUNT TO CAT-LIMIT-IDX
                       IF FUNCTION TRIM(CAT-VALUE) IS NUMERIC AND
                           FUNCTION NUMVAL(CAT-VALUE) > ZERO AND
                           FUNCTION NUMVAL(CAT-VALUE) < 100 AND
                           KEEP-TEXT = SPACES THEN
                           COMPUTE KEEP-LIMIT =
                               FUNCTION NUMVAL(CAT-VALUE)
                       END-IF
                   WHEN CAT-KEY(1:1) = "G" AND
                       CAT-KEY(2:5) IS NUMERIC
                       MOVE "G" TO CAT-KIND(CAT-COUNT)
                       ADD 1 TO CAT-GEN-COUNT
                       UNSTRING CATALOGRECORD DELIMITED BY "  "
                           INTO CAT-ID(CAT-COUNT),
                           CAT-CREATED(CAT-COUNT),
                           CAT-PROGRAM(CAT-COUNT),
                           CAT-USER(CAT-COUNT),
                           CAT-IDX-KEPT(CAT-COUNT)
                       END-UNSTRING
               END-EVALUATE
           END-IF.

       0250-SET-LIMIT.
           MOVE KEEP-LIMIT TO KEEP-LIMIT-ED
           IF CAT-COUNT = ZERO THEN
               ADD 1 TO CAT-COUNT
               MOVE SPACES TO CAT-LINE(CAT-COUNT)
               STRING ";ledger generations - generation  created"
                       DELIMITED BY SIZE
                   "  program  user  idx-kept" DELIMITED BY SIZE
                   INTO CAT-LINE(CAT-COUNT)
               END-STRING
               MOVE "C" TO CAT-KIND(CAT-COUNT)
           END-IF
           IF CAT-LIMIT-IDX = ZERO THEN
               ADD 1 TO CAT-COUNT
               MOVE "L" TO CAT-KIND(CAT-COUNT)
               MOVE CAT-COUNT TO CAT-LIMIT-IDX
           END-IF
           MOVE SPACES TO CAT-LINE(CAT-LIMIT-IDX)
           STRING "limit  " DELIMITED BY SIZE
               FUNCTION TRIM(KEEP-LIMIT-ED) DELIMITED BY SIZE
               INTO CAT-LINE(CAT-LIMIT-IDX)
           END-STRING
           OPEN OUTPUT CATALOGFILE
           IF CATALOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE GENERATION CATALOG "
                   FUNCTION TRIM(CATALOGFILENAME)
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
                   WRITE CATALOGRECORD FROM CAT-LINE(CAT-IDX)
               END-PERFORM
               CLOSE CATALOGFILE
           END-IF.

       0300-MATCH-JOURNAL.
           OPEN INPUT JOURNALFILE
           IF JOURNAL-FILE-STATUS = "00" THEN
               MOVE "N" TO JOURNAL-EOF
               READ JOURNALFILE
                   AT END MOVE "Y" TO JOURNAL-EOF
               END-READ
               PERFORM UNTIL JOURNAL-EOF = "Y"
                   IF JRN-LEDGER-NAME = LEDGERFILENAME THEN
                       PERFORM 0310-MATCH-ONE-RECORD
                   END-IF
                   READ JOURNALFILE
                       AT END MOVE "Y" TO JOURNAL-EOF
                   END-READ
               END-PERFORM
               CLOSE JOURNALFILE
           END-IF.

       0310-MATCH-ONE-RECORD.
           MOVE ZERO TO CAT-LATEST-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT
               IF CAT-KIND(CAT-IDX) = "G" AND
                   CAT-CREATED(CAT-IDX) <= JRN-TIMESTAMP THEN
                   MOVE CAT-IDX TO CAT-LATEST-IDX
               END-IF
           END-PERFORM
           IF CAT-LATEST-IDX > ZERO THEN
               IF CAT-MATCHED(CAT-LATEST-IDX) = "N" AND
                   CAT-PROGRAM(CAT-LATEST-IDX) = JRN-PROGRAM THEN
                   MOVE "Y" TO CAT-MATCHED(CAT-LATEST-IDX)
                   MOVE JRN-TIMESTAMP TO CAT-JRN-TIME(CAT-LATEST-IDX)
                   MOVE JRN-USER TO CAT-JRN-USER(CAT-LATEST-IDX)
                   MOVE JRN-ACTION TO CAT-JRN-ACTION(CAT-LATEST-IDX)
                   MOVE JRN-TXN-CODES
                       TO CAT-JRN-CODES(CAT-LATEST-IDX)
               END-IF
           END-IF.

       0350-LIST-GENERATIONS.
           MOVE KEEP-LIMIT TO KEEP-LIMIT-ED
           DISPLAY "Generations of " FUNCTION TRIM(LEDGERFILENAME)
               " (keeping " FUNCTION TRIM(KEEP-LIMIT-ED) ")"
           IF CAT-GEN-COUNT = ZERO THEN
               DISPLAY "(no generations kept)"
           ELSE
               DISPLAY "GEN     CREATED         PROGRAM       USER"
                   "          IDX"
               PERFORM 0360-LIST-ONE-GENERATION
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
           END-IF.

       0360-LIST-ONE-GENERATION.
           IF CAT-KIND(CAT-IDX) = "G" THEN
               MOVE SPACES TO GENFILENAME
               STRING LEDGERFILENAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   CAT-ID(CAT-IDX) DELIMITED BY SIZE
                   INTO GENFILENAME
               END-STRING
               OPEN INPUT GENFILE
               IF GEN-FILE-STATUS = "00" THEN
                   CLOSE GENFILE
                   DISPLAY CAT-ID(CAT-IDX) "  " CAT-CREATED(CAT-IDX)
                       "  " CAT-PROGRAM(CAT-IDX) "  "
                       CAT-USER(CAT-IDX) "  " CAT-IDX-KEPT(CAT-IDX)
               ELSE
                   DISPLAY CAT-ID(CAT-IDX) "  " CAT-CREATED(CAT-IDX)
                       "  " CAT-PROGRAM(CAT-IDX) "  "
                       CAT-USER(CAT-IDX) "  " CAT-IDX-KEPT(CAT-IDX)
                       "    *** FILE "
                       FUNCTION TRIM(GENFILENAME) " MISSING"
               END-IF
               IF CAT-MATCHED(CAT-IDX) = "Y" THEN
                   DISPLAY "        journal "
                       CAT-JRN-TIME(CAT-IDX) "  "
                       FUNCTION TRIM(CAT-JRN-USER(CAT-IDX)) "  "
                       FUNCTION TRIM(CAT-JRN-ACTION(CAT-IDX)) "  "
                       FUNCTION TRIM(CAT-JRN-CODES(CAT-IDX))
               ELSE
                   DISPLAY "        (no journal record found)"
               END-IF
           END-IF.

       0400-FIND-GENERATION.
           MOVE ZERO TO CAT-FOUND-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT OR CAT-FOUND-IDX > ZERO
               IF CAT-KIND(CAT-IDX) = "G" AND
                   CAT-ID(CAT-IDX) = RESTORE-ID THEN
                   MOVE CAT-IDX TO CAT-FOUND-IDX
               END-IF
           END-PERFORM
           IF CAT-FOUND-IDX = ZERO THEN
               DISPLAY "*** GENERATION " RESTORE-ID " IS NOT IN "
                   FUNCTION TRIM(CATALOGFILENAME)
                   " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GENFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               RESTORE-ID DELIMITED BY SIZE
               INTO GENFILENAME
           END-STRING.

       0450-LOAD-GENERATION.
           MOVE ZERO TO GLN-COUNT, GTX-COUNT
           OPEN INPUT GENFILE
           IF GEN-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN GENERATION FILE "
                   FUNCTION TRIM(GENFILENAME) " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GENFILE
               AT END SET GENENDOFFILE TO TRUE
           END-READ
           PERFORM UNTIL GENENDOFFILE
               IF GENRECORD(1:1) = ";" OR GENRECORD = SPACES THEN
                   CONTINUE
               ELSE
                   IF GLN-COUNT >= 50000 OR GTX-COUNT >= 10000 THEN
                       DISPLAY "*** GENERATION " RESTORE-ID
                           " EXCEEDS 50000 LINES OR 10000"
                           " TRANSACTIONS - LEDGER NOT CHANGED"
                       CLOSE GENFILE
                       PERFORM 0900-RELEASE-LEDGER-LOCK
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO GLN-COUNT
                   MOVE GENRECORD TO GLN-LINE(GLN-COUNT)
                   IF GENRECORD(1:1) = " " AND
                       GENRECORD(2:1) = " " THEN
                       IF GTX-COUNT > ZERO THEN
                           ADD 1 TO GTX-LINES(GTX-COUNT)
                       END-IF
                   ELSE
                       ADD 1 TO GTX-COUNT
                       MOVE GENRECORD(8:10) TO GTX-CODE(GTX-COUNT)
                       MOVE GLN-COUNT TO GTX-FIRST(GTX-COUNT)
                       MOVE 1 TO GTX-LINES(GTX-COUNT)
                       MOVE "N" TO GTX-SEEN(GTX-COUNT)
                   END-IF
               END-IF
               READ GENFILE
                   AT END SET GENENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENFILE.

       0500-COMPARE-LEDGER.
           MOVE ZERO TO RBK-COUNT, RBK-OVERFLOW
           MOVE "N" TO CMP-ACTIVE
           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS = "00" THEN
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFILE
                   IF RECORDLINE(1:1) = ";" OR
                       RECORDLINE = SPACES THEN
                       CONTINUE
                   ELSE
                   IF RECORDLINE(1:1) = " " AND
                       RECORDLINE(2:1) = " " THEN
                       PERFORM 0505-COMPARE-POSTING-LINE
                   ELSE
                       PERFORM 0520-CLOSE-CURRENT-TXN
                       PERFORM 0530-OPEN-CURRENT-TXN
                   END-IF
                   END-IF
                   READ LEDGERFILE
                       AT END SET ENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               PERFORM 0520-CLOSE-CURRENT-TXN
               CLOSE LEDGERFILE
           END-IF
           PERFORM VARYING GTX-IDX FROM 1 BY 1
               UNTIL GTX-IDX > GTX-COUNT
               IF GTX-SEEN(GTX-IDX) = "N" THEN
                   MOVE GTX-CODE(GTX-IDX) TO RBK-SET-CODE
                   MOVE "reinstated" TO RBK-SET-REASON
                   PERFORM 0550-ADD-ROLLED-BACK
               END-IF
           END-PERFORM.

       0505-COMPARE-POSTING-LINE.
           IF CMP-ACTIVE = "Y" THEN
               ADD 1 TO CMP-SEEN
               IF CMP-GTX-IDX > ZERO AND CMP-DIFF = "N" THEN
                   IF CMP-SEEN > GTX-LINES(CMP-GTX-IDX) THEN
                       MOVE "Y" TO CMP-DIFF
                   ELSE
                       IF RECORDLINE NOT = GLN-LINE(
                           GTX-FIRST(CMP-GTX-IDX) + CMP-SEEN - 1) THEN
                           MOVE "Y" TO CMP-DIFF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0520-CLOSE-CURRENT-TXN.
           IF CMP-ACTIVE = "Y" THEN
               MOVE CMP-CODE TO RBK-SET-CODE
               IF CMP-GTX-IDX = ZERO THEN
                   MOVE "added" TO RBK-SET-REASON
                   PERFORM 0550-ADD-ROLLED-BACK
               ELSE
                   IF CMP-DIFF = "Y" OR
                       CMP-SEEN NOT = GTX-LINES(CMP-GTX-IDX) THEN
                       MOVE "changed" TO RBK-SET-REASON
                       PERFORM 0550-ADD-ROLLED-BACK
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO CMP-ACTIVE.

       0530-OPEN-CURRENT-TXN.
           MOVE RECORDLINE(8:10) TO CMP-CODE
           MOVE ZERO TO CMP-GTX-IDX
           PERFORM VARYING GTX-IDX FROM 1 BY 1
               UNTIL GTX-IDX > GTX-COUNT OR CMP-GTX-IDX > ZERO
               IF GTX-CODE(GTX-IDX) = CMP-CODE AND
                   GTX-SEEN(GTX-IDX) = "N" THEN
                   MOVE GTX-IDX TO CMP-GTX-IDX
               END-IF
           END-PERFORM
           MOVE 1 TO CMP-SEEN
           MOVE "N" TO CMP-DIFF
           MOVE "Y" TO CMP-ACTIVE
           IF CMP-GTX-IDX > ZERO THEN
               MOVE "Y" TO GTX-SEEN(CMP-GTX-IDX)
               IF RECORDLINE NOT = GLN-LINE(GTX-FIRST(CMP-GTX-IDX))
                   THEN
                   MOVE "Y" TO CMP-DIFF
               END-IF
           END-IF.

       0550-ADD-ROLLED-BACK.
           IF RBK-COUNT >= 10000 THEN
               ADD 1 TO RBK-OVERFLOW
           ELSE
               ADD 1 TO RBK-COUNT
               MOVE RBK-SET-CODE TO RBK-CODE(RBK-COUNT)
               MOVE RBK-SET-REASON TO RBK-REASON(RBK-COUNT)
           END-IF.

       0600-REPLACE-LEDGER.
           MOVE SPACES TO WORKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".rst.tmp" DELIMITED BY SIZE
               INTO WORKFILENAME
           END-STRING
           CALL "CBL_COPY_FILE" USING GENFILENAME, WORKFILENAME
               RETURNING COPY-RESULT
           END-CALL
           IF COPY-RESULT NOT = ZERO THEN
               DISPLAY "*** CANNOT COPY " FUNCTION TRIM(GENFILENAME)
                   " TO " FUNCTION TRIM(WORKFILENAME)
                   " - LEDGER NOT CHANGED"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
           MOVE "GenRestore" TO GEN-PROGRAM
           CALL "LedgerGen" USING GEN-LEDGER-NAME, GEN-PROGRAM,
               GEN-RESULT, GEN-ID
               ON EXCEPTION MOVE "E" TO GEN-RESULT
           END-CALL
           IF GEN-FAILED THEN
               DISPLAY "*** NO BACKUP GENERATION OF "
                   FUNCTION TRIM(LEDGERFILENAME)
                   " COULD BE KEPT - LEDGER NOT CHANGED"
               CALL "CBL_DELETE_FILE" USING WORKFILENAME
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "CBL_COPY_FILE" USING WORKFILENAME, LEDGERFILENAME
               RETURNING COPY-RESULT
           END-CALL
           IF COPY-RESULT NOT = ZERO THEN
               DISPLAY "*** CANNOT COPY " FUNCTION TRIM(WORKFILENAME)
                   " OVER " FUNCTION TRIM(LEDGERFILENAME)
               DISPLAY "*** COPY IT OVER THE LEDGER BY HAND AND RUN"
                   " TxnIndexBuild"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_DELETE_FILE" USING WORKFILENAME.

       0700-REBUILD-INDEX.
           MOVE ZERO TO CODE-MAX-VALUE, TXN-COUNT
           OPEN INPUT TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS = "00" THEN
               MOVE "#CONTROL" TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE IDX-MAX-SEQ TO CODE-MAX-VALUE
               END-READ
               CLOSE TXNINDEXFILE
           END-IF
           PERFORM VARYING RBK-IDX FROM 1 BY 1
               UNTIL RBK-IDX > RBK-COUNT
               MOVE RBK-CODE(RBK-IDX) TO CODE-SCAN
               PERFORM 0510-SCAN-CODE-SUFFIX
           END-PERFORM

           OPEN OUTPUT TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REBUILD INDEX FILE "
                   FUNCTION TRIM(TXNINDEXFILENAME) " STATUS "
                   TXNINDEX-FILE-STATUS " - RUN TxnIndexBuild"
               MOVE "Y" TO UPDATE-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0710-INDEX-LEDGER
               MOVE SPACES TO TXNINDEXCONTROL
               MOVE "#CONTROL" TO IDX-CTL-KEY
               MOVE CODE-MAX-VALUE TO IDX-MAX-SEQ
               WRITE TXNINDEXRECORD
               IF TXNINDEX-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** ERROR WRITING INDEX CONTROL RECORD"
                       " STATUS " TXNINDEX-FILE-STATUS
                       " - RUN TxnIndexBuild"
                   MOVE "Y" TO UPDATE-ERROR
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE TXNINDEXFILE
               MOVE "Y" TO INDEX-REBUILT
           END-IF.

       0710-INDEX-LEDGER.
           MOVE SPACES TO CUR-TXN-CODE
           OPEN INPUT LEDGERFILE
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
                       IF CUR-LINE-COUNT >= 50 THEN
                           DISPLAY "*** TRANSACTION " CUR-TXN-CODE
                               " HAS MORE THAN 50 POSTING LINES"
                               " - EXTRA LINES NOT INDEXED"
                       ELSE
                           ADD 1 TO CUR-LINE-COUNT
                           MOVE RECORDLINE
                               TO CUR-LINE(CUR-LINE-COUNT)
                       END-IF
                   END-IF
               ELSE
                   PERFORM 0720-WRITE-INDEX-RECORD
                   MOVE RECORDLINE(8:10) TO CUR-TXN-CODE
                   MOVE RECORDLINE(2:4) TO CUR-TXN-DATE
                   MOVE RECORDLINE(7:1) TO CUR-TXN-STATUS
                   MOVE RECORDLINE(18:30) TO CUR-TXN-DESC
                   MOVE ZERO TO CUR-LINE-COUNT
                   MOVE RECORDLINE(8:10) TO CODE-SCAN
                   PERFORM 0510-SCAN-CODE-SUFFIX
               END-IF
               END-IF
               READ LEDGERFILE
                   AT END SET ENDOFFILE TO TRUE
               END-READ
           END-PERFORM
           PERFORM 0720-WRITE-INDEX-RECORD
           CLOSE LEDGERFILE.

       0720-WRITE-INDEX-RECORD.
           IF CUR-TXN-CODE NOT = SPACES THEN
               MOVE SPACES TO TXNINDEXRECORD
               MOVE CUR-TXN-CODE TO IDX-TXN-CODE
               MOVE CUR-TXN-DATE TO IDX-TXN-DATE
               MOVE CUR-TXN-STATUS TO IDX-TXN-STATUS
               MOVE CUR-TXN-DESC TO IDX-TXN-DESC
               MOVE CUR-LINE-COUNT TO IDX-LINE-COUNT
               PERFORM VARYING CUR-LINE-IDX FROM 1 BY 1
                   UNTIL CUR-LINE-IDX > CUR-LINE-COUNT
                   MOVE CUR-LINE(CUR-LINE-IDX)
                       TO IDX-LINE(CUR-LINE-IDX)
               END-PERFORM
               WRITE TXNINDEXRECORD
                   INVALID KEY
                       DISPLAY "*** DUPLICATE TRANSACTIONCODE "
                           CUR-TXN-CODE " - FIRST OCCURRENCE KEPT"
                   NOT INVALID KEY
                       ADD 1 TO TXN-COUNT
               END-WRITE
           END-IF
           MOVE SPACES TO CUR-TXN-CODE.

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
               MOVE "GenRestore" TO JRN-PROGRAM
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
               PERFORM 0820-START-JOURNAL-CODES
           END-IF
           STRING RBK-CODE(RBK-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.

       0820-START-JOURNAL-CODES.
           MOVE SPACES TO JRN-SET-CODES
           MOVE 1 TO JRN-CODE-POINTER
           STRING RESTORE-ID DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
           END-STRING.
