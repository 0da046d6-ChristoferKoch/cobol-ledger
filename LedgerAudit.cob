       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerAudit.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGERFILE ASSIGN DYNAMIC LEDGERFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT TXNINDEXFILE ASSIGN DYNAMIC TXNINDEXFILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-TXN-CODE
               FILE STATUS IS TXNINDEX-FILE-STATUS.
           SELECT JOURNALFILE ASSIGN DYNAMIC JOURNALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT HISTORYFILE ASSIGN DYNAMIC HISTORYFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT EXCEPTIONREPORT ASSIGN DYNAMIC EXCEPTIONREPORTNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGERFILE.
       01 RECORDLINE.
           88 ENDOFFILE            VALUE HIGH-VALUES.
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
           88 JOURNALENDOFFILE     VALUE HIGH-VALUES.
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

       FD HISTORYFILE.
       01 HISTORYRECORD.
           88 HISTORYENDOFFILE     VALUE HIGH-VALUES.
           05 HIST-TIMESTAMP       PIC X(14).
           05 FILLER               PIC XX.
           05 HIST-REPORT-TYPE     PIC X(12).
           05 FILLER               PIC XX.
           05 HIST-LEDGER-NAME     PIC X(30).
           05 FILLER               PIC XX.
           05 HIST-FROM            PIC X(5).
           05 FILLER               PIC XX.
           05 HIST-TO              PIC X(5).
           05 FILLER               PIC XX.
           05 HIST-CSV             PIC X.
           05 FILLER               PIC XX.
           05 HIST-READ-COUNT      PIC 9(8).
           05 FILLER               PIC XX.
           05 HIST-REPORTED-COUNT  PIC 9(8).
           05 FILLER               PIC XX.
           05 HIST-RC              PIC 9(4).
           05 FILLER               PIC XX.
           05 HIST-FILTERS         PIC X(100).

       FD LOCKFILE.
       01 LOCKRECORD.
           88 LOCKENDOFFILE        VALUE HIGH-VALUES.
           05 FILLER               PIC X(80).

       FD EXCEPTIONREPORT.
       01 EXCEPTION-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 COMMANDLINEARGS          PIC X(70).
       01 NUMOFARGS                PIC 99.
       01 ARG-COUNTER              PIC 99 VALUE ZERO.
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 LEDGER-FILE-STATUS       PIC XX.
       01 TXNINDEXFILENAME         PIC X(40).
       01 TXNINDEX-FILE-STATUS     PIC XX.
       01 INDEX-AVAILABLE          PIC X VALUE "N".
       01 INDEX-END                PIC X VALUE "N".
       01 JOURNALFILENAME          PIC X(30) VALUE "journal.dat".
       01 JOURNAL-FILE-STATUS      PIC XX.
       01 HISTORYFILENAME          PIC X(30) VALUE "runhistory.dat".
       01 HISTORY-FILE-STATUS      PIC XX.
       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 EXCEPTIONREPORTNAME      PIC X(30)
                                   VALUE "audit_exceptions.rpt".
       01 EXCEPTION-FILE-STATUS    PIC XX.
       01 AUDIT-DATE               PIC X(8).
       01 AUDIT-TIME               PIC X(8).
       01 CUR-TXN-CODE             PIC X(10) VALUE SPACES.
       01 CUR-TXN-DATE             PIC X(4).
       01 CUR-TXN-STATUS           PIC X.
       01 CUR-TXN-DESC             PIC X(30).
       01 CUR-LINE-COUNT           PIC 9(4) VALUE ZERO.
       01 CUR-INDEX-COUNT          PIC 99.
       01 LGR-COUNT                PIC 9(5) VALUE ZERO.
       01 LGR-IDX                  PIC 9(5).
       01 LGR-FOUND-IDX            PIC 9(5).
       01 LGR-TABLE.
           05 LGR-ENTRY            OCCURS 20000 TIMES.
               10 LGR-CODE         PIC X(10).
               10 LGR-JOURNALED    PIC X.
       01 LOOKUP-CODE              PIC X(10).
       01 CODE-SCAN                PIC X(10).
       01 CODE-CHAR-IDX            PIC 99.
       01 CODE-RUN-VALUE           PIC 9(10) VALUE ZERO.
       01 CODE-MAX-VALUE           PIC 9(10) VALUE ZERO.
       01 JRN-CODE-TOKEN           PIC X(20).
       01 JRN-CODE-POINTER         PIC 9(3).
       01 JRN-RECORD-COUNT         PIC 9(6) VALUE ZERO.
       01 HIST-RUN-COUNT           PIC 9(6) VALUE ZERO.
       01 HIST-FAIL-COUNT          PIC 9(6) VALUE ZERO.
       01 HIST-LAST-RUN            PIC X(14) VALUE SPACES.
       01 HIST-TIME                PIC X(8).
       01 SECTION-COUNT            PIC 9(5).
       01 EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
       01 COUNT-ED                 PIC ZZZZ9.
       01 COUNT-ED-2               PIC ZZZZ9.
       01 SEQ-ED                   PIC Z(9)9.
       01 SEQ-ED-2                 PIC Z(9)9.
       01 RC-ED                    PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LEDGERFILENAME = SPACES THEN
               DISPLAY "usage: LedgerAudit -f <ledger-file>"
                   " [-r <exception-report>] [-journal <journal-file>]"
                   " [-history <history-file>]"
               DISPLAY "       checks the ledger against its .idx,"
                   " the posting journal and the run history"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0120-CHECK-LEDGER-LOCK
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME

           OPEN OUTPUT EXCEPTIONREPORT
           IF EXCEPTION-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE EXCEPTION REPORT "
                   EXCEPTIONREPORTNAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Ledger Integrity Audit - " DELIMITED BY SIZE
               LEDGERFILENAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TIME(1:6) DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           PERFORM 0200-OPEN-INDEX
           PERFORM 0300-SCAN-LEDGER
           PERFORM 0400-SCAN-INDEX
           PERFORM 0450-CHECK-INDEX-CONTROL
           IF INDEX-AVAILABLE = "Y" THEN
               CLOSE TXNINDEXFILE
           END-IF
           PERFORM 0700-SCAN-JOURNAL
           PERFORM 0800-SCAN-RUN-HISTORY

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE EXCEPTION-COUNT TO COUNT-ED
           MOVE LGR-COUNT TO COUNT-ED-2
           MOVE SPACES TO EXCEPTION-LINE
           STRING FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
               " exception(s) in " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-ED-2) DELIMITED BY SIZE
               " ledger transaction(s)" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           CLOSE EXCEPTIONREPORT

           IF EXCEPTION-COUNT > ZERO THEN
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 0850-WRITE-RUN-HISTORY

           DISPLAY "Audited " FUNCTION TRIM(COUNT-ED-2)
               " transaction(s) in " FUNCTION TRIM(LEDGERFILENAME)
           DISPLAY "Exceptions: " FUNCTION TRIM(COUNT-ED)
           DISPLAY "Exception report written to "
               FUNCTION TRIM(EXCEPTIONREPORTNAME)
           IF EXCEPTION-COUNT > ZERO THEN
               DISPLAY "*** LEDGER " FUNCTION TRIM(LEDGERFILENAME)
                   " FAILED INTEGRITY AUDIT"
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
               WHEN "-r" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO EXCEPTIONREPORTNAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-journal" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO JOURNALFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-history" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO HISTORYFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED ARGUMENT "
                       COMMANDLINEARGS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           END-PERFORM.

       0120-CHECK-LEDGER-LOCK.
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
               DISPLAY "*** A WRITE MAY BE IN FLIGHT - AUDIT NOT RUN"
               CLOSE LOCKFILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-OPEN-INDEX.
           MOVE SPACES TO TXNINDEXFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO TXNINDEXFILENAME
           END-STRING
           OPEN INPUT TXNINDEXFILE
           IF TXNINDEX-FILE-STATUS = "00" THEN
               MOVE "Y" TO INDEX-AVAILABLE
           ELSE
               MOVE "N" TO INDEX-AVAILABLE
           END-IF.

       0300-SCAN-LEDGER.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "LEDGER TRANSACTIONS DISAGREEING WITH THE INDEX:"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ZERO TO SECTION-COUNT

           IF INDEX-AVAILABLE = "N" THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  INDEX FILE " DELIMITED BY SIZE
                   TXNINDEXFILENAME DELIMITED BY SPACE
                   " CANNOT BE OPENED (STATUS " DELIMITED BY SIZE
                   TXNINDEX-FILE-STATUS DELIMITED BY SIZE
                   ") - REBUILD WITH TxnIndexBuild" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
               ADD 1 TO SECTION-COUNT
           END-IF

           OPEN INPUT LEDGERFILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN LEDGER FILE " LEDGERFILENAME
               CLOSE EXCEPTIONREPORT
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
                       ADD 1 TO CUR-LINE-COUNT
                   END-IF
               ELSE
                   PERFORM 0310-END-LEDGER-TXN
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
           PERFORM 0310-END-LEDGER-TXN
           CLOSE LEDGERFILE

           IF SECTION-COUNT = ZERO THEN
               MOVE "  (NONE)" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           ADD SECTION-COUNT TO EXCEPTION-COUNT.

       0310-END-LEDGER-TXN.
           IF CUR-TXN-CODE NOT = SPACES THEN
               MOVE CUR-TXN-CODE TO LOOKUP-CODE
               PERFORM 0720-FIND-LEDGER-CODE
               IF LGR-FOUND-IDX NOT = ZERO THEN
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "  " DELIMITED BY SIZE
                       CUR-TXN-CODE DELIMITED BY SIZE
                       "  DUPLICATE TRANSACTIONCODE IN LEDGER"
                           DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-LINE
                   ADD 1 TO SECTION-COUNT
               ELSE
                   IF LGR-COUNT >= 20000 THEN
                       DISPLAY "*** LEDGER HAS MORE THAN 20000"
                           " TRANSACTIONS - RAISE LGR-TABLE LIMIT"
                       CLOSE LEDGERFILE, EXCEPTIONREPORT
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO LGR-COUNT
                   MOVE CUR-TXN-CODE TO LGR-CODE(LGR-COUNT)
                   MOVE "N" TO LGR-JOURNALED(LGR-COUNT)
                   IF INDEX-AVAILABLE = "Y" THEN
                       PERFORM 0320-COMPARE-INDEX-RECORD
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO CUR-TXN-CODE.

       0320-COMPARE-INDEX-RECORD.
           MOVE CUR-TXN-CODE TO IDX-TXN-CODE
           READ TXNINDEXFILE
               INVALID KEY
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "  " DELIMITED BY SIZE
                       CUR-TXN-CODE DELIMITED BY SIZE
                       "  NOT ON INDEX" DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-LINE
                   ADD 1 TO SECTION-COUNT
               NOT INVALID KEY
                   IF CUR-TXN-DATE NOT = IDX-TXN-DATE THEN
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "  " DELIMITED BY SIZE
                           CUR-TXN-CODE DELIMITED BY SIZE
                           "  DATE        LEDGER " DELIMITED BY SIZE
                           CUR-TXN-DATE DELIMITED BY SIZE
                           "  INDEX " DELIMITED BY SIZE
                           IDX-TXN-DATE DELIMITED BY SIZE
                           INTO EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-LINE
                       ADD 1 TO SECTION-COUNT
                   END-IF
                   IF CUR-TXN-STATUS NOT = IDX-TXN-STATUS THEN
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "  " DELIMITED BY SIZE
                           CUR-TXN-CODE DELIMITED BY SIZE
                           "  STATUS      LEDGER " DELIMITED BY SIZE
                           CUR-TXN-STATUS DELIMITED BY SIZE
                           "     INDEX " DELIMITED BY SIZE
                           IDX-TXN-STATUS DELIMITED BY SIZE
                           INTO EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-LINE
                       ADD 1 TO SECTION-COUNT
                   END-IF
                   IF CUR-TXN-DESC NOT = IDX-TXN-DESC THEN
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "  " DELIMITED BY SIZE
                           CUR-TXN-CODE DELIMITED BY SIZE
                           "  DESC        LEDGER " DELIMITED BY SIZE
                           CUR-TXN-DESC DELIMITED BY SIZE
                           INTO EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-LINE
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "                          INDEX  "
                               DELIMITED BY SIZE
                           IDX-TXN-DESC DELIMITED BY SIZE
                           INTO EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-LINE
                       ADD 1 TO SECTION-COUNT
                   END-IF
                   IF CUR-LINE-COUNT > 50 THEN
                       MOVE 50 TO CUR-INDEX-COUNT
                   ELSE
                       MOVE CUR-LINE-COUNT TO CUR-INDEX-COUNT
                   END-IF
                   IF CUR-INDEX-COUNT NOT = IDX-LINE-COUNT THEN
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING "  " DELIMITED BY SIZE
                           CUR-TXN-CODE DELIMITED BY SIZE
                           "  LINE-COUNT  LEDGER " DELIMITED BY SIZE
                           CUR-INDEX-COUNT DELIMITED BY SIZE
                           "    INDEX " DELIMITED BY SIZE
                           IDX-LINE-COUNT DELIMITED BY SIZE
                           INTO EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-LINE
                       ADD 1 TO SECTION-COUNT
                   END-IF
           END-READ.

       0400-SCAN-INDEX.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "INDEX RECORDS WITH NO LEDGER TRANSACTION:"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ZERO TO SECTION-COUNT

           IF INDEX-AVAILABLE = "Y" THEN
               MOVE "N" TO INDEX-END
               MOVE LOW-VALUES TO IDX-TXN-CODE
               START TXNINDEXFILE KEY IS NOT LESS THAN IDX-TXN-CODE
                   INVALID KEY MOVE "Y" TO INDEX-END
               END-START
               PERFORM UNTIL INDEX-END = "Y"
                   READ TXNINDEXFILE NEXT RECORD
                       AT END MOVE "Y" TO INDEX-END
                       NOT AT END PERFORM 0410-CHECK-INDEX-CODE
                   END-READ
               END-PERFORM
           END-IF

           IF SECTION-COUNT = ZERO THEN
               MOVE "  (NONE)" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           ADD SECTION-COUNT TO EXCEPTION-COUNT.

       0410-CHECK-INDEX-CODE.
           IF IDX-TXN-CODE NOT = "#CONTROL" THEN
               MOVE IDX-TXN-CODE TO LOOKUP-CODE
               PERFORM 0720-FIND-LEDGER-CODE
               IF LGR-FOUND-IDX = ZERO THEN
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "  " DELIMITED BY SIZE
                       IDX-TXN-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       IDX-TXN-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       IDX-TXN-STATUS DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       IDX-TXN-DESC DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-LINE
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-IF.

       0450-CHECK-INDEX-CONTROL.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "INDEX CONTROL RECORD:" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ZERO TO SECTION-COUNT

           IF INDEX-AVAILABLE = "Y" THEN
               MOVE "#CONTROL" TO IDX-TXN-CODE
               READ TXNINDEXFILE
                   INVALID KEY
                       MOVE "  NO #CONTROL RECORD ON INDEX"
                           TO EXCEPTION-LINE
                       WRITE EXCEPTION-LINE
                       ADD 1 TO SECTION-COUNT
                   NOT INVALID KEY
                       IF IDX-MAX-SEQ < CODE-MAX-VALUE THEN
                           MOVE IDX-MAX-SEQ TO SEQ-ED
                           MOVE CODE-MAX-VALUE TO SEQ-ED-2
                           MOVE SPACES TO EXCEPTION-LINE
                           STRING "  IDX-MAX-SEQ " DELIMITED BY SIZE
                               FUNCTION TRIM(SEQ-ED) DELIMITED BY SIZE
                               " IS LOWER THAN HIGHEST CODE IN USE "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(SEQ-ED-2)
                                   DELIMITED BY SIZE
                               INTO EXCEPTION-LINE
                           END-STRING
                           WRITE EXCEPTION-LINE
                           ADD 1 TO SECTION-COUNT
                       END-IF
               END-READ
           END-IF

           IF SECTION-COUNT = ZERO THEN
               MOVE "  (NONE)" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           ADD SECTION-COUNT TO EXCEPTION-COUNT.

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

       0700-SCAN-JOURNAL.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "LEDGER TRANSACTIONS NEVER RECORDED IN THE JOURNAL:"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ZERO TO SECTION-COUNT

           OPEN INPUT JOURNALFILE
           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  JOURNAL FILE " DELIMITED BY SIZE
                   JOURNALFILENAME DELIMITED BY SPACE
                   " CANNOT BE OPENED (STATUS " DELIMITED BY SIZE
                   JOURNAL-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
               ADD 1 TO SECTION-COUNT
           ELSE
               READ JOURNALFILE
                   AT END SET JOURNALENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL JOURNALENDOFFILE
                   IF JRN-LEDGER-NAME = LEDGERFILENAME THEN
                       ADD 1 TO JRN-RECORD-COUNT
                       PERFORM 0710-MARK-JOURNAL-CODES
                   END-IF
                   READ JOURNALFILE
                       AT END SET JOURNALENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNALFILE
               PERFORM 0750-REPORT-UNJOURNALED
           END-IF

           IF SECTION-COUNT = ZERO THEN
               MOVE "  (NONE)" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           ADD SECTION-COUNT TO EXCEPTION-COUNT.

       0710-MARK-JOURNAL-CODES.
           MOVE 1 TO JRN-CODE-POINTER
           PERFORM UNTIL JRN-CODE-POINTER > 120
               MOVE SPACES TO JRN-CODE-TOKEN
               UNSTRING JRN-TXN-CODES DELIMITED BY ";"
                   INTO JRN-CODE-TOKEN
                   WITH POINTER JRN-CODE-POINTER
               END-UNSTRING
               IF JRN-CODE-TOKEN = SPACES THEN
                   MOVE 121 TO JRN-CODE-POINTER
               ELSE
                   MOVE JRN-CODE-TOKEN TO LOOKUP-CODE
                   PERFORM 0720-FIND-LEDGER-CODE
                   IF LGR-FOUND-IDX NOT = ZERO THEN
                       MOVE "Y" TO LGR-JOURNALED(LGR-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0720-FIND-LEDGER-CODE.
           MOVE ZERO TO LGR-FOUND-IDX
           PERFORM VARYING LGR-IDX FROM 1 BY 1
               UNTIL LGR-IDX > LGR-COUNT OR LGR-FOUND-IDX NOT = ZERO
               IF LGR-CODE(LGR-IDX) = LOOKUP-CODE THEN
                   MOVE LGR-IDX TO LGR-FOUND-IDX
               END-IF
           END-PERFORM.

       0750-REPORT-UNJOURNALED.
           PERFORM VARYING LGR-IDX FROM 1 BY 1
               UNTIL LGR-IDX > LGR-COUNT
               IF LGR-JOURNALED(LGR-IDX) = "N" THEN
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING "  " DELIMITED BY SIZE
                       LGR-CODE(LGR-IDX) DELIMITED BY SIZE
                       "  NOT IN ANY JRN-TXN-CODES FOR THIS LEDGER"
                           DELIMITED BY SIZE
                       INTO EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-LINE
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-PERFORM.

       0800-SCAN-RUN-HISTORY.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "RUN HISTORY (FOR INFORMATION - NOT COUNTED):"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           OPEN INPUT HISTORYFILE
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  NO RUN HISTORY IN " DELIMITED BY SIZE
                   HISTORYFILENAME DELIMITED BY SPACE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           ELSE
               READ HISTORYFILE
                   AT END SET HISTORYENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL HISTORYENDOFFILE
                   IF HIST-LEDGER-NAME = LEDGERFILENAME THEN
                       ADD 1 TO HIST-RUN-COUNT
                       MOVE HIST-TIMESTAMP TO HIST-LAST-RUN
                       IF HIST-RC IS NUMERIC AND HIST-RC NOT = ZERO THEN
                           ADD 1 TO HIST-FAIL-COUNT
                           MOVE HIST-RC TO RC-ED
                           MOVE SPACES TO EXCEPTION-LINE
                           STRING "  " DELIMITED BY SIZE
                               HIST-TIMESTAMP DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               HIST-REPORT-TYPE DELIMITED BY SIZE
                               "  ENDED RC " DELIMITED BY SIZE
                               FUNCTION TRIM(RC-ED) DELIMITED BY SIZE
                               INTO EXCEPTION-LINE
                           END-STRING
                           WRITE EXCEPTION-LINE
                       END-IF
                   END-IF
                   READ HISTORYFILE
                       AT END SET HISTORYENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
               MOVE HIST-RUN-COUNT TO COUNT-ED
               MOVE HIST-FAIL-COUNT TO COUNT-ED-2
               MOVE SPACES TO EXCEPTION-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   " run(s) recorded, " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-ED-2) DELIMITED BY SIZE
                   " with nonzero RC, last at " DELIMITED BY SIZE
                   HIST-LAST-RUN DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           MOVE JRN-RECORD-COUNT TO COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
               " journal record(s) for this ledger" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       0850-WRITE-RUN-HISTORY.
           ACCEPT HIST-TIME FROM TIME
           OPEN EXTEND HISTORYFILE
           IF HISTORY-FILE-STATUS = "35" THEN
               OPEN OUTPUT HISTORYFILE
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE RUN HISTORY "
                   HISTORYFILENAME
           ELSE
               MOVE SPACES TO HISTORYRECORD
               STRING AUDIT-DATE DELIMITED BY SIZE
                   HIST-TIME(1:6) DELIMITED BY SIZE
                   INTO HIST-TIMESTAMP
               END-STRING
               MOVE "audit" TO HIST-REPORT-TYPE
               MOVE LEDGERFILENAME TO HIST-LEDGER-NAME
               MOVE "N" TO HIST-CSV
               MOVE LGR-COUNT TO HIST-READ-COUNT
               MOVE EXCEPTION-COUNT TO HIST-REPORTED-COUNT
               MOVE RETURN-CODE TO HIST-RC
               WRITE HISTORYRECORD
               CLOSE HISTORYFILE
           END-IF.
