       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositivePay.
       AUTHOR. Christofer Koch.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKCTLFILE ASSIGN DYNAMIC CHECKCTLFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKCTL-FILE-STATUS.
           SELECT CHECKFILE ASSIGN DYNAMIC CHECKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FILE-STATUS.
           SELECT PPAYFILE ASSIGN DYNAMIC PPAYFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPAY-FILE-STATUS.
           SELECT PPAYLOGFILE ASSIGN DYNAMIC PPAYLOGFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPAYLOG-FILE-STATUS.
           SELECT JOURNALFILE ASSIGN DYNAMIC JOURNALFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT LOCKFILE ASSIGN DYNAMIC LOCKFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKCTLFILE.
       01 CHECKCTLRECORD.
           88 CHECKCTLENDOFFILE    VALUE HIGH-VALUES.
           05 FILLER               PIC X(120).

       FD CHECKFILE.
       01 CHECKRECORD.
           88 CHECKENDOFFILE       VALUE HIGH-VALUES.
           05 FILLER               PIC X(200).

       FD PPAYFILE.
       01 PPAY-DETAIL.
           05 PPAY-BANK-ACCT       PIC X(12).
           05 PPAY-CHECK-NO        PIC 9(10).
           05 PPAY-ISSUE-DATE      PIC X(8).
           05 PPAY-AMOUNT          PIC 9(10)V99.
           05 PPAY-INDICATOR       PIC X.
           05 PPAY-PAYEE           PIC X(35).
           05 FILLER               PIC XX.
       01 PPAY-TRAILER.
           05 PPAY-TRL-ID          PIC X(12).
           05 PPAY-TRL-COUNT       PIC 9(10).
           05 PPAY-TRL-DATE        PIC X(8).
           05 PPAY-TRL-TOTAL       PIC 9(10)V99.
           05 FILLER               PIC X(38).

       FD PPAYLOGFILE.
       01 PPAYLOGRECORD            PIC X(120).

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
       01 LEDGERFILENAME           PIC X(30) VALUE SPACES.
       01 CHECKCTLFILENAME         PIC X(40).
       01 CHECKCTL-FILE-STATUS     PIC XX.
       01 CHECKFILENAME            PIC X(40).
       01 CHECK-FILE-STATUS        PIC XX.
       01 PPAYFILENAME             PIC X(40) VALUE SPACES.
       01 PPAY-FILE-STATUS         PIC XX.
       01 PPAYLOGFILENAME          PIC X(40).
       01 PPAYLOG-FILE-STATUS      PIC XX.
       01 RESEND-DATE              PIC X(8) VALUE SPACES.
       01 RUN-DATE                 PIC X(8).
       01 RUN-TIME                 PIC X(8).
       01 RUN-YEAR                 PIC 9(4).
       01 ISSUE-YEAR               PIC 9(4).
       01 PPAY-ERROR               PIC X VALUE "N".
       01 CCTL-COUNT               PIC 9(3) VALUE ZERO.
       01 CCTL-IDX                 PIC 9(3).
       01 CCTL-FOUND-IDX           PIC 9(3).
       01 CCTL-NEXT-TEXT           PIC X(12).
       01 CCTL-TABLE.
           05 CCTL-ENTRY           OCCURS 100 TIMES.
               10 CCTL-ACCT        PIC X(62).
               10 CCTL-BANK        PIC X(17).
       01 CHK-COUNT                PIC 9(4) VALUE ZERO.
       01 CHK-IDX                  PIC 9(4).
       01 CHK-TABLE.
           05 CHK-ENTRY            OCCURS 5000 TIMES.
               10 CHK-LINE         PIC X(200).
               10 CHK-DATA         PIC X.
               10 CHK-CHANGED      PIC X.
               10 CHK-NUMBER-TEXT  PIC X(12).
               10 CHK-ACCT         PIC X(62).
               10 CHK-ISSUED       PIC X(4).
               10 CHK-AMOUNT-TEXT  PIC X(15).
               10 CHK-TXN-CODE     PIC X(10).
               10 CHK-STATUS       PIC X.
               10 CHK-VOID-DATE    PIC X(4).
               10 CHK-VOID-CODE    PIC X(10).
               10 CHK-ISSUE-SENT   PIC X(8).
               10 CHK-VOID-SENT    PIC X(8).
               10 CHK-PAYEE        PIC X(35).
       01 SEL-COUNT                PIC 9(5) VALUE ZERO.
       01 SEL-IDX                  PIC 9(5).
       01 SEL-TABLE.
           05 SEL-ENTRY            OCCURS 10000 TIMES.
               10 SEL-CHK-IDX      PIC 9(4).
               10 SEL-INDICATOR    PIC X.
               10 SEL-BANK         PIC X(17).
       01 SEL-WANTED               PIC X.
       01 SEL-PASS                 PIC X.
       01 ISSUE-COUNT              PIC 9(5) VALUE ZERO.
       01 VOID-COUNT               PIC 9(5) VALUE ZERO.
       01 EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
       01 PPAY-TOTAL               PIC 9(10)V99 VALUE ZERO.
       01 CHECK-AMOUNT             PIC 9(10)V99.
       01 AMOUNT-ED                PIC Z(9)9.99.
       01 COUNT-ED                 PIC ZZZZ9.
       01 LOG-POINTER              PIC 9(3).
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS

           IF LEDGERFILENAME = SPACES OR PPAY-ERROR = "Y" THEN
               DISPLAY "usage: PositivePay -f <ledger-file>"
                   " [-o <positive-pay-file>]"
               DISPLAY "       [-resend YYYYMMDD] (rebuild the file"
                   " sent on that date)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RESEND-DATE NOT = SPACES AND
               RESEND-DATE IS NOT NUMERIC THEN
               DISPLAY "*** INVALID RESEND DATE " RESEND-DATE
                   " - USE YYYYMMDD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           IF PPAYFILENAME = SPACES THEN
               STRING "positivepay_" DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   RUN-TIME(1:6) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PPAYFILENAME
               END-STRING
           END-IF

           PERFORM 0140-TAKE-LEDGER-LOCK
           PERFORM 0200-LOAD-CHECK-CONTROL
           IF PPAY-ERROR = "N" THEN
               PERFORM 0300-LOAD-CHECK-REGISTER
           END-IF
           IF PPAY-ERROR = "Y" THEN
               DISPLAY "Positive pay file not written"
               PERFORM 0900-RELEASE-LEDGER-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "I" TO SEL-PASS
           PERFORM 0400-SELECT-CHECKS
           MOVE "V" TO SEL-PASS
           PERFORM 0400-SELECT-CHECKS

           IF SEL-COUNT = ZERO THEN
               IF RESEND-DATE = SPACES THEN
                   DISPLAY "No new or voided checks to send"
               ELSE
                   DISPLAY "No checks were sent on " RESEND-DATE
               END-IF
           ELSE
               PERFORM 0500-WRITE-PPAY-FILE
               IF PPAY-ERROR = "N" AND RESEND-DATE = SPACES THEN
                   PERFORM 0600-REWRITE-REGISTER
               END-IF
               IF PPAY-ERROR = "N" THEN
                   PERFORM 0700-WRITE-CONTROL-LOG
                   IF RESEND-DATE = SPACES THEN
                       MOVE "pospay" TO JRN-SET-ACTION
                   ELSE
                       MOVE "pospay-rsnd" TO JRN-SET-ACTION
                   END-IF
                   MOVE ZERO TO JRN-SET-LINES
                   PERFORM 0810-JOURNAL-ONE-CHECK
                       VARYING SEL-IDX FROM 1 BY 1
                       UNTIL SEL-IDX > SEL-COUNT
                   PERFORM 0800-WRITE-JOURNAL
               END-IF
           END-IF

           PERFORM 0900-RELEASE-LEDGER-LOCK

           IF SEL-COUNT > ZERO AND PPAY-ERROR = "N" THEN
               MOVE SEL-COUNT TO COUNT-ED
               DISPLAY "Positive pay file "
                   FUNCTION TRIM(PPAYFILENAME) " written with "
                   FUNCTION TRIM(COUNT-ED) " check record(s)"
               MOVE ISSUE-COUNT TO COUNT-ED
               DISPLAY "Issued checks: " FUNCTION TRIM(COUNT-ED)
               MOVE VOID-COUNT TO COUNT-ED
               DISPLAY "Voided checks: " FUNCTION TRIM(COUNT-ED)
               MOVE PPAY-TOTAL TO AMOUNT-ED
               DISPLAY "Control total: " FUNCTION TRIM(AMOUNT-ED)
           END-IF
           IF EXCEPTION-COUNT > ZERO THEN
               MOVE EXCEPTION-COUNT TO COUNT-ED
               DISPLAY "*** " FUNCTION TRIM(COUNT-ED)
                   " CHECK RECORD(S) HELD BACK - SEE MESSAGES ABOVE"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF PPAY-ERROR = "Y" THEN
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
               WHEN "-o" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO PPAYFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-resend" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO RESEND-DATE
                       ADD 1 TO ARG-COUNTER
               WHEN OTHER
                   DISPLAY "*** UNRECOGNIZED ARGUMENT "
                       COMMANDLINEARGS
                   MOVE "Y" TO PPAY-ERROR
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
                   " - CHECK REGISTER NOT CHANGED"
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
               "  PositivePay  " DELIMITED BY SIZE
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

       0200-LOAD-CHECK-CONTROL.
           MOVE SPACES TO CHECKCTLFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".chkctl" DELIMITED BY SIZE
               INTO CHECKCTLFILENAME
           END-STRING
           OPEN INPUT CHECKCTLFILE
           IF CHECKCTL-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN CHECK ACCOUNT CONTROL FILE "
                   FUNCTION TRIM(CHECKCTLFILENAME)
               MOVE "Y" TO PPAY-ERROR
           ELSE
               READ CHECKCTLFILE
                   AT END SET CHECKCTLENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKCTLENDOFFILE
                   IF CHECKCTLRECORD(1:1) NOT = ";" AND
                       CHECKCTLRECORD NOT = SPACES THEN
                       IF CCTL-COUNT >= 100 THEN
                           DISPLAY "*** CHECK ACCOUNT CONTROL FILE"
                               " EXCEEDS 100 ENTRIES - RAISE"
                               " CCTL-TABLE LIMIT"
                           MOVE "Y" TO PPAY-ERROR
                       ELSE
                           ADD 1 TO CCTL-COUNT
                           MOVE SPACES TO CCTL-ACCT(CCTL-COUNT),
                               CCTL-BANK(CCTL-COUNT)
                           UNSTRING CHECKCTLRECORD DELIMITED BY "  "
                               INTO CCTL-ACCT(CCTL-COUNT),
                               CCTL-BANK(CCTL-COUNT), CCTL-NEXT-TEXT
                           END-UNSTRING
                       END-IF
                   END-IF
                   READ CHECKCTLFILE
                       AT END SET CHECKCTLENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECKCTLFILE
           END-IF.

       0300-LOAD-CHECK-REGISTER.
           MOVE SPACES TO CHECKFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".checks" DELIMITED BY SIZE
               INTO CHECKFILENAME
           END-STRING
           OPEN INPUT CHECKFILE
           IF CHECK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT OPEN CHECK REGISTER "
                   FUNCTION TRIM(CHECKFILENAME)
               MOVE "Y" TO PPAY-ERROR
           ELSE
               READ CHECKFILE
                   AT END SET CHECKENDOFFILE TO TRUE
               END-READ
               PERFORM UNTIL CHECKENDOFFILE OR PPAY-ERROR = "Y"
                   IF CHK-COUNT >= 5000 THEN
                       DISPLAY "*** CHECK REGISTER EXCEEDS 5000 LINES"
                           " - RAISE CHK-TABLE LIMIT"
                       MOVE "Y" TO PPAY-ERROR
                   ELSE
                       ADD 1 TO CHK-COUNT
                       PERFORM 0310-SPLIT-CHECK-RECORD
                   END-IF
                   READ CHECKFILE
                       AT END SET CHECKENDOFFILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHECKFILE
           END-IF.

       0310-SPLIT-CHECK-RECORD.
           MOVE CHECKRECORD TO CHK-LINE(CHK-COUNT)
           MOVE "N" TO CHK-DATA(CHK-COUNT), CHK-CHANGED(CHK-COUNT)
           MOVE SPACES TO CHK-NUMBER-TEXT(CHK-COUNT),
               CHK-ACCT(CHK-COUNT), CHK-ISSUED(CHK-COUNT),
               CHK-AMOUNT-TEXT(CHK-COUNT), CHK-TXN-CODE(CHK-COUNT),
               CHK-STATUS(CHK-COUNT), CHK-VOID-DATE(CHK-COUNT),
               CHK-VOID-CODE(CHK-COUNT), CHK-ISSUE-SENT(CHK-COUNT),
               CHK-VOID-SENT(CHK-COUNT), CHK-PAYEE(CHK-COUNT)
           IF CHECKRECORD(1:1) NOT = ";" AND
               CHECKRECORD NOT = SPACES THEN
               MOVE "Y" TO CHK-DATA(CHK-COUNT)
               UNSTRING CHECKRECORD DELIMITED BY "  "
                   INTO CHK-NUMBER-TEXT(CHK-COUNT),
                   CHK-ACCT(CHK-COUNT), CHK-ISSUED(CHK-COUNT),
                   CHK-AMOUNT-TEXT(CHK-COUNT),
                   CHK-TXN-CODE(CHK-COUNT), CHK-STATUS(CHK-COUNT),
                   CHK-VOID-DATE(CHK-COUNT), CHK-VOID-CODE(CHK-COUNT),
                   CHK-ISSUE-SENT(CHK-COUNT),
                   CHK-VOID-SENT(CHK-COUNT), CHK-PAYEE(CHK-COUNT)
               END-UNSTRING
           END-IF.

       0400-SELECT-CHECKS.
           PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-COUNT
               MOVE "N" TO SEL-WANTED
               IF CHK-DATA(CHK-IDX) = "Y" THEN
                   IF SEL-PASS = "I" THEN
                       IF (RESEND-DATE = SPACES AND
                           CHK-ISSUE-SENT(CHK-IDX) = "-") OR
                          (RESEND-DATE NOT = SPACES AND
                           CHK-ISSUE-SENT(CHK-IDX) = RESEND-DATE) THEN
                           MOVE "Y" TO SEL-WANTED
                       END-IF
                   ELSE
                       IF CHK-STATUS(CHK-IDX) = "V" AND
                          ((RESEND-DATE = SPACES AND
                            CHK-VOID-SENT(CHK-IDX) = "-") OR
                           (RESEND-DATE NOT = SPACES AND
                            CHK-VOID-SENT(CHK-IDX) = RESEND-DATE)) THEN
                           MOVE "Y" TO SEL-WANTED
                       END-IF
                   END-IF
               END-IF
               IF SEL-WANTED = "Y" THEN
                   PERFORM 0410-TAKE-CHECK
               END-IF
           END-PERFORM.

       0410-TAKE-CHECK.
           MOVE ZERO TO CCTL-FOUND-IDX
           PERFORM VARYING CCTL-IDX FROM 1 BY 1
               UNTIL CCTL-IDX > CCTL-COUNT
               IF CCTL-ACCT(CCTL-IDX) = CHK-ACCT(CHK-IDX) THEN
                   MOVE CCTL-IDX TO CCTL-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CCTL-FOUND-IDX = ZERO
                   ADD 1 TO EXCEPTION-COUNT
                   DISPLAY "*** CHECK "
                       FUNCTION TRIM(CHK-NUMBER-TEXT(CHK-IDX))
                       " DRAWN ON " FUNCTION TRIM(CHK-ACCT(CHK-IDX))
                       " - ACCOUNT NOT IN "
                       FUNCTION TRIM(CHECKCTLFILENAME)
               WHEN FUNCTION TRIM(CHK-NUMBER-TEXT(CHK-IDX))
                       IS NOT NUMERIC OR
                   CHK-ISSUED(CHK-IDX) IS NOT NUMERIC
                   ADD 1 TO EXCEPTION-COUNT
                   DISPLAY "*** CHECK REGISTER LINE "
                       FUNCTION TRIM(CHK-LINE(CHK-IDX))
                       " IS DAMAGED - CORRECT IT BY HAND"
               WHEN OTHER
                   IF SEL-COUNT >= 10000 THEN
                       DISPLAY "*** MORE THAN 10000 CHECK RECORDS"
                           " - RAISE SEL-TABLE LIMIT"
                       MOVE "Y" TO PPAY-ERROR
                   ELSE
                       ADD 1 TO SEL-COUNT
                       MOVE CHK-IDX TO SEL-CHK-IDX(SEL-COUNT)
                       MOVE SEL-PASS TO SEL-INDICATOR(SEL-COUNT)
                       MOVE CCTL-BANK(CCTL-FOUND-IDX)
                           TO SEL-BANK(SEL-COUNT)
                   END-IF
           END-EVALUATE.

       0500-WRITE-PPAY-FILE.
           IF PPAY-ERROR = "Y" THEN
               DISPLAY "Positive pay file not written"
           ELSE
               OPEN OUTPUT PPAYFILE
               IF PPAY-FILE-STATUS NOT = "00" THEN
                   DISPLAY "*** CANNOT WRITE POSITIVE PAY FILE "
                       FUNCTION TRIM(PPAYFILENAME)
                   MOVE "Y" TO PPAY-ERROR
               ELSE
                   PERFORM VARYING SEL-IDX FROM 1 BY 1
                       UNTIL SEL-IDX > SEL-COUNT
                       PERFORM 0510-WRITE-DETAIL
                   END-PERFORM
                   MOVE SPACES TO PPAY-TRAILER
                   MOVE "TRAILER" TO PPAY-TRL-ID
                   MOVE SEL-COUNT TO PPAY-TRL-COUNT
                   MOVE RUN-DATE TO PPAY-TRL-DATE
                   MOVE PPAY-TOTAL TO PPAY-TRL-TOTAL
                   WRITE PPAY-TRAILER
                   IF PPAY-FILE-STATUS NOT = "00" THEN
                       DISPLAY "*** ERROR WRITING POSITIVE PAY FILE "
                           FUNCTION TRIM(PPAYFILENAME)
                       MOVE "Y" TO PPAY-ERROR
                   END-IF
                   CLOSE PPAYFILE
               END-IF
           END-IF.

       0510-WRITE-DETAIL.
           MOVE SEL-CHK-IDX(SEL-IDX) TO CHK-IDX
           MOVE SPACES TO PPAY-DETAIL
           MOVE SEL-BANK(SEL-IDX) TO PPAY-BANK-ACCT
           COMPUTE PPAY-CHECK-NO =
               FUNCTION NUMVAL(CHK-NUMBER-TEXT(CHK-IDX))
           PERFORM 0520-ISSUE-YEAR
           STRING ISSUE-YEAR DELIMITED BY SIZE
               CHK-ISSUED(CHK-IDX) DELIMITED BY SIZE
               INTO PPAY-ISSUE-DATE
           END-STRING
           COMPUTE CHECK-AMOUNT =
               FUNCTION NUMVAL(CHK-AMOUNT-TEXT(CHK-IDX))
           MOVE CHECK-AMOUNT TO PPAY-AMOUNT
           MOVE SEL-INDICATOR(SEL-IDX) TO PPAY-INDICATOR
           MOVE CHK-PAYEE(CHK-IDX) TO PPAY-PAYEE
           WRITE PPAY-DETAIL
           IF PPAY-FILE-STATUS NOT = "00" THEN
               MOVE "Y" TO PPAY-ERROR
           END-IF
           ADD CHECK-AMOUNT TO PPAY-TOTAL
           IF SEL-INDICATOR(SEL-IDX) = "I" THEN
               ADD 1 TO ISSUE-COUNT
               IF RESEND-DATE = SPACES THEN
                   MOVE RUN-DATE TO CHK-ISSUE-SENT(CHK-IDX)
                   MOVE "Y" TO CHK-CHANGED(CHK-IDX)
               END-IF
           ELSE
               ADD 1 TO VOID-COUNT
               IF RESEND-DATE = SPACES THEN
                   MOVE RUN-DATE TO CHK-VOID-SENT(CHK-IDX)
                   MOVE "Y" TO CHK-CHANGED(CHK-IDX)
               END-IF
           END-IF.

       0520-ISSUE-YEAR.
           IF RESEND-DATE = SPACES THEN
               MOVE RUN-YEAR TO ISSUE-YEAR
               IF CHK-ISSUED(CHK-IDX) > RUN-DATE(5:4) THEN
                   SUBTRACT 1 FROM ISSUE-YEAR
               END-IF
           ELSE
               MOVE RESEND-DATE(1:4) TO ISSUE-YEAR
               IF CHK-ISSUED(CHK-IDX) > RESEND-DATE(5:4) THEN
                   SUBTRACT 1 FROM ISSUE-YEAR
               END-IF
           END-IF.

       0600-REWRITE-REGISTER.
           OPEN OUTPUT CHECKFILE
           IF CHECK-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT REWRITE CHECK REGISTER "
                   FUNCTION TRIM(CHECKFILENAME)
               DISPLAY "*** " FUNCTION TRIM(PPAYFILENAME)
                   " WAS WRITTEN - SET THE SENT DATES TO " RUN-DATE
                   " BY HAND BEFORE THE NEXT RUN"
               MOVE "Y" TO PPAY-ERROR
           ELSE
               PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > CHK-COUNT
                   IF CHK-CHANGED(CHK-IDX) = "Y" THEN
                       PERFORM 0610-BUILD-REGISTER-LINE
                   END-IF
                   WRITE CHECKRECORD FROM CHK-LINE(CHK-IDX)
               END-PERFORM
               CLOSE CHECKFILE
           END-IF.

       0610-BUILD-REGISTER-LINE.
           MOVE SPACES TO CHK-LINE(CHK-IDX)
           STRING CHK-NUMBER-TEXT(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-ACCT(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-ISSUED(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-AMOUNT-TEXT(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-TXN-CODE(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-STATUS(CHK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CHK-VOID-DATE(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-VOID-CODE(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-ISSUE-SENT(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-VOID-SENT(CHK-IDX) DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               CHK-PAYEE(CHK-IDX) DELIMITED BY "  "
               INTO CHK-LINE(CHK-IDX)
           END-STRING.

       0700-WRITE-CONTROL-LOG.
           MOVE SPACES TO PPAYLOGFILENAME
           STRING LEDGERFILENAME DELIMITED BY SPACE
               ".pospay" DELIMITED BY SIZE
               INTO PPAYLOGFILENAME
           END-STRING
           OPEN EXTEND PPAYLOGFILE
           IF PPAYLOG-FILE-STATUS = "35" THEN
               OPEN OUTPUT PPAYLOGFILE
               IF PPAYLOG-FILE-STATUS = "00" THEN
                   MOVE SPACES TO PPAYLOGRECORD
                   STRING ";positive pay log - sent  file  records"
                           DELIMITED BY SIZE
                       "  total  issues  voids  run" DELIMITED BY SIZE
                       INTO PPAYLOGRECORD
                   END-STRING
                   WRITE PPAYLOGRECORD
               END-IF
           END-IF
           IF PPAYLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE POSITIVE PAY LOG "
                   FUNCTION TRIM(PPAYLOGFILENAME)
           ELSE
               MOVE SPACES TO PPAYLOGRECORD
               MOVE 1 TO LOG-POINTER
               STRING RUN-DATE DELIMITED BY SIZE
                   RUN-TIME(1:6) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PPAYFILENAME DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   INTO PPAYLOGRECORD
                   WITH POINTER LOG-POINTER
               END-STRING
               MOVE SEL-COUNT TO COUNT-ED
               MOVE PPAY-TOTAL TO AMOUNT-ED
               STRING FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO PPAYLOGRECORD
                   WITH POINTER LOG-POINTER
               END-STRING
               MOVE ISSUE-COUNT TO COUNT-ED
               STRING FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO PPAYLOGRECORD
                   WITH POINTER LOG-POINTER
               END-STRING
               MOVE VOID-COUNT TO COUNT-ED
               STRING FUNCTION TRIM(COUNT-ED) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO PPAYLOGRECORD
                   WITH POINTER LOG-POINTER
               END-STRING
               IF RESEND-DATE = SPACES THEN
                   STRING "send" DELIMITED BY SIZE
                       INTO PPAYLOGRECORD
                       WITH POINTER LOG-POINTER
                   END-STRING
               ELSE
                   STRING "resend-" DELIMITED BY SIZE
                       RESEND-DATE DELIMITED BY SIZE
                       INTO PPAYLOGRECORD
                       WITH POINTER LOG-POINTER
                   END-STRING
               END-IF
               WRITE PPAYLOGRECORD
               CLOSE PPAYLOGFILE
           END-IF.

       0800-WRITE-JOURNAL.
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
           END-IF
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
               MOVE "PositivePay" TO JRN-PROGRAM
               MOVE JRN-SET-ACTION TO JRN-ACTION
               MOVE LEDGERFILENAME TO JRN-LEDGER-NAME
               MOVE JRN-SET-LINES TO JRN-LINE-COUNT
               MOVE JRN-SET-CODES TO JRN-TXN-CODES
               WRITE JOURNALRECORD
               CLOSE JOURNALFILE
           END-IF.

       0810-JOURNAL-ONE-CHECK.
           IF JRN-CODE-POINTER > 110 THEN
               PERFORM 0800-WRITE-JOURNAL
               MOVE SPACES TO JRN-SET-CODES
               MOVE 1 TO JRN-CODE-POINTER
               MOVE ZERO TO JRN-SET-LINES
           END-IF
           MOVE SEL-CHK-IDX(SEL-IDX) TO CHK-IDX
           ADD 1 TO JRN-SET-LINES
           STRING CHK-TXN-CODE(CHK-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.
