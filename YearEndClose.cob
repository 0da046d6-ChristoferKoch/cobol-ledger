           SELECT LOCK-FILE ASSIGN DYNAMIC LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT TARGET-LOCK-FILE ASSIGN DYNAMIC TARGET-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-LOCK-STATUS.
           SELECT SORT-WORK ASSIGN "closort.tmp".

       DATA DIVISION.
       01  LOCK-RECORD.
           88  LOCK-END-OF-FILE    VALUE HIGH-VALUES.
           05  FILLER              PIC X(80).
       FD  TARGET-LOCK-FILE.
       01  TARGET-LOCK-RECORD.
           88  TARGET-LOCK-END-OF-FILE VALUE HIGH-VALUES.
           05  FILLER              PIC X(80).
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-CCY             PIC X(3).
       01  LOCK-FILE-NAME          PIC X(40).
       01  LOCK-FILE-STATUS        PIC XX.
       01  LOCK-HELD               PIC X VALUE "N".
       01  TARGET-LOCK-NAME        PIC X(40).
       01  TARGET-LOCK-STATUS      PIC XX.
       01  TARGET-LOCK-HELD        PIC X VALUE "N".
       01  JRN-CODE-POINTER        PIC 9(3).
       01  JRN-CODE-SEQ            PIC 9(5).
       01  PRD-COUNT               PIC 9(3) VALUE ZERO.
       01  PRD-IDX                 PIC 9(3).
       01  PRD-FOUND               PIC X.
           05  FLT-SPECIES         PIC X(30).
           05  FLT-INDIVIDUAL      PIC X(30).

       COPY GENLINK.

       LINKAGE SECTION.
       COPY RPTLINK.

               FROM-DATE-FILTER, TO-DATE-FILTER, CSV-MODE-FLAG,
               RECORDS-READ, RECORDS-REPORTED.
       0200-CLOSE-MAIN.
           IF REPORT-NAME(31:10) NOT = SPACES THEN
               DISPLAY "*** NEW LEDGER NAME "
                   FUNCTION TRIM(REPORT-NAME)
                   " IS LONGER THAN 30 CHARACTERS - CLOSE NOT RUN"
           ELSE
               PERFORM 0205-TAKE-LEDGER-LOCK
           END-IF
           IF LOCK-HELD = "Y" THEN
               PERFORM 0206-TAKE-TARGET-LOCK
               IF TARGET-LOCK-HELD = "N" THEN
                   PERFORM 0290-RELEASE-LEDGER-LOCK
               END-IF
           END-IF
           IF LOCK-HELD = "Y" THEN
               PERFORM 0207-TAKE-GENERATION
               IF GEN-FAILED THEN
                   PERFORM 0290-RELEASE-LEDGER-LOCK
               END-IF
           END-IF
           IF LOCK-HELD = "Y" THEN
               SORT SORT-WORK ON ASCENDING KEY SORT-CCY
                   SORT-GENERA
               END-IF
           END-IF.

       0206-TAKE-TARGET-LOCK.
           MOVE SPACES TO TARGET-LOCK-NAME
           STRING REPORT-NAME DELIMITED BY SPACE
               ".lock" DELIMITED BY SIZE
               INTO TARGET-LOCK-NAME
           END-STRING
           IF TARGET-LOCK-NAME = LOCK-FILE-NAME THEN
               MOVE "S" TO TARGET-LOCK-HELD
           ELSE
               OPEN INPUT TARGET-LOCK-FILE
               IF TARGET-LOCK-STATUS = "00" THEN
                   READ TARGET-LOCK-FILE
                       AT END SET TARGET-LOCK-END-OF-FILE TO TRUE
                   END-READ
                   IF TARGET-LOCK-END-OF-FILE THEN
                       MOVE "(unknown holder)" TO TARGET-LOCK-RECORD
                   END-IF
                   DISPLAY "*** LEDGER " FUNCTION TRIM(REPORT-NAME)
                       " IS LOCKED BY "
                       FUNCTION TRIM(TARGET-LOCK-RECORD)
                   DISPLAY "*** IF THE HOLDER HAS ABENDED, REMOVE "
                       FUNCTION TRIM(TARGET-LOCK-NAME) " AND RERUN"
                   CLOSE TARGET-LOCK-FILE
               ELSE
                   OPEN OUTPUT TARGET-LOCK-FILE
                   IF TARGET-LOCK-STATUS NOT = "00" THEN
                       DISPLAY "*** CANNOT CREATE LOCK FILE "
                           TARGET-LOCK-NAME " - CLOSE NOT RUN"
                   ELSE
                       MOVE LOCK-RECORD TO TARGET-LOCK-RECORD
                       WRITE TARGET-LOCK-RECORD
                       CLOSE TARGET-LOCK-FILE
                       MOVE "Y" TO TARGET-LOCK-HELD
                   END-IF
               END-IF
           END-IF.

       0207-TAKE-GENERATION.
           MOVE REPORT-NAME TO GEN-LEDGER-NAME
           MOVE "YearEndClose" TO GEN-PROGRAM
           CALL "LedgerGen" USING GEN-LEDGER-NAME, GEN-PROGRAM,
               GEN-RESULT, GEN-ID
               ON EXCEPTION MOVE "E" TO GEN-RESULT
           END-CALL
           IF GEN-FAILED THEN
               DISPLAY "*** NO BACKUP GENERATION OF "
                   FUNCTION TRIM(REPORT-NAME)
                   " COULD BE KEPT - CLOSE NOT RUN"
           END-IF.

       0290-RELEASE-LEDGER-LOCK.
           IF TARGET-LOCK-HELD = "Y" THEN
               CALL "CBL_DELETE_FILE" USING TARGET-LOCK-NAME
           END-IF
           MOVE "N" TO TARGET-LOCK-HELD
           IF LOCK-HELD = "Y" THEN
               CALL "CBL_DELETE_FILE" USING LOCK-FILE-NAME
               MOVE "N" TO LOCK-HELD
               MOVE "carryforward" TO JRN-ACTION
               MOVE REPORT-NAME TO JRN-LEDGER-NAME
               MOVE RECORDS-REPORTED TO JRN-LINE-COUNT
               MOVE SPACES TO JRN-TXN-CODES
               MOVE 1 TO JRN-CODE-POINTER
               PERFORM 0285-JOURNAL-ONE-CODE
                   VARYING JRN-CODE-SEQ FROM 1 BY 1
                   UNTIL JRN-CODE-SEQ > CLOSE-SEQ
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

       0285-JOURNAL-ONE-CODE.
           IF JRN-CODE-POINTER > 110 THEN
               WRITE JOURNAL-RECORD
               MOVE SPACES TO JRN-TXN-CODES
               MOVE 1 TO JRN-CODE-POINTER
               MOVE ZERO TO JRN-LINE-COUNT
           END-IF
           MOVE SPACES TO NEW-TXN-CODE
           STRING "OPEN" DELIMITED BY SIZE
               JRN-CODE-SEQ DELIMITED BY SIZE
               INTO NEW-TXN-CODE
           END-STRING
           STRING NEW-TXN-CODE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-TXN-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.

       0242-WRITE-ONE-OPENING-ENTRY.
           MOVE "N" TO ACCT-IS-NOMINAL
           IF BRK-GENERA-ACCT = "Expenses" OR
