       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerGen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN DYNAMIC GEN-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(100).
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           88  CATALOG-END-OF-FILE VALUE HIGH-VALUES.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS      PIC XX.
       01  CATALOG-FILE-NAME       PIC X(40).
       01  CATALOG-FILE-STATUS     PIC XX.
       01  GEN-FILE-NAME           PIC X(50).
       01  GEN-IDX-FILE-NAME       PIC X(50).
       01  SOURCE-IDX-FILE-NAME    PIC X(40).
       01  GEN-LIMIT               PIC 99 VALUE 5.
       01  GEN-LIMIT-TEXT          PIC X(10).
       01  GEN-KEY                 PIC X(10).
       01  GEN-COUNT               PIC 9(3).
       01  GEN-MAX-SEQ             PIC 9(5).
       01  GEN-NEW-SEQ             PIC 9(5).
       01  GEN-IDX-KEPT            PIC X.
       01  GEN-NOW-DATE            PIC X(8).
       01  GEN-NOW-TIME            PIC X(8).
       01  GEN-OS-USER             PIC X(12).
       01  COPY-RESULT             PIC S9(9) BINARY.
       01  CAT-COUNT               PIC 9(3) VALUE ZERO.
       01  CAT-IDX                 PIC 9(3).
       01  CAT-TABLE.
           05  CAT-ENTRY           OCCURS 120 TIMES.
               10  CAT-LINE        PIC X(100).
               10  CAT-KIND        PIC X.
               10  CAT-ID          PIC X(6).

       LINKAGE SECTION.
       COPY GENLINK.

       PROCEDURE DIVISION USING GEN-LEDGER-NAME, GEN-PROGRAM,
               GEN-RESULT, GEN-ID.
       0100-KEEP-GENERATION.
           MOVE SPACES TO GEN-ID
           MOVE "Y" TO GEN-RESULT
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               MOVE "N" TO GEN-RESULT
           ELSE
               CLOSE LEDGER-FILE
               PERFORM 0200-LOAD-CATALOG
           END-IF
           IF GEN-KEPT THEN
               PERFORM 0300-COPY-LEDGER
           END-IF
           IF GEN-KEPT THEN
               PERFORM 0400-DROP-OLD-GENERATIONS
               PERFORM 0500-REWRITE-CATALOG
           END-IF
           MOVE ZERO TO RETURN-CODE
           EXIT PROGRAM.

       0200-LOAD-CATALOG.
           MOVE ZERO TO CAT-COUNT, GEN-COUNT, GEN-MAX-SEQ
           MOVE 5 TO GEN-LIMIT
           MOVE SPACES TO CATALOG-FILE-NAME
           STRING GEN-LEDGER-NAME DELIMITED BY SPACE
               ".gens" DELIMITED BY SIZE
               INTO CATALOG-FILE-NAME
           END-STRING
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS = "00" THEN
               READ CATALOG-FILE
                   AT END SET CATALOG-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL CATALOG-END-OF-FILE
                   IF CAT-COUNT >= 110 THEN
                       DISPLAY "*** GENERATION CATALOG "
                           FUNCTION TRIM(CATALOG-FILE-NAME)
                           " EXCEEDS 110 LINES - CORRECT IT BY HAND"
                       MOVE "E" TO GEN-RESULT
                       SET CATALOG-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM 0210-TAKE-CATALOG-LINE
                       READ CATALOG-FILE
                           AT END SET CATALOG-END-OF-FILE TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       0210-TAKE-CATALOG-LINE.
           ADD 1 TO CAT-COUNT
           MOVE CATALOG-RECORD TO CAT-LINE(CAT-COUNT)
           MOVE "C" TO CAT-KIND(CAT-COUNT)
           MOVE SPACES TO CAT-ID(CAT-COUNT)
           IF CATALOG-RECORD(1:1) NOT = ";" AND
               CATALOG-RECORD NOT = SPACES THEN
               MOVE SPACES TO GEN-KEY, GEN-LIMIT-TEXT
               UNSTRING CATALOG-RECORD DELIMITED BY "  "
                   INTO GEN-KEY, GEN-LIMIT-TEXT
               END-UNSTRING
               EVALUATE TRUE
                   WHEN GEN-KEY = "limit"
                       MOVE "L" TO CAT-KIND(CAT-COUNT)
                       IF FUNCTION TRIM(GEN-LIMIT-TEXT) IS NUMERIC AND
                           FUNCTION NUMVAL(GEN-LIMIT-TEXT) > ZERO AND
                           FUNCTION NUMVAL(GEN-LIMIT-TEXT) < 100 THEN
                           COMPUTE GEN-LIMIT =
                               FUNCTION NUMVAL(GEN-LIMIT-TEXT)
                       END-IF
                   WHEN GEN-KEY(1:1) = "G" AND
                       GEN-KEY(2:5) IS NUMERIC
                       MOVE "G" TO CAT-KIND(CAT-COUNT)
                       MOVE GEN-KEY(1:6) TO CAT-ID(CAT-COUNT)
                       ADD 1 TO GEN-COUNT
                       IF GEN-KEY(2:5) > GEN-MAX-SEQ THEN
                           MOVE GEN-KEY(2:5) TO GEN-MAX-SEQ
                       END-IF
               END-EVALUATE
           END-IF.

       0300-COPY-LEDGER.
           IF GEN-MAX-SEQ = 99999 THEN
               MOVE ZERO TO GEN-NEW-SEQ
           ELSE
               MOVE GEN-MAX-SEQ TO GEN-NEW-SEQ
           END-IF
           ADD 1 TO GEN-NEW-SEQ
           STRING "G" DELIMITED BY SIZE
               GEN-NEW-SEQ DELIMITED BY SIZE
               INTO GEN-ID
           END-STRING
           MOVE SPACES TO GEN-FILE-NAME, GEN-IDX-FILE-NAME,
               SOURCE-IDX-FILE-NAME
           STRING GEN-LEDGER-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               GEN-ID DELIMITED BY SIZE
               INTO GEN-FILE-NAME
           END-STRING
           STRING GEN-FILE-NAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO GEN-IDX-FILE-NAME
           END-STRING
           STRING GEN-LEDGER-NAME DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE
               INTO SOURCE-IDX-FILE-NAME
           END-STRING
           CALL "CBL_COPY_FILE" USING GEN-LEDGER-NAME, GEN-FILE-NAME
               RETURNING COPY-RESULT
           END-CALL
           IF COPY-RESULT NOT = ZERO THEN
               DISPLAY "*** CANNOT COPY "
                   FUNCTION TRIM(GEN-LEDGER-NAME) " TO "
                   FUNCTION TRIM(GEN-FILE-NAME)
               MOVE "E" TO GEN-RESULT
           ELSE
               MOVE "Y" TO GEN-IDX-KEPT
               CALL "CBL_COPY_FILE" USING SOURCE-IDX-FILE-NAME,
                   GEN-IDX-FILE-NAME
                   RETURNING COPY-RESULT
               END-CALL
               IF COPY-RESULT NOT = ZERO THEN
                   MOVE "N" TO GEN-IDX-KEPT
               END-IF
               ACCEPT GEN-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT GEN-NOW-TIME FROM TIME
               MOVE SPACES TO GEN-OS-USER
               ACCEPT GEN-OS-USER FROM ENVIRONMENT "USER"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               IF GEN-OS-USER = SPACES THEN
                   ACCEPT GEN-OS-USER FROM ENVIRONMENT "LOGNAME"
                       ON EXCEPTION CONTINUE
                   END-ACCEPT
               END-IF
               IF GEN-OS-USER = SPACES THEN
                   MOVE "unknown" TO GEN-OS-USER
               END-IF
               ADD 1 TO CAT-COUNT, GEN-COUNT
               MOVE "G" TO CAT-KIND(CAT-COUNT)
               MOVE GEN-ID TO CAT-ID(CAT-COUNT)
               MOVE SPACES TO CAT-LINE(CAT-COUNT)
               STRING GEN-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   GEN-NOW-DATE DELIMITED BY SIZE
                   GEN-NOW-TIME(1:6) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   GEN-PROGRAM DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   GEN-OS-USER DELIMITED BY SPACE
                   "  " DELIMITED BY SIZE
                   GEN-IDX-KEPT DELIMITED BY SIZE
                   INTO CAT-LINE(CAT-COUNT)
               END-STRING
           END-IF.

       0400-DROP-OLD-GENERATIONS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-COUNT OR GEN-COUNT <= GEN-LIMIT
               IF CAT-KIND(CAT-IDX) = "G" THEN
                   MOVE SPACES TO GEN-FILE-NAME, GEN-IDX-FILE-NAME
                   STRING GEN-LEDGER-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       CAT-ID(CAT-IDX) DELIMITED BY SIZE
                       INTO GEN-FILE-NAME
                   END-STRING
                   STRING GEN-FILE-NAME DELIMITED BY SPACE
                       ".idx" DELIMITED BY SIZE
                       INTO GEN-IDX-FILE-NAME
                   END-STRING
                   CALL "CBL_DELETE_FILE" USING GEN-FILE-NAME
                   CALL "CBL_DELETE_FILE" USING GEN-IDX-FILE-NAME
                   MOVE "D" TO CAT-KIND(CAT-IDX)
                   SUBTRACT 1 FROM GEN-COUNT
               END-IF
           END-PERFORM.

       0500-REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF CATALOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "*** CANNOT WRITE GENERATION CATALOG "
                   FUNCTION TRIM(CATALOG-FILE-NAME)
               MOVE "E" TO GEN-RESULT
           ELSE
               IF CAT-COUNT = 1 THEN
                   MOVE SPACES TO CATALOG-RECORD
                   STRING ";ledger generations - generation  created"
                           DELIMITED BY SIZE
                       "  program  user  idx-kept" DELIMITED BY SIZE
                       INTO CATALOG-RECORD
                   END-STRING
                   WRITE CATALOG-RECORD
                   MOVE "limit  5" TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
               END-IF
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
                   IF CAT-KIND(CAT-IDX) NOT = "D" THEN
                       WRITE CATALOG-RECORD FROM CAT-LINE(CAT-IDX)
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
