       01 LOCKFILENAME             PIC X(40).
       01 LOCK-FILE-STATUS         PIC XX.
       01 LOCK-HELD                PIC X VALUE "N".
       01 GENERATION-KEPT          PIC X VALUE "N".
       01 IDXSAVE-COUNT            PIC 99 VALUE ZERO.
       01 IDXSAVE-IDX              PIC 99.
       01 IDXSAVE-TABLE.
       01 POSTED-COUNT             PIC 9(3) VALUE ZERO.
       01 POSTED-COUNT-ED          PIC ZZ9.

       COPY GENLINK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GETCOMMANDLINEARGS
               STOP RUN
           END-IF

           PERFORM 0145-TAKE-GENERATION
           PERFORM 0500-FIND-NEXT-CODE
           PERFORM 0600-POST-REVAL-ENTRIES

               MOVE "N" TO LOCK-HELD
           END-IF.

       0145-TAKE-GENERATION.
           IF GENERATION-KEPT = "N" THEN
               MOVE LEDGERFILENAME TO GEN-LEDGER-NAME
               MOVE "FxReval" TO GEN-PROGRAM
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
           PERFORM 0640-WRITE-INDEX-RECORD
           ADD 1 TO POSTED-COUNT
           PERFORM 0660-JOURNAL-ONE-CODE
           DISPLAY "Posted " NEW-TXN-CODE " FX reval "
               CUR-REVAL-CCY.

               CLOSE TXNINDEXFILE
           END-IF.

       0660-JOURNAL-ONE-CODE.
           IF JRN-CODE-POINTER > 110 THEN
               MOVE "reval" TO JRN-SET-ACTION
               PERFORM 0800-WRITE-JOURNAL
               MOVE SPACES TO JRN-SET-CODES
               MOVE 1 TO JRN-CODE-POINTER
               MOVE ZERO TO JRN-SET-LINES
           END-IF
           ADD IDXSAVE-COUNT TO JRN-SET-LINES
           STRING NEW-TXN-CODE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO JRN-SET-CODES
               WITH POINTER JRN-CODE-POINTER
               ON OVERFLOW CONTINUE
           END-STRING.

       0800-WRITE-JOURNAL.
           ACCEPT JRN-TIME FROM TIME
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
