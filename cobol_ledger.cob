       01 BUDGETFILENAME           PIC X(30) VALUE "budget.dat".
       01 FXRATEFILENAME           PIC X(30) VALUE "fxrates.dat".
       01 LISTFILENAME             PIC X(30) VALUE SPACES.
       01 CLASSFILENAME            PIC X(30) VALUE "cashflow_class.dat".
       01 TAXFILENAME              PIC X(30) VALUE "taxcodes.dat".
       01 HISTORYFILENAME          PIC X(30) VALUE "runhistory.dat".
       01 HISTORY-FILE-STATUS      PIC XX.
       01 HIST-TIME                PIC X(8).
                       BY REFERENCE FROM-DATE-FILTER, TO-DATE-FILTER,
                       CSV-MODE-FLAG, BUDGETFILENAME,
                       RECORDSREAD, RECORDSREPORTED
               WHEN "cashflow"
                   CALL "CashflowReport" USING BY REFERENCE
                       NUMFILTERS, LEDGERFILENAME, FILTER-TABLE,
                       FILTERPTR, REPORTNAME
                       BY CONTENT CURRENTDATE
                       BY REFERENCE FROM-DATE-FILTER, TO-DATE-FILTER,
                       CSV-MODE-FLAG, ACCOUNTSFILENAME, CLASSFILENAME,
                       RECORDSREAD, RECORDSREPORTED, PRINTREPORT
               WHEN "tax"
                   CALL "TaxReport" USING BY REFERENCE
                       NUMFILTERS, LEDGERFILENAME, FILTER-TABLE,
                       FILTERPTR, REPORTNAME
                       BY CONTENT CURRENTDATE
                       BY REFERENCE FROM-DATE-FILTER, TO-DATE-FILTER,
                       CSV-MODE-FLAG, TAXFILENAME,
                       RECORDSREAD, RECORDSREPORTED, PRINTREPORT
               WHEN OTHER
                   DISPLAY "Invalid Report Type Given"
                   MOVE 1 TO RETURN-CODE
                   MOVE COMMANDLINEARGS TO REPORTTYPE
               WHEN "aging"
                   MOVE COMMANDLINEARGS TO REPORTTYPE
               WHEN "cashflow"
                   MOVE COMMANDLINEARGS TO REPORTTYPE
               WHEN "tax"
                   MOVE COMMANDLINEARGS TO REPORTTYPE
               WHEN "-list" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO LISTFILENAME
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO BUDGETFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-class" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO CLASSFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-taxcodes" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO TAXFILENAME
                       ADD 1 TO ARG-COUNTER
               WHEN "-fx" ACCEPT COMMANDLINEARGS
                       FROM ARGUMENT-VALUE
                       MOVE COMMANDLINEARGS TO FXRATEFILENAME
