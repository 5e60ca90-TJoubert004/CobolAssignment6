      *****************************************************************
      * Title..........: GJP8800 - General Ledger Journal Proof
      * Programmer.....: Tristan Joubert
      * Date...........: 9-2-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Proves the general ledger journal interface
      *                  file CSP6500 and CCA7600 append to through
      *                  GJW8700 before any of it reaches the ledger.
      *                  The journal entries are sorted and printed
      *                  as a summary of debits and credits by
      *                  business date, branch and account, with
      *                  totals at every level; a date whose debits
      *                  and credits do not balance is flagged. Each
      *                  run's batch is then tied back to the control
      *                  record its register closed it with -- the
      *                  posted or applied count against the number
      *                  of entry pairs journaled, and the register's
      *                  net amount against the batch's net movement
      *                  on the account the control record names. A
      *                  batch with no control record (a run that
      *                  ended before its register trailer) does not
      *                  tie. Only a journal that balances and ties
      *                  throughout is released: it is appended to
      *                  the ledger release file GLRELEAS and the
      *                  interface file is emptied for the next
      *                  cycle's postings. Otherwise nothing is
      *                  released, the interface file is left intact
      *                  for accounting to correct and the run ends
      *                  at 8, so the morning re-keying of register
      *                  totals into the ledger is no longer needed
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GJP8800.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL GL-INTERFACE-FILE ASSIGN TO GLINTF.
           SELECT OPTIONAL GL-RELEASE-FILE   ASSIGN TO GLRELEAS.
           SELECT PROOF-REPORT         ASSIGN TO GJP8800R.
           SELECT SORT-WORK-FILE       ASSIGN TO SRTWORK.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY GLINTF.

      * The proven journal, appended for the ledger to pick up -- a
      * release the ledger has not yet taken is added to, never
      * overwritten
       FD  GL-RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  GL-RELEASE-RECORD     PIC X(130).

       FD  PROOF-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PROOF-PRINT-AREA      PIC X(130).

      * Work file that puts the journal entries into business date,
      * branch and account sequence for the summary
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-SUMMARY-KEY.
               10  SW-BUSINESS-DATE    PIC 9(8).
               10  SW-BRANCH-NUMBER    PIC 9(2).
               10  SW-ACCOUNT-NUMBER   PIC 9(4).
           05  SW-ACCOUNT-NAME         PIC X(20).
           05  SW-DEBIT-CREDIT         PIC X(1).
               88  SW-DEBIT                     VALUE "D".
           05  SW-AMOUNT               PIC S9(8)V99   COMP-3.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the journal proof run
      *****************************************************************
      * Determines when end of file is reached on the journal and the
      * sort, and records why the journal cannot be released
       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH       PIC X    VALUE "N".
              88  JOURNAL-EOF                    VALUE "Y"
                                                   FALSE "N".
           05  SORT-EOF-SWITCH          PIC X    VALUE "N".
              88  SORT-EOF                       VALUE "Y".
           05  UNBALANCED-SWITCH        PIC X    VALUE "N".
              88  JOURNAL-UNBALANCED             VALUE "Y".
           05  UNTIED-SWITCH            PIC X    VALUE "N".
              88  BATCH-UNTIED                   VALUE "Y".
           05  BATCH-TABLE-FULL-SWITCH  PIC X    VALUE "N".
              88  BATCH-TABLE-FULL               VALUE "Y".

      * One entry per run that journaled -- source program plus the
      * batch stamp GJW8700 put on every record of the run. The
      * entries and the control record are accumulated here as the
      * journal is read, and proven once the whole file is in
       01  BATCH-TABLE.
           05  JB-ENTRY OCCURS 100 TIMES
                        INDEXED BY JB-INDEX.
               10  JB-SOURCE-PROGRAM   PIC X(8).
               10  JB-BATCH-STAMP.
                   15  JB-BATCH-DATE   PIC 9(8).
                   15  JB-BATCH-TIME   PIC 9(6).
               10  JB-BUSINESS-DATE    PIC 9(8).
               10  JB-CONTROL-SWITCH   PIC X(1).
                   88  JB-CONTROLLED            VALUE "Y".
               10  JB-CONTROL-KIND     PIC X(1).
                   88  JB-CASH-CONTROL          VALUE "C".
                   88  JB-RECEIVABLES-CONTROL   VALUE "R".
               10  JB-CONTROL-ACCOUNT  PIC 9(4).
               10  JB-CONTROL-COUNT    PIC S9(7)      COMP-3.
               10  JB-CONTROL-AMOUNT   PIC S9(9)V99   COMP-3.
               10  JB-PAIR-COUNT       PIC S9(7)      COMP-3.
               10  JB-DEBIT-TOTAL      PIC S9(9)V99   COMP-3.
               10  JB-CREDIT-TOTAL     PIC S9(9)V99   COMP-3.
               10  JB-CASH-NET         PIC S9(9)V99   COMP-3.
               10  JB-RECEIVABLES-NET  PIC S9(9)V99   COMP-3.

       01  BATCH-ENTRY-COUNT            PIC S9(4) COMP VALUE ZERO.

      * The net movement the batch's control amount is tied to
       01  JOURNAL-NET-WORK             PIC S9(9)V99   COMP-3.

      * The summary key of the group being totalled
       01  HOLD-SUMMARY-KEY.
           05  HK-BUSINESS-DATE         PIC 9(8).
           05  HK-BRANCH-NUMBER         PIC 9(2).
           05  HK-ACCOUNT-NUMBER        PIC 9(4).
       01  HOLD-ACCOUNT-NAME            PIC X(20).

      * Debit and credit totals at each level of the summary
       01  SUMMARY-TOTALS               PACKED-DECIMAL.
           05  ACCOUNT-DEBITS           PIC S9(9)V99   VALUE ZERO.
           05  ACCOUNT-CREDITS          PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-DEBITS            PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-CREDITS           PIC S9(9)V99   VALUE ZERO.
           05  DATE-DEBITS              PIC S9(9)V99   VALUE ZERO.
           05  DATE-CREDITS             PIC S9(9)V99   VALUE ZERO.
           05  JOURNAL-DEBITS           PIC S9(9)V99   VALUE ZERO.
           05  JOURNAL-CREDITS          PIC S9(9)V99   VALUE ZERO.
           05  LINE-DEBITS              PIC S9(9)V99   VALUE ZERO.
           05  LINE-CREDITS             PIC S9(9)V99   VALUE ZERO.

      * Record counts for the report trailer and the run log
       01  RUN-COUNTS                   PACKED-DECIMAL.
           05  RECORD-COUNT             PIC S9(7)      VALUE ZERO.
           05  ENTRY-COUNT              PIC S9(7)      VALUE ZERO.
           05  RELEASED-COUNT           PIC S9(7)      VALUE ZERO.

      * A yyyymmdd date broken apart, and the same date edited for
      * printing
       01  DATE-WORK.
           05  DW-YEAR         PIC 9(4).
           05  DW-MONTH        PIC 9(2).
           05  DW-DAY          PIC 9(2).

       01  DATE-EDIT-WORK.
           05  DE-MONTH        PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  DE-DAY          PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  DE-YEAR         PIC 9(4).

      * A batch time broken apart and edited for printing
       01  TIME-WORK.
           05  TW-HOURS        PIC 9(2).
           05  TW-MINUTES      PIC 9(2).
           05  TW-SECONDS      PIC 9(2).

       01  TIME-EDIT-WORK.
           05  TE-HOURS        PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  TE-MINUTES      PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  TE-SECONDS      PIC 9(2).

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      *****************************************************************
      * Define all lines printed on the journal proof report
      *****************************************************************
       01  PROOF-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  PH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  PH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  PH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE
               "GENERAL LEDGER JOURNAL PROOF".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  PROOF-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  PH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  PH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "GJP8800".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  PROOF-HEADING-LINE-3.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  FILLER          PIC X(13)  VALUE "BUSINESS DATE".
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "ACCOUNT".
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "ACCOUNT NAME".
           05  FILLER          PIC X(20)  VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "DEBITS".
           05  FILLER          PIC X(11)  VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "CREDITS".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(5)   VALUE "PROOF".
           05  FILLER          PIC X(34)  VALUE SPACE.

       01  PROOF-HEADING-LINE-4.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(25)  VALUE SPACE.

       01  SUMMARY-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-BUSINESS-DATE     PIC X(10).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  SL-BRANCH-NUMBER     PIC 9(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  SL-ACCOUNT-NUMBER    PIC 9(4).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SL-ACCOUNT-NAME      PIC X(20).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SL-DEBIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SL-CREDIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(42)      VALUE SPACE.

      * Total line printed at each branch, business date and for the
      * whole journal, with the balance flag in the proof column
       01  TOTAL-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  TL-LABEL             PIC X(18).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  TL-KEY               PIC X(10).
           05  FILLER               PIC X(24)      VALUE SPACE.
           05  TL-DEBIT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TL-CREDIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TL-PROOF-FLAG        PIC X(14).
           05  FILLER               PIC X(25)      VALUE SPACE.

       01  BATCH-HEADING-LINE-1.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(48)  VALUE
               "BATCHES TIED TO THE REGISTER CONTROL TOTALS".
           05  FILLER          PIC X(81)  VALUE SPACE.

       01  BATCH-HEADING-LINE-2.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "SOURCE".
           05  FILLER          PIC X(5)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "BATCH DATE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(4)   VALUE "TIME".
           05  FILLER          PIC X(7)   VALUE SPACES.
           05  FILLER          PIC X(4)   VALUE "ACCT".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "CTL CNT".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "JNL CNT".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "CONTROL AMOUNT".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "JOURNAL AMOUNT".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "STATUS".
           05  FILLER          PIC X(25)  VALUE SPACE.

       01  BATCH-HEADING-LINE-3.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(4)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(17)  VALUE SPACE.

       01  BATCH-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-SOURCE-PROGRAM    PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-BATCH-DATE        PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BL-BATCH-TIME        PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-CONTROL-ACCOUNT   PIC 9(4).
           05  BL-CONTROL-ACCOUNT-R REDEFINES BL-CONTROL-ACCOUNT
                                    PIC X(4).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-CONTROL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-JOURNAL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-CONTROL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-JOURNAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  BL-STATUS            PIC X(14).
           05  FILLER               PIC X(17)      VALUE SPACE.

       01  PROOF-TRAILER-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "JOURNAL RECORDS READ -- ".
           05  PT-RECORD-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "BATCHES -- ".
           05  PT-BATCH-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "RELEASED -- ".
           05  PT-RELEASED-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(50)      VALUE SPACE.

       01  RELEASE-MESSAGE-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RM-MESSAGE           PIC X(70).
           05  FILLER               PIC X(59)      VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the journal proof run
      *****************************************************************
       000-PROVE-GL-JOURNAL.

           MOVE "GJP8800" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           OPEN INPUT  GL-INTERFACE-FILE
                OUTPUT PROOF-REPORT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SUMMARY-KEY
               INPUT PROCEDURE 200-RELEASE-JOURNAL-ENTRIES
               OUTPUT PROCEDURE 300-PRINT-JOURNAL-SUMMARY.
           CLOSE GL-INTERFACE-FILE.
           IF BATCH-TABLE-FULL
              MOVE "JOURNAL NOT RELEASED -- OVER 100 BATCHES ON FILE"
                 TO RM-MESSAGE
              PERFORM 550-PRINT-RELEASE-MESSAGE
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 400-PROVE-BATCHES
              PERFORM 500-DECIDE-RELEASE
           END-IF.
           PERFORM 560-PRINT-PROOF-TRAILER.
           CLOSE PROOF-REPORT.
           MOVE RECORD-COUNT   TO RL-RECORDS-READ.
           MOVE RELEASED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE RETURN-CODE    TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Get current date and time for the report heading and print
      * the heading lines
      *****************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO PH1-MONTH.
           MOVE CD-DAY     TO PH1-DAY.
           MOVE CD-YEAR    TO PH1-YEAR.
           MOVE CD-HOURS   TO PH2-HOURS.
           MOVE CD-MINUTES TO PH2-MINUTES.
           MOVE PROOF-HEADING-LINE-1 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-2 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-3 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-4 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

      *****************************************************************
      * Reads the whole journal. Every detail entry is released to
      * the sort for the summary and accumulated into its batch;
      * every control record is posted to its batch
      *****************************************************************
       200-RELEASE-JOURNAL-ENTRIES.

           PERFORM 210-READ-JOURNAL-RECORD
                WITH TEST AFTER
                UNTIL JOURNAL-EOF.

       210-READ-JOURNAL-RECORD.

           READ GL-INTERFACE-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM 220-FIND-JOURNAL-BATCH
                   IF GJ-BATCH-CONTROL
                      PERFORM 240-POST-BATCH-CONTROL
                   ELSE
                      PERFORM 230-RELEASE-DETAIL-ENTRY
                   END-IF
           END-READ.

      *****************************************************************
      * Finds the record's batch on the batch table, entering it the
      * first time the batch is seen. A full table is flagged and
      * the record is left off the batch proof -- the run will not
      * release a journal it could not prove
      *****************************************************************
       220-FIND-JOURNAL-BATCH.

           SET JB-INDEX TO 1.
           SEARCH JB-ENTRY
                AT END
                    IF BATCH-ENTRY-COUNT < 100
                       ADD 1 TO BATCH-ENTRY-COUNT
                       SET JB-INDEX TO BATCH-ENTRY-COUNT
                       INITIALIZE JB-ENTRY (JB-INDEX)
                       MOVE GJ-SOURCE-PROGRAM
                          TO JB-SOURCE-PROGRAM (JB-INDEX)
                       MOVE GJ-BATCH-STAMP
                          TO JB-BATCH-STAMP (JB-INDEX)
                       MOVE GJ-BUSINESS-DATE
                          TO JB-BUSINESS-DATE (JB-INDEX)
                    ELSE
                       IF NOT BATCH-TABLE-FULL
                          DISPLAY "GJP8800 - BATCH-TABLE FULL AT 100 "
                             "ENTRIES - JOURNAL NOT RELEASED"
                       END-IF
                       SET BATCH-TABLE-FULL TO TRUE
                    END-IF
                WHEN JB-SOURCE-PROGRAM (JB-INDEX) = GJ-SOURCE-PROGRAM
                     AND JB-BATCH-STAMP (JB-INDEX) = GJ-BATCH-STAMP
                    CONTINUE
           END-SEARCH.

      *****************************************************************
      * Releases one detail entry to the sort, carrying the account
      * name so the summary need not look it up again, and adds it
      * into its batch -- the pair count, the debit and credit
      * totals and the net movement on the two control accounts
      *****************************************************************
       230-RELEASE-DETAIL-ENTRY.

           ADD 1 TO ENTRY-COUNT.
           MOVE GJ-BUSINESS-DATE  TO SW-BUSINESS-DATE.
           MOVE GJ-BRANCH-NUMBER  TO SW-BRANCH-NUMBER.
           MOVE GJ-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER.
           EVALUATE TRUE
               WHEN GJ-CASH-ACCOUNT
                   MOVE "CASH"                TO SW-ACCOUNT-NAME
               WHEN GJ-RECEIVABLES-ACCOUNT
                   MOVE "ACCOUNTS RECEIVABLE" TO SW-ACCOUNT-NAME
               WHEN GJ-SALES-ACCOUNT
                   MOVE "SALES"               TO SW-ACCOUNT-NAME
               WHEN OTHER
                   MOVE "UNKNOWN ACCOUNT"     TO SW-ACCOUNT-NAME
           END-EVALUATE.
           MOVE GJ-DEBIT-CREDIT   TO SW-DEBIT-CREDIT.
           MOVE GJ-AMOUNT         TO SW-AMOUNT.
           RELEASE SORT-RECORD.

           IF NOT BATCH-TABLE-FULL
              IF GJ-DEBIT
                 ADD 1 TO JB-PAIR-COUNT (JB-INDEX)
                 ADD GJ-AMOUNT TO JB-DEBIT-TOTAL (JB-INDEX)
                 IF GJ-CASH-ACCOUNT
                    ADD GJ-AMOUNT TO JB-CASH-NET (JB-INDEX)
                 END-IF
                 IF GJ-RECEIVABLES-ACCOUNT
                    ADD GJ-AMOUNT TO JB-RECEIVABLES-NET (JB-INDEX)
                 END-IF
              ELSE
                 ADD GJ-AMOUNT TO JB-CREDIT-TOTAL (JB-INDEX)
                 IF GJ-CASH-ACCOUNT
                    SUBTRACT GJ-AMOUNT FROM JB-CASH-NET (JB-INDEX)
                 END-IF
                 IF GJ-RECEIVABLES-ACCOUNT
                    SUBTRACT GJ-AMOUNT
                       FROM JB-RECEIVABLES-NET (JB-INDEX)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * Posts the register's control totals to the batch, with the
      * account whose net movement they are tied to
      *****************************************************************
       240-POST-BATCH-CONTROL.

           IF NOT BATCH-TABLE-FULL
              SET JB-CONTROLLED (JB-INDEX) TO TRUE
              MOVE GJ-ACCOUNT-NUMBER TO JB-CONTROL-ACCOUNT (JB-INDEX)
              EVALUATE TRUE
                  WHEN GJ-CASH-ACCOUNT
                      SET JB-CASH-CONTROL (JB-INDEX) TO TRUE
                  WHEN GJ-RECEIVABLES-ACCOUNT
                      SET JB-RECEIVABLES-CONTROL (JB-INDEX) TO TRUE
              END-EVALUATE
              MOVE GJ-BATCH-COUNT  TO JB-CONTROL-COUNT (JB-INDEX)
              MOVE GJ-BATCH-AMOUNT TO JB-CONTROL-AMOUNT (JB-INDEX)
           END-IF.

      *****************************************************************
      * Returns the sorted entries and prints the summary, breaking
      * on account within branch within business date
      *****************************************************************
       300-PRINT-JOURNAL-SUMMARY.

           PERFORM 310-RETURN-SORT-RECORD.
           PERFORM 320-SUMMARIZE-DATE
                UNTIL SORT-EOF.
           IF ENTRY-COUNT > ZERO
              MOVE "TOTAL FOR JOURNAL" TO TL-LABEL
              MOVE SPACES              TO TL-KEY
              MOVE JOURNAL-DEBITS      TO LINE-DEBITS
              MOVE JOURNAL-CREDITS     TO LINE-CREDITS
              IF JOURNAL-DEBITS NOT = JOURNAL-CREDITS
                 SET JOURNAL-UNBALANCED TO TRUE
              END-IF
              PERFORM 370-PRINT-TOTAL-LINE
           END-IF.

       310-RETURN-SORT-RECORD.

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       320-SUMMARIZE-DATE.

           MOVE SW-BUSINESS-DATE TO HK-BUSINESS-DATE.
           MOVE ZERO TO DATE-DEBITS
                        DATE-CREDITS.
           PERFORM 330-SUMMARIZE-BRANCH
                UNTIL SORT-EOF
                   OR SW-BUSINESS-DATE NOT = HK-BUSINESS-DATE.
           MOVE "TOTAL FOR DATE"  TO TL-LABEL.
           MOVE HK-BUSINESS-DATE  TO DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE DATE-EDIT-WORK    TO TL-KEY.
           MOVE DATE-DEBITS       TO LINE-DEBITS.
           MOVE DATE-CREDITS      TO LINE-CREDITS.
      *    Every pair is written under one business date, so a date
      *    that does not balance means the journal itself is damaged
           IF DATE-DEBITS NOT = DATE-CREDITS
              SET JOURNAL-UNBALANCED TO TRUE
           END-IF.
           PERFORM 370-PRINT-TOTAL-LINE.
           ADD DATE-DEBITS  TO JOURNAL-DEBITS.
           ADD DATE-CREDITS TO JOURNAL-CREDITS.

       330-SUMMARIZE-BRANCH.

           MOVE SW-BRANCH-NUMBER TO HK-BRANCH-NUMBER.
           MOVE ZERO TO BRANCH-DEBITS
                        BRANCH-CREDITS.
           PERFORM 340-SUMMARIZE-ACCOUNT
                UNTIL SORT-EOF
                   OR SW-BUSINESS-DATE NOT = HK-BUSINESS-DATE
                   OR SW-BRANCH-NUMBER NOT = HK-BRANCH-NUMBER.
           MOVE "TOTAL FOR BRANCH" TO TL-LABEL.
           MOVE HK-BRANCH-NUMBER   TO TL-KEY.
           MOVE BRANCH-DEBITS      TO LINE-DEBITS.
           MOVE BRANCH-CREDITS     TO LINE-CREDITS.
           PERFORM 370-PRINT-TOTAL-LINE.
           ADD BRANCH-DEBITS  TO DATE-DEBITS.
           ADD BRANCH-CREDITS TO DATE-CREDITS.

       340-SUMMARIZE-ACCOUNT.

           MOVE SW-ACCOUNT-NUMBER TO HK-ACCOUNT-NUMBER.
           MOVE SW-ACCOUNT-NAME   TO HOLD-ACCOUNT-NAME.
           MOVE ZERO TO ACCOUNT-DEBITS
                        ACCOUNT-CREDITS.
           PERFORM 350-ADD-SORT-RECORD
                UNTIL SORT-EOF
                   OR SW-SUMMARY-KEY NOT = HOLD-SUMMARY-KEY.
           PERFORM 360-PRINT-SUMMARY-LINE.
           ADD ACCOUNT-DEBITS  TO BRANCH-DEBITS.
           ADD ACCOUNT-CREDITS TO BRANCH-CREDITS.

       350-ADD-SORT-RECORD.

           IF SW-DEBIT
              ADD SW-AMOUNT TO ACCOUNT-DEBITS
           ELSE
              ADD SW-AMOUNT TO ACCOUNT-CREDITS
           END-IF.
           PERFORM 310-RETURN-SORT-RECORD.

      *****************************************************************
      * Prints the debit and credit totals for one account within a
      * branch and business date
      *****************************************************************
       360-PRINT-SUMMARY-LINE.

           MOVE HK-BUSINESS-DATE  TO DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE DATE-EDIT-WORK    TO SL-BUSINESS-DATE.
           MOVE HK-BRANCH-NUMBER  TO SL-BRANCH-NUMBER.
           MOVE HK-ACCOUNT-NUMBER TO SL-ACCOUNT-NUMBER.
           MOVE HOLD-ACCOUNT-NAME TO SL-ACCOUNT-NAME.
           MOVE ACCOUNT-DEBITS    TO SL-DEBIT-AMOUNT.
           MOVE ACCOUNT-CREDITS   TO SL-CREDIT-AMOUNT.
           MOVE SUMMARY-LINE TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

      *****************************************************************
      * Prints a total line, flagging it when its debits and credits
      * do not agree
      *****************************************************************
       370-PRINT-TOTAL-LINE.

           MOVE LINE-DEBITS  TO TL-DEBIT-AMOUNT.
           MOVE LINE-CREDITS TO TL-CREDIT-AMOUNT.
           IF LINE-DEBITS = LINE-CREDITS
              MOVE "BALANCED"       TO TL-PROOF-FLAG
           ELSE
              MOVE "OUT OF BALANCE" TO TL-PROOF-FLAG
           END-IF.
           MOVE TOTAL-LINE TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE SPACES TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

       380-EDIT-DATE.

           MOVE DW-MONTH TO DE-MONTH.
           MOVE DW-DAY   TO DE-DAY.
           MOVE DW-YEAR  TO DE-YEAR.

      *****************************************************************
      * Ties every batch on the table to its register control totals
      * and prints the result. A batch ties when it has a control
      * record, its pair count equals the register's count, its
      * debits equal its credits, and its net movement on the
      * control account equals the register's net amount
      *****************************************************************
       400-PROVE-BATCHES.

           MOVE BATCH-HEADING-LINE-1 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE BATCH-HEADING-LINE-2 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           MOVE BATCH-HEADING-LINE-3 TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           PERFORM 410-PROVE-ONE-BATCH
                VARYING JB-INDEX FROM 1 BY 1
                UNTIL JB-INDEX > BATCH-ENTRY-COUNT.

       410-PROVE-ONE-BATCH.

           MOVE JB-SOURCE-PROGRAM (JB-INDEX) TO BL-SOURCE-PROGRAM.
           MOVE JB-BATCH-DATE (JB-INDEX)     TO DATE-WORK.
           PERFORM 380-EDIT-DATE.
           MOVE DATE-EDIT-WORK               TO BL-BATCH-DATE.
           MOVE JB-BATCH-TIME (JB-INDEX)     TO TIME-WORK.
           MOVE TW-HOURS                     TO TE-HOURS.
           MOVE TW-MINUTES                   TO TE-MINUTES.
           MOVE TW-SECONDS                   TO TE-SECONDS.
           MOVE TIME-EDIT-WORK               TO BL-BATCH-TIME.
           MOVE JB-PAIR-COUNT (JB-INDEX)     TO BL-JOURNAL-COUNT.
           EVALUATE TRUE
               WHEN JB-CASH-CONTROL (JB-INDEX)
                   MOVE JB-CASH-NET (JB-INDEX) TO JOURNAL-NET-WORK
               WHEN JB-RECEIVABLES-CONTROL (JB-INDEX)
                   MOVE JB-RECEIVABLES-NET (JB-INDEX)
                      TO JOURNAL-NET-WORK
               WHEN OTHER
                   MOVE JB-DEBIT-TOTAL (JB-INDEX) TO JOURNAL-NET-WORK
           END-EVALUATE.
           MOVE JOURNAL-NET-WORK             TO BL-JOURNAL-AMOUNT.
           IF JB-CONTROLLED (JB-INDEX)
              MOVE JB-CONTROL-ACCOUNT (JB-INDEX) TO BL-CONTROL-ACCOUNT
              MOVE JB-CONTROL-COUNT (JB-INDEX)   TO BL-CONTROL-COUNT
              MOVE JB-CONTROL-AMOUNT (JB-INDEX)  TO BL-CONTROL-AMOUNT
           ELSE
              MOVE SPACES TO BL-CONTROL-ACCOUNT-R
              MOVE ZERO   TO BL-CONTROL-COUNT
                             BL-CONTROL-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT JB-CONTROLLED (JB-INDEX)
                   MOVE "NO CONTROL"     TO BL-STATUS
               WHEN JB-DEBIT-TOTAL (JB-INDEX)
                       NOT = JB-CREDIT-TOTAL (JB-INDEX)
                   MOVE "OUT OF BALANCE" TO BL-STATUS
               WHEN JB-PAIR-COUNT (JB-INDEX)
                       NOT = JB-CONTROL-COUNT (JB-INDEX)
                   MOVE "COUNT NOT TIED" TO BL-STATUS
               WHEN JOURNAL-NET-WORK
                       NOT = JB-CONTROL-AMOUNT (JB-INDEX)
                   MOVE "AMT NOT TIED"   TO BL-STATUS
               WHEN OTHER
                   MOVE "TIED"           TO BL-STATUS
           END-EVALUATE.
           IF BL-STATUS NOT = "TIED"
              SET BATCH-UNTIED TO TRUE
           END-IF.
           MOVE BATCH-LINE TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

      *****************************************************************
      * Releases the journal to the ledger when it balanced and every
      * batch tied; otherwise says why it was held back and ends the
      * run at 8 with the interface file untouched
      *****************************************************************
       500-DECIDE-RELEASE.

           MOVE SPACES TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.
           EVALUATE TRUE
               WHEN RECORD-COUNT = ZERO
                   MOVE "NO JOURNAL ENTRIES ON FILE -- NOTHING RELEASED"
                      TO RM-MESSAGE
                   PERFORM 550-PRINT-RELEASE-MESSAGE
               WHEN JOURNAL-UNBALANCED OR BATCH-UNTIED
                   IF JOURNAL-UNBALANCED
                      MOVE "JOURNAL NOT RELEASED -- OUT OF BALANCE"
                         TO RM-MESSAGE
                      PERFORM 550-PRINT-RELEASE-MESSAGE
                   END-IF
                   IF BATCH-UNTIED
                      MOVE "JOURNAL NOT RELEASED -- BATCHES NOT TIED"
                         TO RM-MESSAGE
                      PERFORM 550-PRINT-RELEASE-MESSAGE
                   END-IF
                   DISPLAY "GJP8800 - JOURNAL DID NOT PROVE - NOT "
                      "RELEASED TO THE LEDGER - SEE GJP8800R"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 600-RELEASE-JOURNAL
                   MOVE "JOURNAL PROVEN AND RELEASED TO THE LEDGER"
                      TO RM-MESSAGE
                   PERFORM 550-PRINT-RELEASE-MESSAGE
           END-EVALUATE.

       550-PRINT-RELEASE-MESSAGE.

           MOVE RELEASE-MESSAGE-LINE TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

       560-PRINT-PROOF-TRAILER.

           MOVE RECORD-COUNT      TO PT-RECORD-COUNT.
           MOVE BATCH-ENTRY-COUNT TO PT-BATCH-COUNT.
           MOVE RELEASED-COUNT    TO PT-RELEASED-COUNT.
           MOVE PROOF-TRAILER-LINE TO PROOF-PRINT-AREA.
           WRITE PROOF-PRINT-AREA.

      *****************************************************************
      * Appends the proven journal, control records and all, to the
      * ledger release file, then empties the interface file so the
      * next cycle's postings start a fresh journal
      *****************************************************************
       600-RELEASE-JOURNAL.

           SET JOURNAL-EOF TO FALSE.
           OPEN INPUT  GL-INTERFACE-FILE
                EXTEND GL-RELEASE-FILE.
           PERFORM 610-RELEASE-ONE-RECORD
                WITH TEST AFTER
                UNTIL JOURNAL-EOF.
           CLOSE GL-INTERFACE-FILE
                 GL-RELEASE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           CLOSE GL-INTERFACE-FILE.

       610-RELEASE-ONE-RECORD.

           READ GL-INTERFACE-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   MOVE GL-JOURNAL-RECORD TO GL-RELEASE-RECORD
                   WRITE GL-RELEASE-RECORD
                   ADD 1 TO RELEASED-COUNT
           END-READ.
