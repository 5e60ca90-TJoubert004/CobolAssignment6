      *****************************************************************
      * Title..........: GJW8700 - GL Journal Writer Subprogram
      * Programmer.....: Tristan Joubert
      * Date...........: 9-2-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Called by CSP6500 and CCA7600 to append
      *                  their postings to the shared general ledger
      *                  journal interface file GLINTF. An OPEN call
      *                  stamps the batch with the run's date and
      *                  time and the business date and cycle from
      *                  the control file and opens the journal for
      *                  extend. Each POST call journals one register
      *                  amount as a balanced pair under the
      *                  customer's branch, carrying the invoice
      *                  number behind it -- a SALES entry debits
      *                  accounts receivable and credits sales, a
      *                  CASH entry debits cash and credits accounts
      *                  receivable. A negative amount (a credit
      *                  memo, a reversal, a refund) swaps the two
      *                  sides so every journal amount is positive.
      *                  The CLOSE call writes the batch control
      *                  record carrying the register's batch count
      *                  and net amount, which GJP8800 ties the
      *                  batch's entries back to. A run made before
      *                  BDC7300 has ever created the control record
      *                  is journaled under the run date at cycle
      *                  zero rather than lost -- the proof shows it
      *                  under that date for accounting to review
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. GJW8700.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL GL-INTERFACE-FILE ASSIGN TO GLINTF.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY GLINTF.

      * The business date control record -- read only for the date
      * and cycle the batch is journaled under
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the journal writer
      *****************************************************************
      * Set while the caller's batch is open on the journal, so a
      * POST or CLOSE without an OPEN still lands in a batch
       01  SWITCHES.
           05  JOURNAL-OPEN-SWITCH      PIC X    VALUE "N".
              88  JOURNAL-OPEN                   VALUE "Y"
                                                   FALSE "N".

      * The stamp and dates every record of the caller's batch
      * carries, set once by the OPEN call
       01  BATCH-STAMP-WORK.
           05  BSW-BATCH-DATE           PIC 9(8).
           05  BSW-BATCH-TIME           PIC 9(6).
           05  BSW-BUSINESS-DATE        PIC 9(8).
           05  BSW-CYCLE-NUMBER         PIC 9(5).

      * The ledger accounts the suite journals to -- they must agree
      * with the account conditions on the GLINTF layout
       01  LEDGER-ACCOUNTS.
           05  CASH-ACCOUNT             PIC 9(4)  VALUE 1010.
           05  RECEIVABLES-ACCOUNT      PIC 9(4)  VALUE 1200.
           05  SALES-ACCOUNT            PIC 9(4)  VALUE 4000.

      * The two accounts and the positive amount of the pair being
      * journaled
       01  ENTRY-WORK.
           05  DEBIT-ACCOUNT-WORK       PIC 9(4).
           05  CREDIT-ACCOUNT-WORK      PIC 9(4).
           05  HOLD-ACCOUNT-WORK        PIC 9(4).
           05  ENTRY-AMOUNT-WORK        PIC S9(8)V99   COMP-3.

      * Current date and time fields, including seconds -- two runs
      * of the same program in one minute are still two batches
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE         PIC 9(8).
           05  CD-TIME         PIC 9(6).
           05  FILLER          PIC X(7).

       LINKAGE SECTION.

       COPY GLPOST.

       PROCEDURE DIVISION USING GL-POSTING-AREA.

      *****************************************************************
      * Main processing logic for the journal call
      *****************************************************************
       000-PROCESS-JOURNAL-CALL.

           EVALUATE TRUE
               WHEN GP-OPEN-BATCH
                   PERFORM 100-OPEN-JOURNAL-BATCH
               WHEN GP-POST-ENTRY
                   PERFORM 200-WRITE-JOURNAL-PAIR
               WHEN GP-CLOSE-BATCH
                   PERFORM 300-CLOSE-JOURNAL-BATCH
               WHEN OTHER
                   DISPLAY "GJW8700 - FUNCTION CODE "
                      GP-FUNCTION-CODE " NOT OPEN, POST OR CLOSE - "
                      "CALL IGNORED"
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Stamps the batch with the run date and time and the business
      * date and cycle, and opens the journal for extend. A missing
      * control record journals the batch under the run date at
      * cycle zero -- the postings still happened, and a refused
      * journal would hide them from the ledger
      *****************************************************************
       100-OPEN-JOURNAL-BATCH.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO BSW-BATCH-DATE
                           BSW-BUSINESS-DATE.
           MOVE CD-TIME TO BSW-BATCH-TIME.
           MOVE ZERO    TO BSW-CYCLE-NUMBER.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "GJW8700 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - " GP-SOURCE-PROGRAM
                      " JOURNALED UNDER THE RUN DATE AT CYCLE ZERO"
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO BSW-BUSINESS-DATE
                   MOVE BD-CYCLE-NUMBER  TO BSW-CYCLE-NUMBER
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           SET JOURNAL-OPEN TO TRUE.

      *****************************************************************
      * Journals one register amount as a debit and a credit of the
      * same positive amount. The accounts come from the kind of
      * entry; a negative amount swaps them
      *****************************************************************
       200-WRITE-JOURNAL-PAIR.

           IF NOT JOURNAL-OPEN
              PERFORM 100-OPEN-JOURNAL-BATCH
           END-IF.
           IF GP-CASH-ENTRY
              MOVE CASH-ACCOUNT        TO DEBIT-ACCOUNT-WORK
              MOVE RECEIVABLES-ACCOUNT TO CREDIT-ACCOUNT-WORK
           ELSE
              MOVE RECEIVABLES-ACCOUNT TO DEBIT-ACCOUNT-WORK
              MOVE SALES-ACCOUNT       TO CREDIT-ACCOUNT-WORK
           END-IF.
           IF GP-AMOUNT < ZERO
              MOVE DEBIT-ACCOUNT-WORK  TO HOLD-ACCOUNT-WORK
              MOVE CREDIT-ACCOUNT-WORK TO DEBIT-ACCOUNT-WORK
              MOVE HOLD-ACCOUNT-WORK   TO CREDIT-ACCOUNT-WORK
              COMPUTE ENTRY-AMOUNT-WORK = ZERO - GP-AMOUNT
           ELSE
              MOVE GP-AMOUNT TO ENTRY-AMOUNT-WORK
           END-IF.

           PERFORM 210-FORMAT-DETAIL-ENTRY.
           MOVE DEBIT-ACCOUNT-WORK  TO GJ-ACCOUNT-NUMBER.
           SET GJ-DEBIT TO TRUE.
           WRITE GL-JOURNAL-RECORD.

           PERFORM 210-FORMAT-DETAIL-ENTRY.
           MOVE CREDIT-ACCOUNT-WORK TO GJ-ACCOUNT-NUMBER.
           SET GJ-CREDIT TO TRUE.
           WRITE GL-JOURNAL-RECORD.

       210-FORMAT-DETAIL-ENTRY.

           INITIALIZE GL-JOURNAL-RECORD.
           SET GJ-DETAIL-ENTRY      TO TRUE.
           PERFORM 220-STAMP-JOURNAL-RECORD.
           MOVE GP-BRANCH-NUMBER    TO GJ-BRANCH-NUMBER.
           MOVE ENTRY-AMOUNT-WORK   TO GJ-AMOUNT.
           MOVE GP-CUSTOMER-NUMBER  TO GJ-CUSTOMER-NUMBER.
           MOVE GP-REFERENCE-DATE   TO GJ-REFERENCE-DATE.
           MOVE GP-INVOICE-NUMBER   TO GJ-INVOICE-NUMBER.
           MOVE GP-ENTRY-TYPE       TO GJ-ENTRY-TYPE.

       220-STAMP-JOURNAL-RECORD.

           MOVE GP-SOURCE-PROGRAM   TO GJ-SOURCE-PROGRAM.
           MOVE BSW-BATCH-DATE      TO GJ-BATCH-DATE.
           MOVE BSW-BATCH-TIME      TO GJ-BATCH-TIME.
           MOVE BSW-BUSINESS-DATE   TO GJ-BUSINESS-DATE.
           MOVE BSW-CYCLE-NUMBER    TO GJ-CYCLE-NUMBER.

      *****************************************************************
      * Writes the batch control record and closes the journal. The
      * control record names the account the batch amount controls
      * -- the net receivables movement for a SALES batch, the net
      * cash movement for a CASH batch -- so the proof knows which
      * of the batch's entries to tie it against
      *****************************************************************
       300-CLOSE-JOURNAL-BATCH.

           IF NOT JOURNAL-OPEN
              PERFORM 100-OPEN-JOURNAL-BATCH
           END-IF.
           INITIALIZE GL-JOURNAL-RECORD.
           SET GJ-BATCH-CONTROL TO TRUE.
           PERFORM 220-STAMP-JOURNAL-RECORD.
           IF GP-CASH-ENTRY
              MOVE CASH-ACCOUNT        TO GJ-ACCOUNT-NUMBER
           ELSE
              MOVE RECEIVABLES-ACCOUNT TO GJ-ACCOUNT-NUMBER
           END-IF.
           MOVE GP-BATCH-COUNT  TO GJ-BATCH-COUNT.
           MOVE GP-BATCH-AMOUNT TO GJ-BATCH-AMOUNT.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GL-INTERFACE-FILE.
           SET JOURNAL-OPEN TO FALSE.
