      *                  file from the lockbox against the
      *                  open-invoice file CSP6500 builds, relieving
      *                  each receipt's amount from the open balance
      *                  of the invoice it identifies by invoice
      *                  number, through the alternate key on the
      *                  open-invoice file; the receipt's customer
      *                  must own the invoice it names, or the
      *                  receipt is rejected as naming the wrong
      *                  customer. A receipt with no invoice number
      *                  is matched by customer and invoice date
      *                  against an item carried over from before
      *                  billing sent invoice numbers. An invoice
      *                  paid down to zero is deleted from the file;
      *                  a partial payment leaves it open at the
      *                  reduced balance; an overpayment leaves a
      *                  credit balance for the next statement. A
      *                  receipt that cannot be applied -- its
      *                  invoice is not on file or belongs to another
      *                  customer, or it is an on-account payment
      *                  naming no invoice at all -- is held on the
      *                  UNAPPCSH unapplied-cash file under the
      *                  customer's key, so money the customer has
      *                  paid stays on our books, and is shown on the
      *                  application register as unapplied. Only an
      *                  unmatched receipt with no positive amount,
      *                  which cannot be held as cash, is still
      *                  written to the reject file for the cash desk
      *                  to rekey. Batch totals at the bottom of the
      *                  register tie the day's application back to
      *                  the bank deposit. Every applied or held
      *                  receipt is also journaled through GJW8700 to
      *                  the general ledger interface file -- debit
      *                  cash, credit receivables by branch -- and
      *                  the run's applied and held count and net
      *                  amount close the batch so GJP8800 can tie
      *                  the journal back to this register. The run
      *                  mode comes from the command line in the
      *                  CSP6500 style: RECEIPTS (or no parameter) is
      *                  the daily application run, APPLY relieves
      *                  every customer's unapplied cash against
      *                  their open items oldest invoice date first
      *                  and prints a register of every item it
      *                  closed or partly relieved. Unapplied cash
      *                  was journaled off receivables when it was
      *                  held, so the APPLY run journals nothing
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CASH-RECEIPTS        ASSIGN TO CSHTRANS.
           SELECT OPEN-ITEM-FILE       ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-RECORD-KEY
               ALTERNATE RECORD KEY IS OI-INVOICE-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE ASSIGN TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-RECORD-KEY.
           SELECT REJECT-FILE          ASSIGN TO CCA7600E.
           SELECT APPLICATION-REGISTER ASSIGN TO CCA7600R.
           SELECT UNAPPLIED-REGISTER   ASSIGN TO CCA7600A.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.

      * Receipts that could not be applied to an open invoice, held
      * under the customer's key until the APPLY run relieves them
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY UNAPPCSH.

      * Unmatched receipts that cannot be held as unapplied cash --
      * a zero or negative amount -- are written here unchanged so
      * the cash desk can correct and resubmit them on a later run
       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 130 CHARACTERS.
       01  REGISTER-PRINT-AREA   PIC X(130).

      * Register of the APPLY run, kept apart from the daily
      * application register so neither run overwrites the other
       FD  UNAPPLIED-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  APPLY-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the application run
      *****************************************************************
      * Command-line parameter carrying the requested run mode --
      * no parameter at all is the daily application run, so the
      * nightly job runs unchanged
       01  RUN-PARAMETER               PIC X(20).

       01  RUN-MODE                    PIC X(8).
           88  RECEIPT-RUN                      VALUE "RECEIPTS", SPACE.
           88  APPLY-RUN                        VALUE "APPLY".

      * The amount one unapplied receipt relieves from one open
      * invoice on the APPLY run -- the smaller of the two
       01  APPLY-AMOUNT-WORK           PIC S9(6)V99   COMP-3.

      * Determines when end of file is reached on the receipts file
      * and whether the open invoice for the receipt in hand was
      * found on the open-invoice file
           05  ITEM-FOUND-SWITCH        PIC X    VALUE "N".
              88  ITEM-FOUND                     VALUE "Y"
                                                   FALSE "N".
           05  CUSTOMER-MATCH-SWITCH    PIC X    VALUE "N".
              88  CUSTOMER-MATCHED               VALUE "Y"
                                                   FALSE "N".
           05  UNAPPLIED-AT-END-SWITCH  PIC X    VALUE "N".
              88  UNAPPLIED-AT-END               VALUE "Y"
                                                   FALSE "N".
           05  OPEN-ITEM-AT-END-SWITCH  PIC X    VALUE "N".
              88  OPEN-ITEM-AT-END               VALUE "Y"
                                                   FALSE "N".
           05  APPLY-HEADING-SWITCH     PIC X    VALUE "N".
              88  APPLY-HEADING-PRINTED          VALUE "Y".

      * Batch totals for the register trailer -- the applied count
      * and amount are what the cash desk balances the day's deposit
           05  APPLIED-COUNT            PIC S9(5)      VALUE ZERO.
           05  CLOSED-COUNT             PIC S9(5)      VALUE ZERO.
           05  REJECT-COUNT             PIC S9(5)      VALUE ZERO.
           05  HELD-COUNT               PIC S9(5)      VALUE ZERO.
           05  APPLIED-AMOUNT           PIC S9(8)V99   VALUE ZERO.
           05  REJECT-AMOUNT            PIC S9(8)V99   VALUE ZERO.
           05  HELD-AMOUNT              PIC S9(8)V99   VALUE ZERO.

      * Totals for the APPLY run register trailer -- the unapplied
      * receipts read, the open items they relieved and closed, the
      * receipts used up entirely and the cash still unapplied
       01  APPLY-TOTALS                 PACKED-DECIMAL.
           05  UNAPPLIED-READ-COUNT     PIC S9(5)      VALUE ZERO.
           05  RELIEVED-COUNT           PIC S9(5)      VALUE ZERO.
           05  INVOICES-CLOSED-COUNT    PIC S9(5)      VALUE ZERO.
           05  CASH-CLEARED-COUNT       PIC S9(5)      VALUE ZERO.
           05  RELIEVED-AMOUNT          PIC S9(8)V99   VALUE ZERO.
           05  REMAINING-AMOUNT         PIC S9(8)V99   VALUE ZERO.

      * Invoice date broken apart for printing on the register
       01  INVOICE-DATE-WORK.
           05  ID-MONTH        PIC 9(2).
           05  ID-DAY          PIC 9(2).

      * Receipt date broken apart for printing on the APPLY register
       01  RECEIPT-DATE-WORK.
           05  RD-YEAR         PIC 9(4).
           05  RD-MONTH        PIC 9(2).
           05  RD-DAY          PIC 9(2).

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      * Work area for the GJW8700 general ledger journal calls
       COPY GLPOST.

      *****************************************************************
      * Define all lines printed on the application register
      *****************************************************************
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  RH1-TITLE       PIC X(35)  VALUE
               "CASH RECEIPTS APPLICATION REGISTER".
           05  FILLER          PIC X(54)  VALUE SPACE.

       01  REGISTER-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "INVOICE NO".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "INVOICE DATE".
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "RECEIPT".
           05  FILLER          PIC X(7)   VALUE "BALANCE".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "ACTION".
           05  FILLER          PIC X(34)  VALUE SPACE.

       01  REGISTER-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(35)  VALUE SPACE.

       01  REGISTER-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  RL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RL-INVOICE-NUMBER    PIC X(8).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  RL-INVOICE-MONTH     PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RL-INVOICE-DAY       PIC 9(2).
                                    PIC X(11).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RL-ACTION            PIC X(6).
           05  FILLER               PIC X(35)      VALUE SPACE.

       01  REGISTER-TRAILER-LINE-1.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "REJECTED -- ".
           05  RT1-REJECT-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "HELD -- ".
           05  RT1-HELD-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(15)      VALUE SPACE.

       01  REGISTER-TRAILER-LINE-2.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "NET AMOUNT REJECTED -- ".
           05  RT2-REJECT-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE
               "NET AMOUNT HELD -- ".
           05  RT2-HELD-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(12)      VALUE SPACE.

      *****************************************************************
      * Define the lines printed on the APPLY run register -- the
      * date, time and title lines are shared with the daily
      * register
      *****************************************************************
       01  APPLY-HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "SALESREP".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "RECEIPT DATE".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "INVOICE NO".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "INVOICE DATE".
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "APPLIED".
           05  FILLER          PIC X(7)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "BALANCE".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "ACTION".
           05  FILLER          PIC X(19)  VALUE SPACE.

       01  APPLY-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(5)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(19)  VALUE SPACE.

       01  APPLY-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  AL-BRANCH-NUMBER     PIC X(2).
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  AL-SALESREP-NUMBER   PIC X(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  AL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  AL-RECEIPT-MONTH     PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AL-RECEIPT-DAY       PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AL-RECEIPT-YEAR      PIC 9(4).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AL-INVOICE-NUMBER    PIC X(8).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AL-INVOICE-MONTH     PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AL-INVOICE-DAY       PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  AL-INVOICE-YEAR      PIC 9(4).
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  AL-APPLIED-AMOUNT    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  AL-OPEN-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-ACTION            PIC X(6).
           05  FILLER               PIC X(19)      VALUE SPACE.

       01  APPLY-TRAILER-LINE-1.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(27)      VALUE
               "UNAPPLIED RECEIPTS READ -- ".
           05  AT1-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(18)      VALUE
               "ITEMS RELIEVED -- ".
           05  AT1-RELIEVED-COUNT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(19)      VALUE
               "INVOICES CLOSED -- ".
           05  AT1-CLOSED-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(20)      VALUE
               "RECEIPTS CLEARED -- ".
           05  AT1-CLEARED-COUNT    PIC ZZ,ZZ9.
           05  FILLER               PIC X(9)       VALUE SPACE.

       01  APPLY-TRAILER-LINE-2.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(23)      VALUE
               "NET AMOUNT APPLIED -- ".
           05  AT2-RELIEVED-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(28)      VALUE
               "UNAPPLIED CASH REMAINING -- ".
           05  AT2-REMAINING-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(46)      VALUE SPACE.

       PROCEDURE DIVISION.

           MOVE "CCA7600" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE RUN-PARAMETER TO RUN-MODE.
           IF NOT RECEIPT-RUN AND NOT APPLY-RUN
              DISPLAY "CCA7600 - RUN MODE MUST BE RECEIPTS, APPLY "
                 "OR BLANK - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO RL-RETURN-CODE
              SET RL-END-OF-RUN TO TRUE
              CALL "RHL7800" USING RUN-LOG-AREA
              STOP RUN
           END-IF.
           IF APPLY-RUN
              PERFORM 600-APPLY-UNAPPLIED-CASH
           ELSE
              PERFORM 200-APPLY-DAILY-RECEIPTS
           END-IF.
           MOVE RETURN-CODE   TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Get current date and time for the register heading
      *****************************************************************
       100-FORMAT-REGISTER-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RH1-MONTH.
           MOVE CD-DAY     TO RH1-DAY.
           MOVE CD-YEAR    TO RH1-YEAR.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.

      *****************************************************************
      * The daily application run -- applies the lockbox receipts,
      * holds the ones that match no open invoice as unapplied cash
      * and journals both
      *****************************************************************
       200-APPLY-DAILY-RECEIPTS.

           OPEN INPUT  CASH-RECEIPTS
                I-O    OPEN-ITEM-FILE
                I-O    UNAPPLIED-CASH-FILE
                OUTPUT REJECT-FILE
                OUTPUT APPLICATION-REGISTER.
           MOVE "CCA7600" TO GP-SOURCE-PROGRAM.
           SET GP-CASH-ENTRY TO TRUE.
           SET GP-OPEN-BATCH TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.
           PERFORM 100-FORMAT-REGISTER-HEADING.
           PERFORM 300-PROCESS-RECEIPT
                WITH TEST AFTER
                UNTIL RECEIPT-EOF.
           PERFORM 500-PRINT-REGISTER-TRAILER.
           COMPUTE GP-BATCH-COUNT  = APPLIED-COUNT + HELD-COUNT.
           COMPUTE GP-BATCH-AMOUNT = APPLIED-AMOUNT + HELD-AMOUNT.
           SET GP-CLOSE-BATCH TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.
           CLOSE CASH-RECEIPTS
                 OPEN-ITEM-FILE
                 UNAPPLIED-CASH-FILE
                 REJECT-FILE
                 APPLICATION-REGISTER.
           IF REJECT-COUNT > ZERO
           END-IF.
           MOVE RECEIPT-COUNT TO RL-RECORDS-READ.
           MOVE APPLIED-COUNT TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * Reads one receipt and applies it against the open invoice it
      * identifies. A receipt that matches no open invoice is held
      * as unapplied cash instead
      *****************************************************************
       300-PROCESS-RECEIPT.

      * Finds the open invoice the receipt identifies and relieves
      * the receipt amount from its open balance. An invoice paid to
      * zero is deleted; a partial payment or overpayment leaves the
      * record on file at the reduced (or credit) balance. The
      * invoice date printed is the one on the open item when it is
      * found, since a receipt naming its invoice by number need not
      * carry the date. A receipt that matches no open invoice is
      * held as unapplied cash under the reason the search gave; one
      * with no positive amount cannot be held and is rejected
      *****************************************************************
       310-APPLY-ONE-RECEIPT.

           PERFORM 315-FIND-OPEN-ITEM.
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND OR NOT CUSTOMER-MATCHED
                   IF CP-RECEIPT-AMOUNT > ZERO
                      PERFORM 335-HOLD-UNAPPLIED-CASH
                   ELSE
                      MOVE "REJECT" TO RL-ACTION
                      PERFORM 330-REJECT-RECEIPT
                   END-IF
               WHEN OTHER
                   MOVE OI-INVOICE-DATE TO INVOICE-DATE-WORK
                   SUBTRACT CP-RECEIPT-AMOUNT FROM OI-OPEN-BALANCE
                   ADD 1 TO APPLIED-COUNT
                   ADD CP-RECEIPT-AMOUNT TO APPLIED-AMOUNT
                   MOVE OI-OPEN-BALANCE TO RL-OPEN-BALANCE
                   IF OI-OPEN-BALANCE = ZERO
                      DELETE OPEN-ITEM-FILE
                      ADD 1 TO CLOSED-COUNT
                      MOVE "CLOSED" TO RL-ACTION
                   ELSE
                      REWRITE OPEN-ITEM-RECORD
                      MOVE "APPLD " TO RL-ACTION
                   END-IF
                   PERFORM 320-JOURNAL-RECEIPT
           END-EVALUATE.
           PERFORM 350-PRINT-REGISTER-LINE.

      *****************************************************************
      * Reads the open invoice the receipt names. A receipt carrying
      * an invoice number reads by the alternate key, and the item
      * found must belong to the receipt's customer. A receipt with
      * no number reads by the customer key and invoice date with a
      * blank number -- only an item from before billing sent
      * invoice numbers can match it. A receipt naming neither is
      * an on-account payment and is not looked for at all. The
      * reason a receipt matched nothing is left on the register
      * line for the unapplied-cash record
      *****************************************************************
       315-FIND-OPEN-ITEM.

           SET ITEM-FOUND TO TRUE.
           SET CUSTOMER-MATCHED TO TRUE.
           EVALUATE TRUE
               WHEN CP-INVOICE-NUMBER = SPACES
                AND CP-INVOICE-DATE = ZERO
                   SET ITEM-FOUND TO FALSE
               WHEN CP-INVOICE-NUMBER = SPACES
                   PERFORM 316-FIND-BY-INVOICE-DATE
               WHEN OTHER
                   PERFORM 317-FIND-BY-INVOICE-NUMBER
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CP-INVOICE-NUMBER = SPACES
                AND CP-INVOICE-DATE = ZERO
                   MOVE "ONACCT" TO RL-ACTION
               WHEN NOT ITEM-FOUND
                   MOVE "NOITEM" TO RL-ACTION
               WHEN NOT CUSTOMER-MATCHED
                   MOVE "WRGCUS" TO RL-ACTION
           END-EVALUATE.

       316-FIND-BY-INVOICE-DATE.

           MOVE CP-BRANCH-NUMBER   TO OI-BRANCH-NUMBER.
           MOVE CP-REGION-NUMBER   TO OI-REGION-NUMBER.
           MOVE CP-SALESREP-NUMBER TO OI-SALESREP-NUMBER.
           MOVE CP-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER.
           MOVE CP-INVOICE-DATE    TO OI-INVOICE-DATE.
           MOVE SPACES             TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   SET ITEM-FOUND TO FALSE
           END-READ.

       317-FIND-BY-INVOICE-NUMBER.

           MOVE CP-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-INVOICE-NUMBER
               INVALID KEY
                   SET ITEM-FOUND TO FALSE
           END-READ.
           IF ITEM-FOUND
              IF OI-BRANCH-NUMBER   NOT = CP-BRANCH-NUMBER
              OR OI-REGION-NUMBER   NOT = CP-REGION-NUMBER
              OR OI-SALESREP-NUMBER NOT = CP-SALESREP-NUMBER
              OR OI-CUSTOMER-NUMBER NOT = CP-CUSTOMER-NUMBER
                 SET CUSTOMER-MATCHED TO FALSE
              END-IF
           END-IF.

      *****************************************************************
      * Journals the applied receipt to the general ledger interface
      * under the customer's branch -- debit cash, credit receivables
      *****************************************************************
       320-JOURNAL-RECEIPT.

           MOVE CP-BRANCH-NUMBER   TO GP-BRANCH-NUMBER.
           MOVE CP-CUSTOMER-NUMBER TO GP-CUSTOMER-NUMBER.
           MOVE OI-INVOICE-DATE    TO GP-REFERENCE-DATE.
           MOVE OI-INVOICE-NUMBER  TO GP-INVOICE-NUMBER.
           MOVE RL-ACTION          TO GP-ENTRY-TYPE.
           MOVE CP-RECEIPT-AMOUNT  TO GP-AMOUNT.
           SET GP-POST-ENTRY TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.

      *****************************************************************
      * Journals a receipt held as unapplied cash the same way as an
      * applied one -- the money is in the bank and off receivables
      * either way; the unapplied-cash file carries it against the
      * customer until the APPLY run relieves an invoice with it
      *****************************************************************
       325-JOURNAL-HELD-RECEIPT.

           MOVE CP-BRANCH-NUMBER   TO GP-BRANCH-NUMBER.
           MOVE CP-CUSTOMER-NUMBER TO GP-CUSTOMER-NUMBER.
           MOVE CP-RECEIPT-DATE    TO GP-REFERENCE-DATE.
           MOVE CP-INVOICE-NUMBER  TO GP-INVOICE-NUMBER.
           MOVE "UNAPPL"           TO GP-ENTRY-TYPE.
           MOVE CP-RECEIPT-AMOUNT  TO GP-AMOUNT.
           SET GP-POST-ENTRY TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.

      *****************************************************************
      * Writes a receipt that could not be applied to the reject file
      * unchanged, under the reason already set on the register line
      *****************************************************************
       330-REJECT-RECEIPT.

           MOVE CASH-RECEIPT-RECORD TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.
           ADD CP-RECEIPT-AMOUNT TO REJECT-AMOUNT.
           MOVE CP-INVOICE-DATE TO INVOICE-DATE-WORK.
           MOVE SPACES TO RL-OPEN-BALANCE-R.

      *****************************************************************
      * Holds a receipt that matched no open invoice on the
      * unapplied-cash file under the customer's key and receipt
      * date, stamped with this run's date and time and the
      * receipt's place in the file so every held receipt has a key
      * of its own. The register shows it as unapplied under the
      * reason it was held
      *****************************************************************
       335-HOLD-UNAPPLIED-CASH.

           INITIALIZE UNAPPLIED-CASH-RECORD.
           MOVE CP-BRANCH-NUMBER   TO UC-BRANCH-NUMBER.
           MOVE CP-REGION-NUMBER   TO UC-REGION-NUMBER.
           MOVE CP-SALESREP-NUMBER TO UC-SALESREP-NUMBER.
           MOVE CP-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE CP-RECEIPT-DATE    TO UC-RECEIPT-DATE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO UC-ENTRY-DATE.
           MOVE CURRENT-DATE-AND-TIME (9:6) TO UC-ENTRY-TIME.
           MOVE RECEIPT-COUNT      TO UC-ENTRY-SEQUENCE.
           MOVE RL-ACTION          TO UC-HOLD-REASON.
           MOVE CP-INVOICE-NUMBER  TO UC-INVOICE-NUMBER.
           MOVE CP-INVOICE-DATE    TO UC-INVOICE-DATE.
           MOVE CP-RECEIPT-AMOUNT  TO UC-RECEIPT-AMOUNT.
           MOVE CP-RECEIPT-AMOUNT  TO UC-UNAPPLIED-AMOUNT.
           WRITE UNAPPLIED-CASH-RECORD
               INVALID KEY
                   DISPLAY "CCA7600 - UNAPPLIED CASH KEY ALREADY ON "
                      "FILE FOR CUSTOMER " CP-CUSTOMER-NUMBER
                      " - RECEIPT REJECTED"
                   MOVE "REJECT" TO RL-ACTION
                   PERFORM 330-REJECT-RECEIPT
               NOT INVALID KEY
                   ADD 1 TO HELD-COUNT
                   ADD CP-RECEIPT-AMOUNT TO HELD-AMOUNT
                   MOVE CP-INVOICE-DATE TO INVOICE-DATE-WORK
                   MOVE "  UNAPPLIED" TO RL-OPEN-BALANCE-R
                   PERFORM 325-JOURNAL-HELD-RECEIPT
           END-WRITE.

      *****************************************************************
      * Prints the heading lines at the top of the application
           MOVE CP-BRANCH-NUMBER   TO RL-BRANCH-NUMBER.
           MOVE CP-SALESREP-NUMBER TO RL-SALESREP-NUMBER.
           MOVE CP-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           MOVE CP-INVOICE-NUMBER  TO RL-INVOICE-NUMBER.
           MOVE ID-MONTH           TO RL-INVOICE-MONTH.
           MOVE ID-DAY             TO RL-INVOICE-DAY.
           MOVE ID-YEAR            TO RL-INVOICE-YEAR.
           MOVE APPLIED-COUNT  TO RT1-APPLIED-COUNT.
           MOVE CLOSED-COUNT   TO RT1-CLOSED-COUNT.
           MOVE REJECT-COUNT   TO RT1-REJECT-COUNT.
           MOVE HELD-COUNT     TO RT1-HELD-COUNT.
           MOVE REGISTER-TRAILER-LINE-1 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE APPLIED-AMOUNT TO RT2-APPLIED-AMOUNT.
           MOVE REJECT-AMOUNT  TO RT2-REJECT-AMOUNT.
           MOVE HELD-AMOUNT    TO RT2-HELD-AMOUNT.
           MOVE REGISTER-TRAILER-LINE-2 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.

      *****************************************************************
      * The APPLY run -- walks the unapplied-cash file in key order,
      * customer by customer and oldest receipt first, relieving
      * each receipt against the customer's open items oldest
      * invoice date first. A receipt used up entirely comes off the
      * file; whatever is left stays unapplied at the reduced amount
      * for a later run
      *****************************************************************
       600-APPLY-UNAPPLIED-CASH.

           MOVE "UNAPPLIED CASH APPLICATION REGISTER" TO RH1-TITLE.
           OPEN I-O    UNAPPLIED-CASH-FILE
                I-O    OPEN-ITEM-FILE
                OUTPUT UNAPPLIED-REGISTER.
           PERFORM 100-FORMAT-REGISTER-HEADING.
           SET UNAPPLIED-AT-END TO FALSE.
           MOVE LOW-VALUES TO UC-RECORD-KEY.
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UC-RECORD-KEY
               INVALID KEY
                   SET UNAPPLIED-AT-END TO TRUE
           END-START.
           PERFORM 610-APPLY-ONE-UNAPPLIED
                UNTIL UNAPPLIED-AT-END.
           PERFORM 680-PRINT-APPLY-TRAILER.
           CLOSE UNAPPLIED-CASH-FILE
                 OPEN-ITEM-FILE
                 UNAPPLIED-REGISTER.
           MOVE UNAPPLIED-READ-COUNT TO RL-RECORDS-READ.
           MOVE RELIEVED-COUNT       TO RL-RECORDS-WRITTEN.

       610-APPLY-ONE-UNAPPLIED.

           READ UNAPPLIED-CASH-FILE NEXT RECORD
               AT END
                   SET UNAPPLIED-AT-END TO TRUE
               NOT AT END
                   ADD 1 TO UNAPPLIED-READ-COUNT
                   PERFORM 620-APPLY-TO-OPEN-ITEMS
                   IF UC-UNAPPLIED-AMOUNT = ZERO
                      DELETE UNAPPLIED-CASH-FILE
                      ADD 1 TO CASH-CLEARED-COUNT
                   ELSE
                      REWRITE UNAPPLIED-CASH-RECORD
                      ADD UC-UNAPPLIED-AMOUNT TO REMAINING-AMOUNT
                   END-IF
           END-READ.

      *****************************************************************
      * Walks the customer's open items from the customer's key with
      * a zero invoice date -- the file key puts them oldest invoice
      * first -- until the receipt is used up or the customer's items
      * run out. Credit balances have nothing to relieve and are
      * passed over
      *****************************************************************
       620-APPLY-TO-OPEN-ITEMS.

           SET OPEN-ITEM-AT-END TO FALSE.
           MOVE UC-BRANCH-NUMBER   TO OI-BRANCH-NUMBER.
           MOVE UC-REGION-NUMBER   TO OI-REGION-NUMBER.
           MOVE UC-SALESREP-NUMBER TO OI-SALESREP-NUMBER.
           MOVE UC-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER.
           MOVE ZEROS              TO OI-INVOICE-DATE.
           MOVE LOW-VALUES         TO OI-INVOICE-NUMBER.
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-RECORD-KEY
               INVALID KEY
                   SET OPEN-ITEM-AT-END TO TRUE
           END-START.
           PERFORM 630-RELIEVE-NEXT-OPEN-ITEM
                UNTIL OPEN-ITEM-AT-END
                   OR UC-UNAPPLIED-AMOUNT NOT > ZERO.

       630-RELIEVE-NEXT-OPEN-ITEM.

           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET OPEN-ITEM-AT-END TO TRUE
               NOT AT END
                   IF OI-RECORD-KEY (1:10) NOT = UC-RECORD-KEY (1:10)
                      SET OPEN-ITEM-AT-END TO TRUE
                   ELSE
                      IF OI-OPEN-BALANCE > ZERO
                         PERFORM 640-RELIEVE-OPEN-ITEM
                      END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Relieves the smaller of the unapplied amount and the
      * invoice's open balance from both. An invoice paid to zero is
      * deleted the same way the daily run deletes it; a partly
      * relieved invoice stays open at the reduced balance
      *****************************************************************
       640-RELIEVE-OPEN-ITEM.

           IF UC-UNAPPLIED-AMOUNT < OI-OPEN-BALANCE
              MOVE UC-UNAPPLIED-AMOUNT TO APPLY-AMOUNT-WORK
           ELSE
              MOVE OI-OPEN-BALANCE     TO APPLY-AMOUNT-WORK
           END-IF.
           SUBTRACT APPLY-AMOUNT-WORK FROM UC-UNAPPLIED-AMOUNT.
           SUBTRACT APPLY-AMOUNT-WORK FROM OI-OPEN-BALANCE.
           ADD 1 TO RELIEVED-COUNT.
           ADD APPLY-AMOUNT-WORK TO RELIEVED-AMOUNT.
           MOVE OI-OPEN-BALANCE TO AL-OPEN-BALANCE.
           IF OI-OPEN-BALANCE = ZERO
              DELETE OPEN-ITEM-FILE
              ADD 1 TO INVOICES-CLOSED-COUNT
              MOVE "CLOSED" TO AL-ACTION
           ELSE
              REWRITE OPEN-ITEM-RECORD
              MOVE "PARTL " TO AL-ACTION
           END-IF.
           PERFORM 650-PRINT-APPLY-LINE.

      *****************************************************************
      * Prints the heading lines at the top of the APPLY register
      * the first time an item is relieved
      *****************************************************************
       645-PRINT-APPLY-HEADING.

           MOVE REGISTER-HEADING-LINE-1 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
           MOVE REGISTER-HEADING-LINE-2 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
           MOVE APPLY-HEADING-LINE-3 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
           MOVE APPLY-HEADING-LINE-4 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
           SET APPLY-HEADING-PRINTED TO TRUE.

      *****************************************************************
      * Writes one detail line to the APPLY register for the open
      * item just closed or partly relieved
      *****************************************************************
       650-PRINT-APPLY-LINE.

           IF NOT APPLY-HEADING-PRINTED
              PERFORM 645-PRINT-APPLY-HEADING
           END-IF

           MOVE UC-BRANCH-NUMBER   TO AL-BRANCH-NUMBER.
           MOVE UC-SALESREP-NUMBER TO AL-SALESREP-NUMBER.
           MOVE UC-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE UC-RECEIPT-DATE    TO RECEIPT-DATE-WORK.
           MOVE RD-MONTH           TO AL-RECEIPT-MONTH.
           MOVE RD-DAY             TO AL-RECEIPT-DAY.
           MOVE RD-YEAR            TO AL-RECEIPT-YEAR.
           MOVE OI-INVOICE-NUMBER  TO AL-INVOICE-NUMBER.
           MOVE OI-INVOICE-DATE    TO INVOICE-DATE-WORK.
           MOVE ID-MONTH           TO AL-INVOICE-MONTH.
           MOVE ID-DAY             TO AL-INVOICE-DAY.
           MOVE ID-YEAR            TO AL-INVOICE-YEAR.
           MOVE APPLY-AMOUNT-WORK  TO AL-APPLIED-AMOUNT.
           MOVE APPLY-LINE TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.

      *****************************************************************
      * Prints the total lines at the bottom of the APPLY register --
      * the amount applied moved between the customers' own
      * receivables, and the cash still unapplied is what RAR7700
      * nets against their balances
      *****************************************************************
       680-PRINT-APPLY-TRAILER.

           IF NOT APPLY-HEADING-PRINTED
              PERFORM 645-PRINT-APPLY-HEADING
           END-IF
           MOVE UNAPPLIED-READ-COUNT  TO AT1-READ-COUNT.
           MOVE RELIEVED-COUNT        TO AT1-RELIEVED-COUNT.
           MOVE INVOICES-CLOSED-COUNT TO AT1-CLOSED-COUNT.
           MOVE CASH-CLEARED-COUNT    TO AT1-CLEARED-COUNT.
           MOVE APPLY-TRAILER-LINE-1 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
           MOVE RELIEVED-AMOUNT       TO AT2-RELIEVED-AMOUNT.
           MOVE REMAINING-AMOUNT      TO AT2-REMAINING-AMOUNT.
           MOVE APPLY-TRAILER-LINE-2 TO APPLY-PRINT-AREA.
           WRITE APPLY-PRINT-AREA.
