      *                  to the original batch. That replaces
      *                  restoring CUSTMAST from the prior night and
      *                  re-posting every good day since when
      *                  billing sends a bad batch. Every posting
      *                  and reversal is also journaled through
      *                  GJW8700 to the general ledger interface
      *                  file -- debit receivables, credit sales by
      *                  branch, the sides swapped for credits and
      *                  reversals -- and the run's posted count and
      *                  net amount close the batch so GJP8800 can
      *                  tie the journal back to this register.
      *                  Every invoice number posted is kept on the
      *                  POSTINV posted-invoice ledger and checked
      *                  before posting, so a number billing sends
      *                  again -- a resent file -- goes to the reject
      *                  file as a duplicate instead of inflating the
      *                  sales buckets, and a transaction with no
      *                  invoice number is rejected back to billing.
      *                  A reversal only backs out a number the ledger
      *                  shows as posted to the same customer on the
      *                  same date for the same amount, and marks it
      *                  reversed, so the same batch cannot be backed
      *                  out twice and billing may resend it corrected.
      *                  A corrected invoice is added back into any open
      *                  item the reversal left on file. The open
      *                  balance checked against the credit limit is net
      *                  of any receipts CCA7600 is holding for the
      *                  customer as unapplied cash
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-RECORD-KEY
               ALTERNATE RECORD KEY IS OI-INVOICE-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL PRODUCT-SALES-FILE ASSIGN TO PRODSALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-RECORD-KEY.
           SELECT OPTIONAL POSTED-INVOICE-FILE ASSIGN TO POSTINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-INVOICE-NUMBER.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE ASSIGN TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-RECORD-KEY.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODSALS.

      * Every invoice number ever posted, checked before each posting
      * so a number billing sends twice is only posted once
       FD  POSTED-INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY POSTINV.

      * Receipts held as unapplied cash -- read only, to net them out
      * of the open balance before the credit limit check
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY UNAPPCSH.

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  PRODUCT-AT-END-SWITCH    PIC X    VALUE "N".
              88  PRODUCT-AT-END                 VALUE "Y"
                                                   FALSE "N".
           05  POSTED-INVOICE-SWITCH    PIC X    VALUE "N".
              88  POSTED-INVOICE-FOUND           VALUE "Y"
                                                   FALSE "N".
           05  INVOICE-ACCEPTED-SWITCH  PIC X    VALUE "N".
              88  INVOICE-ACCEPTED               VALUE "Y"
                                                   FALSE "N".
           05  UNAPPLIED-AT-END-SWITCH  PIC X    VALUE "N".
              88  UNAPPLIED-AT-END               VALUE "Y"
                                                   FALSE "N".

      * Control keys used to match the old master against the
      * transaction file in customer master sequence -- branch,
           05  TR-PRIOR-KEY             PIC X(10) VALUE LOW-VALUES.

      * Batch totals for the register trailer -- the posted count and
      * net amount are what billing balances the day's run against.
      * Duplicate invoices are counted among the rejects and also
      * on their own, so a resent file stands out on the trailer
       01  BATCH-TOTALS                 PACKED-DECIMAL.
           05  TRANS-COUNT              PIC S9(5)      VALUE ZERO.
           05  POSTED-COUNT             PIC S9(5)      VALUE ZERO.
           05  REJECT-COUNT             PIC S9(5)      VALUE ZERO.
           05  DUPLICATE-COUNT          PIC S9(5)      VALUE ZERO.
           05  POSTED-AMOUNT            PIC S9(8)V99   VALUE ZERO.
           05  REJECT-AMOUNT            PIC S9(8)V99   VALUE ZERO.

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      * Work area for the GJW8700 general ledger journal calls
       COPY GLPOST.

      *****************************************************************
      * Define all lines printed on the posting register
      *****************************************************************
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "INVOICE NO".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "INVOICE DATE".
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "AMOUNT".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "ACTION".
           05  FILLER          PIC X(49)  VALUE SPACE.

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
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(49)  VALUE SPACE.

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
           05  RL-INVOICE-AMOUNT    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  RL-ACTION            PIC X(6).
           05  FILLER               PIC X(49)      VALUE SPACE.

      * Register line flagging a customer whose open balance passed
      * the credit limit once every transaction for the customer had
           05  CF-SALESREP-NUMBER   PIC X(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  CF-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(17)      VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "OPEN BALANCE".
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CF-OPEN-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(6)       VALUE "OVRLMT".
           05  FILLER               PIC X(53)      VALUE SPACE.

       01  REGISTER-TRAILER-LINE-1.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "REJECTED -- ".
           05  RT1-REJECT-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "DUPLICATES -- ".
           05  RT1-DUPLICATE-COUNT  PIC ZZ,ZZ9.
           05  FILLER               PIC X(35)      VALUE SPACE.

       01  REGISTER-TRAILER-LINE-2.
           05  FILLER               PIC X(1)       VALUE SPACE.
                OUTPUT POSTING-REGISTER
                OUTPUT CREDIT-EXCEPTIONS
                I-O    OPEN-ITEM-FILE
                I-O    PRODUCT-SALES-FILE
                I-O    POSTED-INVOICE-FILE
                INPUT  UNAPPLIED-CASH-FILE.
           MOVE "CSP6500" TO GP-SOURCE-PROGRAM.
           SET GP-SALES-ENTRY TO TRUE.
           SET GP-OPEN-BATCH TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.
           PERFORM 100-FORMAT-REGISTER-HEADING.
      *    A reversal backs out a prior day's batch -- the TODAY
      *    buckets belong to the cycle that posted them and are
                UNTIL OLD-MASTER-EOF AND TRANS-EOF.
           PERFORM 500-PRINT-REGISTER-TRAILER.
           PERFORM 520-PRINT-CREDIT-TRAILER.
           MOVE POSTED-COUNT  TO GP-BATCH-COUNT.
           MOVE POSTED-AMOUNT TO GP-BATCH-AMOUNT.
           SET GP-CLOSE-BATCH TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.
           CLOSE OLD-CUSTOMER-MASTER
                 INVOICE-TRANS
                 NEW-CUSTOMER-MASTER
                 POSTING-REGISTER
                 CREDIT-EXCEPTIONS
                 OPEN-ITEM-FILE
                 PRODUCT-SALES-FILE
                 POSTED-INVOICE-FILE
                 UNAPPLIED-CASH-FILE.
           IF REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
                   PERFORM 210-READ-TRANSACTION
               WHEN OTHER
      *            Transaction matches the buffered master record --
      *            post it unless the posted-invoice ledger refuses
      *            the invoice number, and look for another
                   PERFORM 335-CHECK-POSTED-INVOICE
                   IF INVOICE-ACCEPTED
                      PERFORM 340-POST-TRANSACTION
                   ELSE
                      PERFORM 338-REJECT-INVOICE
                   END-IF
                   PERFORM 210-READ-TRANSACTION
           END-EVALUATE.

           MOVE "REJECT" TO RL-ACTION.
           PERFORM 350-PRINT-REGISTER-LINE.

      *****************************************************************
      * Checks the transaction's invoice number against the
      * posted-invoice ledger. A posting run refuses a number already
      * posted and not reversed -- billing has sent it before; a
      * reversal run refuses a number that is not on the ledger as
      * posted, so nothing is backed out that was never posted or
      * has been backed out already, and refuses one whose customer,
      * invoice date or amount differ from what the ledger shows was
      * posted under the number, so a mistyped reversal cannot back
      * the amount out of the wrong customer or leave the real
      * invoice unreversible. A transaction with no invoice number
      * cannot be checked and is refused in either mode
      *****************************************************************
       335-CHECK-POSTED-INVOICE.

           SET INVOICE-ACCEPTED TO TRUE.
           SET POSTED-INVOICE-FOUND TO FALSE.
           IF IT-INVOICE-NUMBER = SPACES
              SET INVOICE-ACCEPTED TO FALSE
              MOVE "NOINV#" TO RL-ACTION
           ELSE
              MOVE IT-INVOICE-NUMBER TO PV-INVOICE-NUMBER
              SET POSTED-INVOICE-FOUND TO TRUE
              READ POSTED-INVOICE-FILE
                  INVALID KEY
                      SET POSTED-INVOICE-FOUND TO FALSE
              END-READ
              EVALUATE TRUE
                  WHEN POSTING-RUN
                   AND POSTED-INVOICE-FOUND AND PV-POSTED
                      SET INVOICE-ACCEPTED TO FALSE
                      ADD 1 TO DUPLICATE-COUNT
                      MOVE "DUPINV" TO RL-ACTION
                  WHEN REVERSAL-RUN AND NOT POSTED-INVOICE-FOUND
                      SET INVOICE-ACCEPTED TO FALSE
                      MOVE "NOTPST" TO RL-ACTION
                  WHEN REVERSAL-RUN AND PV-REVERSED
                      SET INVOICE-ACCEPTED TO FALSE
                      MOVE "NOTPST" TO RL-ACTION
                  WHEN REVERSAL-RUN
                   AND (PV-BRANCH-NUMBER   NOT = IT-BRANCH-NUMBER
                     OR PV-REGION-NUMBER   NOT = IT-REGION-NUMBER
                     OR PV-SALESREP-NUMBER NOT = IT-SALESREP-NUMBER
                     OR PV-CUSTOMER-NUMBER NOT = IT-CUSTOMER-NUMBER
                     OR PV-INVOICE-DATE    NOT = IT-INVOICE-DATE
                     OR PV-INVOICE-AMOUNT  NOT = IT-INVOICE-AMOUNT)
                      SET INVOICE-ACCEPTED TO FALSE
                      MOVE "MISMAT" TO RL-ACTION
              END-EVALUATE
           END-IF.

      *****************************************************************
      * Writes a transaction the posted-invoice ledger refused to the
      * reject file unchanged and shows it on the register under the
      * reason the check gave. None of its amount reaches the sales
      * buckets, the open-invoice file or the journal
      *****************************************************************
       338-REJECT-INVOICE.

           MOVE INVOICE-TRANS-RECORD TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.
           ADD IT-INVOICE-AMOUNT TO REJECT-AMOUNT.
           PERFORM 350-PRINT-REGISTER-LINE.

      *****************************************************************
      * Applies the transaction amount to the matching customer's
      * THIS-YTD, THIS-MTD and THIS-QTD sales buckets and shows the
              PERFORM 342-WRITE-OPEN-ITEM
           END-IF.
           PERFORM 344-POST-PRODUCT-LINE.
           PERFORM 348-JOURNAL-POSTING.
           PERFORM 349-RECORD-POSTED-INVOICE.
           SET CUSTOMER-POSTED TO TRUE.
           ADD 1 TO POSTED-COUNT.
           ADD APPLY-AMOUNT TO POSTED-AMOUNT.
      *****************************************************************
      * Carries the posted invoice onto the open-invoice file so the
      * receivables side keeps the individual invoice after the sales
      * buckets have absorbed the amount. The invoice number is part
      * of the key, so two invoices for the same customer on the
      * same date are kept apart. An item already on file under the
      * same key is the normal result of a corrected invoice billing
      * resends after a reversal: the reversal deletes an item only
      * when it backs it out to zero, so an invoice the cash
      * application had partly paid is left on file with a zero
      * original amount and a credit open balance. The resent amount
      * is added back into that item, so the payments already
      * applied still count against the corrected invoice
      *****************************************************************
       342-WRITE-OPEN-ITEM.

           MOVE IT-SALESREP-NUMBER TO OI-SALESREP-NUMBER.
           MOVE IT-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-DATE    TO OI-INVOICE-DATE.
           MOVE IT-INVOICE-NUMBER  TO OI-INVOICE-NUMBER.
           MOVE IT-INVOICE-AMOUNT  TO OI-ORIGINAL-AMOUNT.
           MOVE IT-INVOICE-AMOUNT  TO OI-OPEN-BALANCE.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   PERFORM 343-REPOST-OPEN-ITEM
           END-WRITE.

      *****************************************************************
      * Adds a resent invoice into the item a reversal left on the
      * open-invoice file under the same key
      *****************************************************************
       343-REPOST-OPEN-ITEM.

           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY "CSP6500 - OPEN ITEM FOR INVOICE "
                      IT-INVOICE-NUMBER " NOT WRITTEN OR FOUND - "
                      "OPEN-INVOICE FILE NOT UPDATED"
               NOT INVALID KEY
                   ADD IT-INVOICE-AMOUNT TO OI-ORIGINAL-AMOUNT
                   ADD IT-INVOICE-AMOUNT TO OI-OPEN-BALANCE
                   REWRITE OPEN-ITEM-RECORD
           END-READ.

      *****************************************************************
      * Backs the reversed invoice out of the open-invoice file. An
           MOVE IT-SALESREP-NUMBER TO OI-SALESREP-NUMBER.
           MOVE IT-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-DATE    TO OI-INVOICE-DATE.
           MOVE IT-INVOICE-NUMBER  TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
           MOVE APPLY-AMOUNT TO PS-SALES-MTD.
           WRITE PRODUCT-SALES-RECORD.

      *****************************************************************
      * Journals the applied amount to the general ledger interface
      * under the customer's branch. The apply amount is already
      * negated on a reversal run, so the journal writer swaps the
      * sides and the reversal credits receivables and debits sales
      *****************************************************************
       348-JOURNAL-POSTING.

           MOVE IT-BRANCH-NUMBER   TO GP-BRANCH-NUMBER.
           MOVE IT-CUSTOMER-NUMBER TO GP-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-DATE    TO GP-REFERENCE-DATE.
           MOVE IT-INVOICE-NUMBER  TO GP-INVOICE-NUMBER.
           MOVE APPLY-AMOUNT       TO GP-AMOUNT.
           IF REVERSAL-RUN
              MOVE "REVRSD" TO GP-ENTRY-TYPE
           ELSE
              MOVE "POSTED" TO GP-ENTRY-TYPE
           END-IF.
           SET GP-POST-ENTRY TO TRUE.
           CALL "GJW8700" USING GL-POSTING-AREA.

      *****************************************************************
      * Records the invoice number on the posted-invoice ledger. A
      * posting adds the number, or re-posts one a reversal freed
      * for billing to resend; a reversal marks the number reversed.
      * Both stamp the run date
      *****************************************************************
       349-RECORD-POSTED-INVOICE.

           IF REVERSAL-RUN
              SET PV-REVERSED TO TRUE
              MOVE CURRENT-DATE-AND-TIME (1:8) TO PV-REVERSED-DATE
              REWRITE POSTED-INVOICE-RECORD
           ELSE
              IF NOT POSTED-INVOICE-FOUND
                 INITIALIZE POSTED-INVOICE-RECORD
                 MOVE IT-INVOICE-NUMBER TO PV-INVOICE-NUMBER
              END-IF
              SET PV-POSTED TO TRUE
              MOVE IT-BRANCH-NUMBER   TO PV-BRANCH-NUMBER
              MOVE IT-REGION-NUMBER   TO PV-REGION-NUMBER
              MOVE IT-SALESREP-NUMBER TO PV-SALESREP-NUMBER
              MOVE IT-CUSTOMER-NUMBER TO PV-CUSTOMER-NUMBER
              MOVE IT-INVOICE-DATE    TO PV-INVOICE-DATE
              MOVE IT-INVOICE-AMOUNT  TO PV-INVOICE-AMOUNT
              MOVE CURRENT-DATE-AND-TIME (1:8) TO PV-POSTED-DATE
              MOVE ZERO               TO PV-REVERSED-DATE
              IF POSTED-INVOICE-FOUND
                 REWRITE POSTED-INVOICE-RECORD
              ELSE
                 WRITE POSTED-INVOICE-RECORD
              END-IF
           END-IF.

      *****************************************************************
      * Prints the heading lines at the top of the posting register
      * the first time a transaction is processed
           MOVE IT-BRANCH-NUMBER   TO RL-BRANCH-NUMBER.
           MOVE IT-SALESREP-NUMBER TO RL-SALESREP-NUMBER.
           MOVE IT-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-NUMBER  TO RL-INVOICE-NUMBER.
           MOVE IT-INVOICE-DATE    TO INVOICE-DATE-WORK.
           MOVE ID-MONTH           TO RL-INVOICE-MONTH.
           MOVE ID-DAY             TO RL-INVOICE-DAY.
      *****************************************************************
      * Sums the customer's open invoices off the open-invoice file.
      * The file key leads with the customer master key group, so a
      * START at the customer's key with a zero invoice date and a
      * low invoice number and sequential reads until the key group
      * changes walk exactly the customer's open items. The unapplied
      * cash file leads with the same key group and is walked the
      * same way, its held receipts coming off the balance
      *****************************************************************
       362-SUM-OPEN-BALANCE.

           MOVE CM-SALESREP-NUMBER TO OI-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER.
           MOVE ZEROS              TO OI-INVOICE-DATE.
           MOVE LOW-VALUES         TO OI-INVOICE-NUMBER.
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-RECORD-KEY
               INVALID KEY
           END-START.
           PERFORM 364-ADD-ONE-OPEN-ITEM
                UNTIL OPEN-ITEM-AT-END.
           SET UNAPPLIED-AT-END TO FALSE.
           MOVE CM-BRANCH-NUMBER   TO UC-BRANCH-NUMBER.
           MOVE CM-REGION-NUMBER   TO UC-REGION-NUMBER.
           MOVE CM-SALESREP-NUMBER TO UC-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE ZEROS              TO UC-RECEIPT-DATE.
           MOVE LOW-VALUES         TO UC-ENTRY-STAMP.
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UC-RECORD-KEY
               INVALID KEY
                   SET UNAPPLIED-AT-END TO TRUE
           END-START.
           PERFORM 365-SUBTRACT-UNAPPLIED-CASH
                UNTIL UNAPPLIED-AT-END.

       364-ADD-ONE-OPEN-ITEM.

                   END-IF
           END-READ.

       365-SUBTRACT-UNAPPLIED-CASH.

           READ UNAPPLIED-CASH-FILE NEXT RECORD
               AT END
                   SET UNAPPLIED-AT-END TO TRUE
               NOT AT END
                   IF UC-RECORD-KEY (1:10) = CM-RECORD-KEY
                      SUBTRACT UC-UNAPPLIED-AMOUNT
                          FROM OPEN-BALANCE-WORK
                   ELSE
                      SET UNAPPLIED-AT-END TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * Prints the over-limit flag line on the posting register and
      * lists the customer on the credit exception report, with the
           MOVE TRANS-COUNT    TO RT1-TRANS-COUNT.
           MOVE POSTED-COUNT   TO RT1-POSTED-COUNT.
           MOVE REJECT-COUNT   TO RT1-REJECT-COUNT.
           MOVE DUPLICATE-COUNT TO RT1-DUPLICATE-COUNT.
           MOVE REGISTER-TRAILER-LINE-1 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE POSTED-AMOUNT  TO RT2-POSTED-AMOUNT.
