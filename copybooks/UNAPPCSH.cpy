      *****************************************************************
      * Title..........: UNAPPCSH - Unapplied Cash Record Layout
      * File Desc......: Record layout for the unapplied-cash file,
      *                  where CCA7600 holds every receipt it cannot
      *                  apply to an open invoice -- one naming an
      *                  invoice not on file or belonging to another
      *                  customer, or an on-account receipt naming
      *                  no invoice at all -- instead of rejecting
      *                  money the customer has paid. The file is
      *                  indexed: the record key is the customer
      *                  master key group plus the receipt date and
      *                  the stamp of the run that held it, so the
      *                  file reads in customer order, oldest cash
      *                  first. RAR7700, the CSP6500 credit check,
      *                  the CST8600 statements and the BSC9400
      *                  branch scorecard net the unapplied amount
      *                  against the open balance. The CCA7600 APPLY
      *                  run relieves it against the customer's open
      *                  items oldest invoice first, reducing the
      *                  unapplied amount and deleting the record
      *                  once it is all applied
      *****************************************************************
       01  UNAPPLIED-CASH-RECORD.
           05  UC-RECORD-KEY.
               10  UC-BRANCH-NUMBER     PIC 9(2).
               10  UC-REGION-NUMBER     PIC 9(1).
               10  UC-SALESREP-NUMBER   PIC 9(2).
               10  UC-CUSTOMER-NUMBER   PIC X(5).
               10  UC-RECEIPT-DATE      PIC 9(8).
               10  UC-ENTRY-STAMP.
                   15  UC-ENTRY-DATE    PIC 9(8).
                   15  UC-ENTRY-TIME    PIC 9(6).
                   15  UC-ENTRY-SEQUENCE PIC 9(5).
           05  UC-HOLD-REASON           PIC X(6).
               88  UC-ITEM-NOT-FOUND             VALUE "NOITEM".
               88  UC-WRONG-CUSTOMER             VALUE "WRGCUS".
               88  UC-ON-ACCOUNT                 VALUE "ONACCT".
           05  UC-INVOICE-NUMBER        PIC X(8).
           05  UC-INVOICE-DATE          PIC 9(8).
           05  UC-RECEIPT-AMOUNT        PIC S9(6)V99   COMP-3.
           05  UC-UNAPPLIED-AMOUNT      PIC S9(6)V99   COMP-3.
           05  FILLER                   PIC X(61).
