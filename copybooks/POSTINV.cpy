      *****************************************************************
      * Title..........: POSTINV - Posted Invoice Ledger Record Layout
      * File Desc......: Record layout for the permanent posted-invoice
      *                  ledger, indexed by invoice number. CSP6500
      *                  writes one record for every invoice or credit
      *                  memo number it posts and checks the ledger
      *                  before posting, so a number billing sends a
      *                  second time is rejected as a duplicate rather
      *                  than posted again. A reversal run marks the
      *                  number reversed -- billing may then resend a
      *                  corrected invoice under the same number -- and
      *                  will only back out a number the ledger shows
      *                  as posted, so a batch cannot be reversed
      *                  twice. Records are never deleted
      *****************************************************************
       01  POSTED-INVOICE-RECORD.
           05  PV-INVOICE-NUMBER        PIC X(8).
           05  PV-INVOICE-STATUS        PIC X(1).
               88  PV-POSTED                     VALUE "P".
               88  PV-REVERSED                   VALUE "R".
           05  PV-CUSTOMER-KEY.
               10  PV-BRANCH-NUMBER     PIC 9(2).
               10  PV-REGION-NUMBER     PIC 9(1).
               10  PV-SALESREP-NUMBER   PIC 9(2).
               10  PV-CUSTOMER-NUMBER   PIC X(5).
           05  PV-INVOICE-DATE          PIC 9(8).
           05  PV-INVOICE-AMOUNT        PIC S9(6)V99   COMP-3.
           05  PV-POSTED-DATE           PIC 9(8).
           05  PV-REVERSED-DATE         PIC 9(8).
           05  FILLER                   PIC X(82).
