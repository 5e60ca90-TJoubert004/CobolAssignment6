      * File Desc......: Record layout for the daily cash receipts
      *                  transaction file read by CCA7600. One record
      *                  per receipt, identifying the open invoice it
      *                  relieves by its invoice number under the
      *                  customer master key group. A receipt with a
      *                  blank invoice number is matched the old way,
      *                  by invoice date, against an open item carried
      *                  over from before billing sent numbers. A
      *                  receipt naming neither an invoice number nor
      *                  an invoice date is an on-account payment and
      *                  is held on the unapplied-cash file. A
      *                  receipt smaller than the open balance leaves
      *                  the invoice partially open; a receipt larger
      *                  than the open balance leaves a credit
      *                  balance on the invoice
      *****************************************************************
           05  CP-INVOICE-DATE          PIC 9(8).
           05  CP-RECEIPT-DATE          PIC 9(8).
           05  CP-RECEIPT-AMOUNT        PIC S9(6)V99.
           05  CP-INVOICE-NUMBER        PIC X(8).
           05  FILLER                   PIC X(88).
