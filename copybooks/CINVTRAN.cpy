      *                  accumulates postings by it and a code the
      *                  reference file does not carry shows as
      *                  UNKNOWN on the product sales report rather
      *                  than being rejected. Every transaction
      *                  carries billing's invoice (or credit memo)
      *                  number, which follows the invoice through the
      *                  open-invoice file, cash application and the
      *                  ledger journal; CSP6500 keeps every number it
      *                  posts on the POSTINV ledger and rejects one
      *                  billing sends a second time
      *****************************************************************
       01  INVOICE-TRANS-RECORD.
           05  IT-BRANCH-NUMBER         PIC 9(2).
           05  IT-INVOICE-DATE          PIC 9(8).
           05  IT-INVOICE-AMOUNT        PIC S9(6)V99.
           05  IT-PRODUCT-LINE          PIC X(2).
           05  IT-INVOICE-NUMBER        PIC X(8).
           05  FILLER                   PIC X(94).
