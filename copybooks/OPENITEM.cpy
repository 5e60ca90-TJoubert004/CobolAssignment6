      *                  gives the receivables side a memory of what
      *                  is unpaid. The file is indexed: the record
      *                  key is the customer master key group plus
      *                  the invoice date and invoice number, so
      *                  reading the file sequentially by key walks
      *                  the invoices oldest first in
      *                  customer-within-rep-within-branch order for
      *                  the aged trial balance. The invoice number is
      *                  also an alternate key, so a receipt can find
      *                  its invoice by number alone. CSP6500 writes
      *                  one record per posted invoice -- two invoices
      *                  for the same customer on the same date are
      *                  two records; CCA7600 relieves the open
      *                  balance from cash receipts and deletes the
      *                  record when it reaches zero. Items carried
      *                  over from before invoice numbers were sent
      *                  by billing have a blank number. The FIA9500
      *                  integrity audit looks every invoice's
      *                  customer up on CUSTMAST under the key it is
      *                  filed under
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-RECORD-KEY.
               10  OI-SALESREP-NUMBER  PIC 9(2).
               10  OI-CUSTOMER-NUMBER  PIC X(5).
               10  OI-INVOICE-DATE     PIC 9(8).
               10  OI-INVOICE-NUMBER   PIC X(8).
           05  OI-ORIGINAL-AMOUNT      PIC S9(6)V99   COMP-3.
           05  OI-OPEN-BALANCE         PIC S9(6)V99   COMP-3.
           05  FILLER                  PIC X(94).
