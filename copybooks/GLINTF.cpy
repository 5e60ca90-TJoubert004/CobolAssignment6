      *****************************************************************
      * Title..........: GLINTF - General Ledger Journal Interface
      * File Desc......: Record layout for the shared general ledger
      *                  journal interface file, appended to through
      *                  the GJW8700 journal writer by CSP6500 (post
      *                  and reversal runs) and CCA7600. Each posting
      *                  or application lands as a balanced pair of
      *                  detail entries -- invoices debit accounts
      *                  receivable and credit sales, receipts debit
      *                  cash and credit accounts receivable -- under
      *                  the customer's branch, carrying the invoice
      *                  number behind it. Every run closes its
      *                  batch with one control record carrying the
      *                  register's posted count and net amount and
      *                  the account that amount controls. GJP8800
      *                  proves the file against those control
      *                  records before it is released to the ledger
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE           PIC X(1).
               88  GJ-DETAIL-ENTRY               VALUE "D".
               88  GJ-BATCH-CONTROL              VALUE "C".
           05  GJ-SOURCE-PROGRAM        PIC X(8).
           05  GJ-BATCH-STAMP.
               10  GJ-BATCH-DATE        PIC 9(8).
               10  GJ-BATCH-TIME        PIC 9(6).
           05  GJ-BUSINESS-DATE         PIC 9(8).
           05  GJ-CYCLE-NUMBER          PIC 9(5).
           05  GJ-BRANCH-NUMBER         PIC 9(2).
           05  GJ-ACCOUNT-NUMBER        PIC 9(4).
               88  GJ-CASH-ACCOUNT               VALUE 1010.
               88  GJ-RECEIVABLES-ACCOUNT        VALUE 1200.
               88  GJ-SALES-ACCOUNT              VALUE 4000.
           05  GJ-DEBIT-CREDIT          PIC X(1).
               88  GJ-DEBIT                      VALUE "D".
               88  GJ-CREDIT                     VALUE "C".
           05  GJ-AMOUNT                PIC S9(8)V99   COMP-3.
           05  GJ-CUSTOMER-NUMBER       PIC X(5).
           05  GJ-REFERENCE-DATE        PIC 9(8).
           05  GJ-ENTRY-TYPE            PIC X(6).
           05  GJ-BATCH-COUNT           PIC S9(7)      COMP-3.
           05  GJ-BATCH-AMOUNT          PIC S9(9)V99   COMP-3.
           05  GJ-INVOICE-NUMBER        PIC X(8).
           05  FILLER                   PIC X(44).
