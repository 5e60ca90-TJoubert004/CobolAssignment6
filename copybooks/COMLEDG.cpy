      *****************************************************************
      * Title..........: COMLEDG - Commission Payment Ledger Layout
      * File Desc......: Record layout for the commission payment
      *                  ledger, indexed by commission period (the
      *                  business year and month) within branch and
      *                  sales rep. CCR7000 keeps one record per rep
      *                  per period: the commission the rep had
      *                  earned for the period as of the last run,
      *                  the net amount already sent to payroll for
      *                  it and how much of that has been clawed back.
      *                  Each run pays only the difference between
      *                  what is earned now and what has already
      *                  been paid, so a second run in the same
      *                  period pays nothing twice and a credit that
      *                  lowers the period's sales is taken back on
      *                  the next payroll file. Records are never
      *                  deleted
      *****************************************************************
       01  COMMISSION-LEDGER-RECORD.
           05  LG-RECORD-KEY.
               10  LG-COMMISSION-PERIOD.
                   15  LG-PERIOD-YEAR   PIC 9(4).
                   15  LG-PERIOD-MONTH  PIC 9(2).
               10  LG-BRANCH-NUMBER     PIC 9(2).
               10  LG-SALESREP-NUMBER   PIC 9(2).
           05  LG-EARNED-TO-DATE        PIC S9(7)V99   COMP-3.
           05  LG-PAID-TO-DATE          PIC S9(7)V99   COMP-3.
           05  LG-CLAWED-BACK           PIC S9(7)V99   COMP-3.
           05  LG-PAYMENT-COUNT         PIC S9(5)      COMP-3.
           05  LG-LAST-RUN-DATE         PIC 9(8).
           05  LG-LAST-CYCLE-NUMBER     PIC 9(5).
           05  FILLER                   PIC X(89).
