      *****************************************************************
      * Title..........: REKEYACT - Rekey Action Record Layout
      * File Desc......: Record layout for the correction file the
      *                  FIA9500 cross-file integrity audit writes for
      *                  operations to review and apply. One record
      *                  per OPENITEM invoice or CUSTHIST period still
      *                  filed under a customer key that is no longer
      *                  on CUSTMAST, where the customer number is now
      *                  on the master under exactly one other key --
      *                  the customer was moved by CTR7900 or by a
      *                  matched CMM6400 delete and add and the
      *                  record was left behind. Carries the file the
      *                  record lives on, its key before and after,
      *                  the invoice date and number or the history
      *                  period that completes the record's key, and
      *                  the open balance of an invoice. Stamped with
      *                  the business date and cycle of the audit
      *****************************************************************
       01  REKEY-ACTION-RECORD.
           05  RK-BUSINESS-DATE        PIC 9(8).
           05  RK-CYCLE-NUMBER         PIC 9(5).
           05  RK-FILE-NAME            PIC X(8).
           05  RK-ACTION-CODE          PIC X(6).
               88  RK-REKEY                     VALUE "REKEY".
           05  RK-OLD-KEY.
               10  RK-OLD-BRANCH-NUMBER    PIC 9(2).
               10  RK-OLD-REGION-NUMBER    PIC 9(1).
               10  RK-OLD-SALESREP-NUMBER  PIC 9(2).
               10  RK-OLD-CUSTOMER-NUMBER  PIC X(5).
           05  RK-NEW-KEY.
               10  RK-NEW-BRANCH-NUMBER    PIC 9(2).
               10  RK-NEW-REGION-NUMBER    PIC 9(1).
               10  RK-NEW-SALESREP-NUMBER  PIC 9(2).
               10  RK-NEW-CUSTOMER-NUMBER  PIC X(5).
           05  RK-RECORD-DETAIL        PIC X(16).
           05  RK-INVOICE-DETAIL REDEFINES RK-RECORD-DETAIL.
               10  RK-INVOICE-DATE     PIC 9(8).
               10  RK-INVOICE-NUMBER   PIC X(8).
           05  RK-HISTORY-DETAIL REDEFINES RK-RECORD-DETAIL.
               10  RK-PERIOD-YEAR      PIC 9(4).
               10  RK-PERIOD-MONTH     PIC 9(2).
               10  FILLER              PIC X(10).
           05  RK-OPEN-BALANCE         PIC S9(6)V99   COMP-3.
           05  FILLER                  PIC X(12).
