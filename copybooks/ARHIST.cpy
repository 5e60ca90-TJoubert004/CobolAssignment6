      *****************************************************************
      * Title..........: ARHIST - Receivables Aging History Layout
      * File Desc......: Record layout for the receivables aging
      *                  history file. ARS9200 appends one record per
      *                  customer with anything open at each
      *                  month-end, stamped with the business period
      *                  (year and month) being closed the same way
      *                  CHS7400 stamps CUSTHIST, so the aged position
      *                  RAR7700 prints survives the next night's
      *                  cash. Carries the customer's total due, the
      *                  open invoices spread across the same aging
      *                  columns RAR7700 uses, the unapplied cash
      *                  netted out of the total due, and the
      *                  business date the items were aged against.
      *                  Read by the ART9300 aging and DSO trend
      *                  report
      *****************************************************************
       01  AGING-HISTORY-RECORD.
           05  AH-PERIOD.
               10  AH-PERIOD-YEAR      PIC 9(4).
               10  AH-PERIOD-MONTH     PIC 9(2).
           05  AH-CUSTOMER-KEY.
               10  AH-BRANCH-NUMBER    PIC 9(2).
               10  AH-REGION-NUMBER    PIC 9(1).
               10  AH-SALESREP-NUMBER  PIC 9(2).
               10  AH-CUSTOMER-NUMBER  PIC X(5).
           05  AH-AGED-AS-OF-DATE      PIC 9(8).
           05  AH-TOTAL-DUE            PIC S9(7)V99   COMP-3.
           05  AH-AGE-CURRENT          PIC S9(7)V99   COMP-3.
           05  AH-AGE-OVER-30          PIC S9(7)V99   COMP-3.
           05  AH-AGE-OVER-60          PIC S9(7)V99   COMP-3.
           05  AH-AGE-OVER-90          PIC S9(7)V99   COMP-3.
           05  AH-UNAPPLIED            PIC S9(7)V99   COMP-3.
           05  AH-OPEN-ITEM-COUNT      PIC S9(5)      COMP-3.
           05  FILLER                  PIC X(23).
