      *****************************************************************
      * Title..........: BATRANS - Bill-To Address Transaction Layout
      * File Desc......: Record layout for the bill-to address add/
      *                  change/delete transaction file read by
      *                  BAM8500. Transactions must be sorted into
      *                  customer master sequence -- ascending branch,
      *                  region, sales rep, customer -- one transaction
      *                  per customer per run. On a change, any field
      *                  left as spaces keeps the value on file, so a
      *                  new ZIP code alone can be keyed without
      *                  retyping the address
      *****************************************************************
       01  BILL-TO-TRANS-RECORD.
           05  AD-TRANS-CODE            PIC X(1).
               88  AD-ADD                       VALUE "A".
               88  AD-CHANGE                    VALUE "C".
               88  AD-DELETE                    VALUE "D".
           05  AD-BRANCH-NUMBER         PIC 9(2).
           05  AD-REGION-NUMBER         PIC 9(1).
           05  AD-SALESREP-NUMBER       PIC 9(2).
           05  AD-CUSTOMER-NUMBER       PIC X(5).
           05  AD-BILL-TO-NAME          PIC X(30).
           05  AD-ADDRESS-LINE-1        PIC X(30).
           05  AD-ADDRESS-LINE-2        PIC X(30).
           05  AD-CITY                  PIC X(15).
           05  AD-STATE                 PIC X(2).
           05  AD-ZIP-CODE              PIC X(10).
           05  FILLER                   PIC X(2).
