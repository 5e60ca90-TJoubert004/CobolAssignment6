      *****************************************************************
      * Title..........: BILLADDR - Bill-To Address Master Layout
      * File Desc......: Record layout for the bill-to address master
      *                  that gives each customer somewhere to mail a
      *                  statement -- CUSTMAST carries only the
      *                  customer name. The file is indexed on the
      *                  same branch/region/salesrep/customer key
      *                  group as CUSTMAST, so a customer's address is
      *                  read directly with the key off the customer
      *                  or open-item record. Maintained by BAM8500
      *                  add/change/delete transactions; read by the
      *                  CST8600 statement run
      *****************************************************************
       01  BILL-TO-ADDRESS-RECORD.
           05  BA-RECORD-KEY.
               10  BA-BRANCH-NUMBER    PIC 9(2).
               10  BA-REGION-NUMBER    PIC 9(1).
               10  BA-SALESREP-NUMBER  PIC 9(2).
               10  BA-CUSTOMER-NUMBER  PIC X(5).
           05  BA-BILL-TO-NAME         PIC X(30).
           05  BA-ADDRESS-LINE-1       PIC X(30).
           05  BA-ADDRESS-LINE-2       PIC X(30).
           05  BA-CITY                 PIC X(15).
           05  BA-STATE                PIC X(2).
           05  BA-ZIP-CODE             PIC X(10).
           05  FILLER                  PIC X(3).
