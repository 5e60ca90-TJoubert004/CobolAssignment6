      *                  was scheduled for. Branch totals are
      *                  identified by name from the branch master
      *                  and a grand total closes the report, in the
      *                  same total style the sales reports use.
      *                  Receipts CCA7600 is holding as unapplied
      *                  cash are merged in by customer key and shown
      *                  in their own column, netted out of the total
      *                  due, so the report does not overstate what is
      *                  owed -- a customer with unapplied cash and no
      *                  open invoices still prints, at a credit
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPEN-ITEM-FILE       ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-RECORD-KEY
               ALTERNATE RECORD KEY IS OI-INVOICE-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE ASSIGN TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UC-RECORD-KEY.
           SELECT INPUT-BRCHMAST       ASSIGN TO BRCHMAST.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT AGED-REPORT          ASSIGN TO RAR7700R.
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.

      * Receipts held as unapplied cash -- read alongside the
      * open-invoice file in the same customer key order
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY UNAPPCSH.

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01  SWITCHES.
           05  OPEN-ITEM-EOF-SWITCH    PIC X    VALUE "N".
              88  OPEN-ITEM-EOF                 VALUE "Y".
           05  UNAPPLIED-EOF-SWITCH    PIC X    VALUE "N".
              88  UNAPPLIED-EOF                 VALUE "Y".
           05  RECEIVABLE-EOF-SWITCH   PIC X    VALUE "N".
              88  RECEIVABLE-EOF                VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  BRCHMAST-EOF                  VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  OLD-SALESREP-NUMBER PIC 99.
           05  OLD-CUSTOMER-NUMBER PIC X(5).

      * Customer keys of the record read ahead on each file, set to
      * HIGH-VALUES at end of file so the other file drives the
      * remainder of the merge
       01  MERGE-KEYS.
           05  OI-NEXT-KEY         PIC X(10).
           05  UC-NEXT-KEY         PIC X(10).

      * The next item in customer key order, taken from whichever
      * file's read-ahead record is lower -- an open invoice sorts
      * ahead of unapplied cash for the same customer
       01  RECEIVABLE-ITEM.
           05  RI-BRANCH-NUMBER    PIC 9(2).
           05  RI-REGION-NUMBER    PIC 9(1).
           05  RI-SALESREP-NUMBER  PIC 9(2).
           05  RI-CUSTOMER-NUMBER  PIC X(5).
           05  RI-ITEM-KIND        PIC X.
              88  RI-OPEN-INVOICE               VALUE "I".
              88  RI-UNAPPLIED-CASH             VALUE "U".
           05  RI-ITEM-DATE        PIC 9(8).
           05  RI-AMOUNT           PIC S9(6)V99   COMP-3.

      * The business date the invoices are aged against, saved from
      * the control record so it survives the control file being
      * closed, and its day number for the day arithmetic
           05  CUST-AGE-OVER-30        PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-OVER-60        PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-OVER-90        PIC S9(7)V99   VALUE ZERO.
           05  CUST-UNAPPLIED          PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-TOTAL-DUE        PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-AGE-CURRENT      PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-AGE-OVER-30      PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-AGE-OVER-60      PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-AGE-OVER-90      PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-UNAPPLIED        PIC S9(8)V99   VALUE ZERO.
           05  GRAND-TOTAL-DUE         PIC S9(9)V99   VALUE ZERO.
           05  GRAND-AGE-CURRENT       PIC S9(9)V99   VALUE ZERO.
           05  GRAND-AGE-OVER-30       PIC S9(9)V99   VALUE ZERO.
           05  GRAND-AGE-OVER-60       PIC S9(9)V99   VALUE ZERO.
           05  GRAND-AGE-OVER-90       PIC S9(9)V99   VALUE ZERO.
           05  GRAND-UNAPPLIED         PIC S9(9)V99   VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  FILLER          PIC X(5)   VALUE "61-90".
           05  FILLER          PIC X(6)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "OVER 90".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(9)   VALUE "UNAPPLIED".
           05  FILLER          PIC X(30)  VALUE SPACE.

       01  REPORT-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(11)  VALUE ALL '-'.
           05  FILLER           PIC X(30)  VALUE SPACE.

       01  CUSTOMER-AGE-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  CA-AGE-OVER-60       PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CA-AGE-OVER-90       PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CA-UNAPPLIED         PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(32)      VALUE SPACE.

       01  BRANCH-AGE-LINE.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  BA-AGE-OVER-60       PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  BA-AGE-OVER-90       PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  BA-UNAPPLIED         PIC $$$,$$9.99-.
           05  FILLER               PIC X(32)   VALUE "*".

       01  GRAND-AGE-LINE.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  GA-AGE-OVER-60       PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  GA-AGE-OVER-90       PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  GA-UNAPPLIED         PIC $$$,$$9.99-.
           05  FILLER               PIC X(32)   VALUE "**".

       01  REPORT-BLANK-LINE        PIC X(130)  VALUE SPACE.

              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  OPEN-ITEM-FILE
                   INPUT  UNAPPLIED-CASH-FILE
                   INPUT  INPUT-BRCHMAST
                   OUTPUT AGED-REPORT
              PERFORM 100-PRINT-REPORT-HEADING
              PERFORM 200-LOAD-BRANCH-TABLE
              IF NOT BRANCH-TABLE-FULL
                 PERFORM 220-READ-OPEN-ITEM
                 PERFORM 230-READ-UNAPPLIED-CASH
                 PERFORM 300-PROCESS-RECEIVABLE
                      WITH TEST AFTER
                      UNTIL RECEIVABLE-EOF
                 PERFORM 500-PRINT-GRAND-TOTAL
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
              CLOSE OPEN-ITEM-FILE
                    UNAPPLIED-CASH-FILE
                    INPUT-BRCHMAST
                    AGED-REPORT
           END-IF.
           END-IF.

      *****************************************************************
      * Reads ahead on the open-invoice file and the unapplied-cash
      * file, keeping the customer key of the record in hand for the
      * merge
      *****************************************************************
       220-READ-OPEN-ITEM.

           READ OPEN-ITEM-FILE
               AT END
                   SET OPEN-ITEM-EOF TO TRUE
                   MOVE HIGH-VALUES TO OI-NEXT-KEY
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   MOVE OI-RECORD-KEY (1:10) TO OI-NEXT-KEY
           END-READ.

       230-READ-UNAPPLIED-CASH.

           READ UNAPPLIED-CASH-FILE
               AT END
                   SET UNAPPLIED-EOF TO TRUE
                   MOVE HIGH-VALUES TO UC-NEXT-KEY
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   MOVE UC-RECORD-KEY (1:10) TO UC-NEXT-KEY
           END-READ.

      *****************************************************************
      * Takes the next receivable item in customer master key order
      * off the two files and breaks on customer and branch number
      * changes the same way the sales reports do
      *****************************************************************
       300-PROCESS-RECEIVABLE.

           PERFORM 310-GET-NEXT-RECEIVABLE.

           EVALUATE TRUE
               WHEN RECEIVABLE-EOF
                   IF NOT FIRST-RECORD
                      PERFORM 355-PRINT-CUSTOMER-LINE
                      PERFORM 360-PRINT-BRANCH-TOTAL
                   END-IF
               WHEN FIRST-RECORD
                   SET FIRST-RECORD TO FALSE
                   MOVE RI-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                   MOVE RI-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                   MOVE RI-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   PERFORM 320-AGE-RECEIVABLE-ITEM
               WHEN RI-BRANCH-NUMBER > OLD-BRANCH-NUMBER
                   PERFORM 355-PRINT-CUSTOMER-LINE
                   PERFORM 360-PRINT-BRANCH-TOTAL
                   MOVE RI-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                   MOVE RI-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                   MOVE RI-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   PERFORM 320-AGE-RECEIVABLE-ITEM
               WHEN RI-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                 OR RI-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                   PERFORM 355-PRINT-CUSTOMER-LINE
                   MOVE RI-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                   MOVE RI-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                   PERFORM 320-AGE-RECEIVABLE-ITEM
               WHEN OTHER
                   PERFORM 320-AGE-RECEIVABLE-ITEM
           END-EVALUATE.

      *****************************************************************
      * Merges the two files on customer key -- whichever read-ahead
      * record is lower is taken and its file read on. Both files at
      * end of file ends the report
      *****************************************************************
       310-GET-NEXT-RECEIVABLE.

           EVALUATE TRUE
               WHEN OPEN-ITEM-EOF AND UNAPPLIED-EOF
                   SET RECEIVABLE-EOF TO TRUE
               WHEN OI-NEXT-KEY NOT > UC-NEXT-KEY
                   MOVE OI-BRANCH-NUMBER   TO RI-BRANCH-NUMBER
                   MOVE OI-REGION-NUMBER   TO RI-REGION-NUMBER
                   MOVE OI-SALESREP-NUMBER TO RI-SALESREP-NUMBER
                   MOVE OI-CUSTOMER-NUMBER TO RI-CUSTOMER-NUMBER
                   SET RI-OPEN-INVOICE     TO TRUE
                   MOVE OI-INVOICE-DATE    TO RI-ITEM-DATE
                   MOVE OI-OPEN-BALANCE    TO RI-AMOUNT
                   PERFORM 220-READ-OPEN-ITEM
               WHEN OTHER
                   MOVE UC-BRANCH-NUMBER   TO RI-BRANCH-NUMBER
                   MOVE UC-REGION-NUMBER   TO RI-REGION-NUMBER
                   MOVE UC-SALESREP-NUMBER TO RI-SALESREP-NUMBER
                   MOVE UC-CUSTOMER-NUMBER TO RI-CUSTOMER-NUMBER
                   SET RI-UNAPPLIED-CASH   TO TRUE
                   MOVE UC-RECEIPT-DATE    TO RI-ITEM-DATE
                   MOVE UC-UNAPPLIED-AMOUNT TO RI-AMOUNT
                   PERFORM 230-READ-UNAPPLIED-CASH
           END-EVALUATE.

      *****************************************************************
      * Ages one open invoice off the business date and adds its
      * open balance into the customer's aging column -- up to 30
      * days is current, then 31-60, 61-90 and over 90. Unapplied
      * cash is not aged; it goes into its own column and comes off
      * the customer's total due
      *****************************************************************
       320-AGE-RECEIVABLE-ITEM.

           IF RI-UNAPPLIED-CASH
              ADD RI-AMOUNT TO CUST-UNAPPLIED
              SUBTRACT RI-AMOUNT FROM CUST-TOTAL-DUE
           ELSE
              PERFORM 330-AGE-OPEN-INVOICE
           END-IF.

       330-AGE-OPEN-INVOICE.

           COMPUTE INVOICE-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE (RI-ITEM-DATE).
           COMPUTE DAYS-OUTSTANDING =
                BUSINESS-DAY-INTEGER - INVOICE-DAY-INTEGER.
           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING NOT > 30
                   ADD RI-AMOUNT TO CUST-AGE-CURRENT
               WHEN DAYS-OUTSTANDING NOT > 60
                   ADD RI-AMOUNT TO CUST-AGE-OVER-30
               WHEN DAYS-OUTSTANDING NOT > 90
                   ADD RI-AMOUNT TO CUST-AGE-OVER-60
               WHEN OTHER
                   ADD RI-AMOUNT TO CUST-AGE-OVER-90
           END-EVALUATE.
           ADD RI-AMOUNT TO CUST-TOTAL-DUE.

      *****************************************************************
      * One customer's aging is complete -- print the customer line,
           MOVE CUST-AGE-OVER-30    TO CA-AGE-OVER-30.
           MOVE CUST-AGE-OVER-60    TO CA-AGE-OVER-60.
           MOVE CUST-AGE-OVER-90    TO CA-AGE-OVER-90.
           MOVE CUST-UNAPPLIED      TO CA-UNAPPLIED.
           MOVE CUSTOMER-AGE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           ADD 1 TO RL-RECORDS-WRITTEN.
           ADD CUST-AGE-OVER-30   TO BRANCH-AGE-OVER-30.
           ADD CUST-AGE-OVER-60   TO BRANCH-AGE-OVER-60.
           ADD CUST-AGE-OVER-90   TO BRANCH-AGE-OVER-90.
           ADD CUST-UNAPPLIED     TO BRANCH-UNAPPLIED.
           INITIALIZE CUST-TOTAL-DUE
                      CUST-AGE-CURRENT
                      CUST-AGE-OVER-30
                      CUST-AGE-OVER-60
                      CUST-AGE-OVER-90
                      CUST-UNAPPLIED.

      *****************************************************************
      * Prints the branch total line identified by the branch name
           MOVE BRANCH-AGE-OVER-30 TO BA-AGE-OVER-30.
           MOVE BRANCH-AGE-OVER-60 TO BA-AGE-OVER-60.
           MOVE BRANCH-AGE-OVER-90 TO BA-AGE-OVER-90.
           MOVE BRANCH-UNAPPLIED   TO BA-UNAPPLIED.
           MOVE BRANCH-AGE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           ADD BRANCH-AGE-OVER-30 TO GRAND-AGE-OVER-30.
           ADD BRANCH-AGE-OVER-60 TO GRAND-AGE-OVER-60.
           ADD BRANCH-AGE-OVER-90 TO GRAND-AGE-OVER-90.
           ADD BRANCH-UNAPPLIED   TO GRAND-UNAPPLIED.
           INITIALIZE BRANCH-TOTAL-DUE
                      BRANCH-AGE-CURRENT
                      BRANCH-AGE-OVER-30
                      BRANCH-AGE-OVER-60
                      BRANCH-AGE-OVER-90
                      BRANCH-UNAPPLIED.

      *****************************************************************
      * Prints the grand total line at the end of the report
           MOVE GRAND-AGE-OVER-30 TO GA-AGE-OVER-30.
           MOVE GRAND-AGE-OVER-60 TO GA-AGE-OVER-60.
           MOVE GRAND-AGE-OVER-90 TO GA-AGE-OVER-90.
           MOVE GRAND-UNAPPLIED   TO GA-UNAPPLIED.
           MOVE GRAND-AGE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
