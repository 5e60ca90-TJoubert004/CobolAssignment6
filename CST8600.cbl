      *****************************************************************
      * Title..........: CST8600 - Month-End Customer Statements
      * Programmer.....: Tristan Joubert
      * Date...........: 9-2-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Prints the month-end customer statements off
      *                  the open-invoice file CSP6500 builds and
      *                  CCA7600 relieves. The file is walked in key
      *                  order and one statement is printed per
      *                  customer, mailed to the address on the
      *                  bill-to address master BAM8500 maintains.
      *                  Each statement lists every open invoice by
      *                  invoice number with its original amount and
      *                  open balance, so the customer can name the
      *                  invoice they are paying, shows the balance
      *                  aged into the same current, 31-60, 61-90 and
      *                  over-90-day buckets RAR7700 uses, and ends
      *                  with a remittance stub to be torn off and
      *                  returned with the payment. The
      *                  statement is dated, and every invoice aged,
      *                  off the official business date on BDATECTL,
      *                  not the wall clock. A customer's invoices are
      *                  held in a table until the customer is
      *                  complete, since whether the statement can be
      *                  mailed is only known then: a customer with no
      *                  address on file, or who owes nothing once
      *                  the credits and the receipts CCA7600 is
      *                  holding as unapplied cash are taken off, is
      *                  listed on the exception report instead of
      *                  being sent a statement. Unapplied cash is
      *                  read off UNAPPCSH on the customer's key and
      *                  printed as its own line under the invoices;
      *                  it comes off the balance due and the amount
      *                  on the remittance stub, while the aging
      *                  buckets stay the invoice amounts, as on the
      *                  ARS9200 snapshot
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CST8600.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE       ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-RECORD-KEY
               ALTERNATE RECORD KEY IS OI-INVOICE-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL BILL-TO-MASTER ASSIGN TO BILLADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-RECORD-KEY.
           SELECT OPTIONAL UNAPPLIED-CASH-FILE ASSIGN TO UNAPPCSH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-RECORD-KEY.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT STATEMENT-FILE       ASSIGN TO CST8600R.
           SELECT EXCEPTION-LISTING    ASSIGN TO CST8600X.

       DATA DIVISION.

       FILE SECTION.

       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.

      * The bill-to address master -- read directly on the customer
      * master key carried by each open item
       FD  BILL-TO-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BILLADDR.

      * Receipts held as unapplied cash -- read only, on the customer
      * master key, to net them out of the balance due
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY UNAPPCSH.

      * The business date control record -- the statement date and
      * the aging of every invoice both anchor on it
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  STATEMENT-PRINT-AREA  PIC X(130).

      * Customers who could not be sent a statement and why
       FD  EXCEPTION-LISTING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  EXCEPTION-PRINT-AREA  PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the statement run
      *****************************************************************
      * Determines when end of file or a customer break is reached,
      * whether the run was refused before any record was read, and
      * what was found out about the customer being gathered
       01  SWITCHES.
           05  OPEN-ITEM-EOF-SWITCH    PIC X    VALUE "N".
              88  OPEN-ITEM-EOF                 VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88  FIRST-RECORD                  VALUE "Y"
                                                  FALSE "N".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".
           05  ADDRESS-FOUND-SWITCH    PIC X    VALUE "N".
              88  ADDRESS-FOUND                 VALUE "Y"
                                                  FALSE "N".
           05  UNAPPLIED-AT-END-SWITCH PIC X    VALUE "N".
              88  UNAPPLIED-AT-END              VALUE "Y"
                                                  FALSE "N".
           05  ITEM-TABLE-FULL-SWITCH  PIC X    VALUE "N".
              88  ITEM-TABLE-FULL               VALUE "Y"
                                                  FALSE "N".
           05  EXCEPTION-HEADING-SWITCH PIC X   VALUE "N".
              88  EXCEPTION-HEADING-PRINTED     VALUE "Y".

      * The customer master key of the customer being gathered --
      * a change in any part of it is a customer break
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-KEY.
               10  OLD-BRANCH-NUMBER   PIC 9(2).
               10  OLD-REGION-NUMBER   PIC 9(1).
               10  OLD-SALESREP-NUMBER PIC 9(2).
               10  OLD-CUSTOMER-NUMBER PIC X(5).

      * The customer's open invoices, held until the customer is
      * complete and the statement can be printed or excepted
       01  STATEMENT-ITEM-TABLE.
           05  SI-ENTRY OCCURS 200 TIMES
                        INDEXED BY SIT-INDEX.
               10  SI-INVOICE-NUMBER   PIC X(8).
               10  SI-INVOICE-DATE     PIC 9(8).
               10  SI-ORIGINAL-AMOUNT  PIC S9(6)V99   COMP-3.
               10  SI-OPEN-BALANCE     PIC S9(6)V99   COMP-3.
               10  SI-DAYS-OUTSTANDING PIC S9(5)      COMP-3.

       01  ITEM-COUNT                  PIC S9(4) COMP VALUE ZERO.

      * The business date the invoices are aged against, saved from
      * the control record so it survives the control file being
      * closed, and its day number for the day arithmetic
       01  BUSINESS-DATE-FIELDS.
           05  BDW-YEAR                PIC 9(4).
           05  BDW-MONTH               PIC 9(2).
           05  BDW-DAY                 PIC 9(2).
       01  BDW-DATE-NUMERIC REDEFINES BUSINESS-DATE-FIELDS
                                       PIC 9(8).

       01  AGE-WORK-FIELDS             PACKED-DECIMAL.
           05  BUSINESS-DAY-INTEGER    PIC S9(9)   VALUE ZERO.
           05  INVOICE-DAY-INTEGER     PIC S9(9)   VALUE ZERO.
           05  DAYS-OUTSTANDING        PIC S9(5)   VALUE ZERO.

      * Aging accumulators for the statement being built
       01  STATEMENT-TOTALS            PACKED-DECIMAL.
           05  STMT-TOTAL-DUE          PIC S9(7)V99   VALUE ZERO.
           05  STMT-UNAPPLIED          PIC S9(7)V99   VALUE ZERO.
           05  STMT-AGE-CURRENT        PIC S9(7)V99   VALUE ZERO.
           05  STMT-AGE-OVER-30        PIC S9(7)V99   VALUE ZERO.
           05  STMT-AGE-OVER-60        PIC S9(7)V99   VALUE ZERO.
           05  STMT-AGE-OVER-90        PIC S9(7)V99   VALUE ZERO.

      * Counts and amounts for the run totals on the exception
      * listing -- statements mailed plus customers excepted accounts
      * for every customer on the open-invoice file
       01  RUN-TOTALS                  PACKED-DECIMAL.
           05  STATEMENT-COUNT         PIC S9(7)      VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(7)      VALUE ZERO.
           05  STATEMENT-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  EXCEPTION-AMOUNT        PIC S9(9)V99   VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      *****************************************************************
      * Define all lines printed on a customer statement
      *****************************************************************
       01  STATEMENT-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  SH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  SH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  SH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE
               "STATEMENT OF ACCOUNT".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  STATEMENT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  SH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  SH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "CST8600".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  ADDRESS-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  ADL-TEXT             PIC X(30).
           05  FILLER               PIC X(92)      VALUE SPACE.

       01  CITY-STATE-ZIP-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  CSZ-CITY             PIC X(15).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  CSZ-STATE            PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  CSZ-ZIP-CODE         PIC X(10).
           05  FILLER               PIC X(92)      VALUE SPACE.

       01  ACCOUNT-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "ACCOUNT:  ".
           05  ACL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "-".
           05  ACL-REGION-NUMBER    PIC 9(1).
           05  FILLER               PIC X(1)       VALUE "-".
           05  ACL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "-".
           05  ACL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "STATEMENT DATE: ".
           05  ACL-MONTH            PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  ACL-DAY              PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  ACL-YEAR             PIC 9(4).
           05  FILLER               PIC X(67)      VALUE SPACE.

       01  ITEM-HEADING-LINE-1.
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "INVOICE NO".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "INVOICE DATE".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(4)   VALUE "DAYS".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(15)  VALUE "ORIGINAL AMOUNT".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "OPEN BALANCE".
           05  FILLER          PIC X(54)  VALUE SPACE.

       01  ITEM-HEADING-LINE-2.
           05  FILLER           PIC X(8)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(12)  VALUE ALL '-'.
           05  FILLER           PIC X(54)  VALUE SPACE.

       01  ITEM-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  IL-INVOICE-NUMBER    PIC X(8).
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  IL-MONTH             PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  IL-DAY               PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  IL-YEAR              PIC 9(4).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  IL-DAYS-OUTSTANDING  PIC ZZZZ9-.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  IL-ORIGINAL-AMOUNT   PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  IL-OPEN-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(56)      VALUE SPACE.

       01  UNAPPLIED-CASH-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(30)      VALUE
               "LESS UNAPPLIED PAYMENTS".
           05  FILLER               PIC X(7)       VALUE SPACE.
           05  UCL-UNAPPLIED        PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.

       01  BALANCE-DUE-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "BALANCE DUE".
           05  FILLER               PIC X(24)      VALUE SPACE.
           05  BDL-TOTAL-DUE        PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(74)      VALUE SPACE.

       01  AGING-HEADING-LINE.
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(12)  VALUE "     CURRENT".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(11)  VALUE "      31-60".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(11)  VALUE "      61-90".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(11)  VALUE "    OVER 90".
           05  FILLER          PIC X(71)  VALUE SPACE.

       01  AGING-LINE.
           05  FILLER               PIC X(9)       VALUE SPACE.
           05  AGL-AGE-CURRENT      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AGL-AGE-OVER-30      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AGL-AGE-OVER-60      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AGL-AGE-OVER-90      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(71)      VALUE SPACE.

       01  DETACH-LINE.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(60)      VALUE
               "- - DETACH AND RETURN THIS PORTION WITH PAYMENT - -".
           05  FILLER               PIC X(62)      VALUE SPACE.

       01  REMITTANCE-LINE-1.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "REMIT FOR ".
           05  RS1-BILL-TO-NAME     PIC X(30).
           05  FILLER               PIC X(82)      VALUE SPACE.

       01  REMITTANCE-LINE-2.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "ACCOUNT:  ".
           05  RS2-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "-".
           05  RS2-REGION-NUMBER    PIC 9(1).
           05  FILLER               PIC X(1)       VALUE "-".
           05  RS2-SALESREP-NUMBER  PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "-".
           05  RS2-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(16)      VALUE
               "STATEMENT DATE: ".
           05  RS2-MONTH            PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RS2-DAY              PIC 9(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  RS2-YEAR             PIC 9(4).
           05  FILLER               PIC X(67)      VALUE SPACE.

       01  REMITTANCE-LINE-3.
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE "AMOUNT DUE: ".
           05  RS3-TOTAL-DUE        PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(30)      VALUE
               "AMOUNT ENCLOSED: ____________".
           05  FILLER               PIC X(61)      VALUE SPACE.

       01  STATEMENT-BLANK-LINE     PIC X(130)     VALUE SPACE.

      *****************************************************************
      * Define all lines printed on the exception listing
      *****************************************************************
       01  EXCEPTION-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  EH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  EH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  EH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE
               "STATEMENT EXCEPTION LISTING".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  EXCEPTION-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  EH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  EH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "CST8600".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  EXCEPTION-HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "SALESREP".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(5)   VALUE "ITEMS".
           05  FILLER          PIC X(7)   VALUE SPACES.
           05  FILLER          PIC X(9)   VALUE "TOTAL DUE".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "REASON".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  EXCEPTION-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(59)  VALUE SPACE.

       01  EXCEPTION-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-BRANCH-NUMBER     PIC X(2).
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  EL-SALESREP-NUMBER   PIC X(2).
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  EL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  EL-ITEM-COUNT        PIC ZZZ9.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  EL-TOTAL-DUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  EL-REASON            PIC X(14).
           05  FILLER               PIC X(62)      VALUE SPACE.

       01  EXCEPTION-TRAILER-LINE-1.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "STATEMENTS PRINTED --  ".
           05  ETL-STATEMENT-COUNT  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "BILLED --  ".
           05  ETL-STATEMENT-AMOUNT PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(65)      VALUE SPACE.

       01  EXCEPTION-TRAILER-LINE-2.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "CUSTOMERS EXCEPTED --  ".
           05  ETL-EXCEPTION-COUNT  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE
               "NOT BILLED -- ".
           05  ETL-EXCEPTION-AMOUNT PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(65)      VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the statement run
      *****************************************************************
       000-PRINT-CUSTOMER-STATEMENTS.

           MOVE "CST8600" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           PERFORM 110-GET-BUSINESS-DATE.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  OPEN-ITEM-FILE
                   INPUT  BILL-TO-MASTER
                   INPUT  UNAPPLIED-CASH-FILE
                   OUTPUT STATEMENT-FILE
                   OUTPUT EXCEPTION-LISTING
              PERFORM 100-FORMAT-HEADINGS
              PERFORM 300-PROCESS-OPEN-ITEM
                   WITH TEST AFTER
                   UNTIL OPEN-ITEM-EOF
              PERFORM 500-PRINT-RUN-TOTALS
              CLOSE OPEN-ITEM-FILE
                    BILL-TO-MASTER
                    UNAPPLIED-CASH-FILE
                    STATEMENT-FILE
                    EXCEPTION-LISTING
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Reads the business date control record the statements are
      * dated and aged off. Without it the aging cannot be anchored,
      * so the run is refused rather than aging off the wall clock
      *****************************************************************
       110-GET-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "CST8600 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - RUN BDC7300 FIRST - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
               NOT AT END
                   MOVE BD-YEAR  TO BDW-YEAR
                   MOVE BD-MONTH TO BDW-MONTH
                   MOVE BD-DAY   TO BDW-DAY
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF NOT RUN-REFUSED
              COMPUTE BUSINESS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BDW-DATE-NUMERIC)
           END-IF.

      *****************************************************************
      * Dates the statements and the exception listing with the
      * business date and stamps the run time on the headings
      *****************************************************************
       100-FORMAT-HEADINGS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE BDW-MONTH  TO SH1-MONTH ACL-MONTH RS2-MONTH EH1-MONTH.
           MOVE BDW-DAY    TO SH1-DAY   ACL-DAY   RS2-DAY   EH1-DAY.
           MOVE BDW-YEAR   TO SH1-YEAR  ACL-YEAR  RS2-YEAR  EH1-YEAR.
           MOVE CD-HOURS   TO SH2-HOURS EH2-HOURS.
           MOVE CD-MINUTES TO SH2-MINUTES EH2-MINUTES.

      *****************************************************************
      * Reads the open-invoice file in customer master key order and
      * gathers each customer's invoices, finishing the customer
      * (statement or exception) when the key changes
      *****************************************************************
       300-PROCESS-OPEN-ITEM.

           READ OPEN-ITEM-FILE
               AT END
                   SET OPEN-ITEM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
           END-READ.

           EVALUATE TRUE
               WHEN OPEN-ITEM-EOF
                   IF NOT FIRST-RECORD
                      PERFORM 400-FINISH-CUSTOMER
                   END-IF
               WHEN FIRST-RECORD
                   SET FIRST-RECORD TO FALSE
                   MOVE OI-RECORD-KEY (1:10) TO OLD-CUSTOMER-KEY
                   PERFORM 320-GATHER-OPEN-ITEM
               WHEN OI-RECORD-KEY (1:10) NOT = OLD-CUSTOMER-KEY
                   PERFORM 400-FINISH-CUSTOMER
                   MOVE OI-RECORD-KEY (1:10) TO OLD-CUSTOMER-KEY
                   PERFORM 320-GATHER-OPEN-ITEM
               WHEN OTHER
                   PERFORM 320-GATHER-OPEN-ITEM
           END-EVALUATE.

      *****************************************************************
      * Ages one open invoice off the business date into the RAR7700
      * buckets -- up to 30 days is current, then 31-60, 61-90 and
      * over 90 -- and holds it in the item table for the statement.
      * An invoice past the end of the table is still aged and
      * totalled, but the customer is excepted rather than sent a
      * statement that does not list everything owed
      *****************************************************************
       320-GATHER-OPEN-ITEM.

           COMPUTE INVOICE-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE).
           COMPUTE DAYS-OUTSTANDING =
                BUSINESS-DAY-INTEGER - INVOICE-DAY-INTEGER.
           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING NOT > 30
                   ADD OI-OPEN-BALANCE TO STMT-AGE-CURRENT
               WHEN DAYS-OUTSTANDING NOT > 60
                   ADD OI-OPEN-BALANCE TO STMT-AGE-OVER-30
               WHEN DAYS-OUTSTANDING NOT > 90
                   ADD OI-OPEN-BALANCE TO STMT-AGE-OVER-60
               WHEN OTHER
                   ADD OI-OPEN-BALANCE TO STMT-AGE-OVER-90
           END-EVALUATE.
           ADD OI-OPEN-BALANCE TO STMT-TOTAL-DUE.
           IF ITEM-COUNT < 200
              ADD 1 TO ITEM-COUNT
              SET SIT-INDEX TO ITEM-COUNT
              MOVE OI-INVOICE-NUMBER  TO SI-INVOICE-NUMBER (SIT-INDEX)
              MOVE OI-INVOICE-DATE    TO SI-INVOICE-DATE (SIT-INDEX)
              MOVE OI-ORIGINAL-AMOUNT TO SI-ORIGINAL-AMOUNT (SIT-INDEX)
              MOVE OI-OPEN-BALANCE    TO SI-OPEN-BALANCE (SIT-INDEX)
              MOVE DAYS-OUTSTANDING
                 TO SI-DAYS-OUTSTANDING (SIT-INDEX)
           ELSE
              SET ITEM-TABLE-FULL TO TRUE
           END-IF.

      *****************************************************************
      * One customer's invoices are all in. The bill-to address is
      * read on the customer's key and the customer's unapplied cash
      * netted out of the balance due; the statement is printed only
      * when there is somewhere to send it and something still owed
      * on it. Either way the customer's work areas are reset
      *****************************************************************
       400-FINISH-CUSTOMER.

           PERFORM 405-NET-UNAPPLIED-CASH.
           MOVE OLD-CUSTOMER-KEY TO BA-RECORD-KEY.
           READ BILL-TO-MASTER
               INVALID KEY
                   SET ADDRESS-FOUND TO FALSE
               NOT INVALID KEY
                   SET ADDRESS-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT ADDRESS-FOUND
                   MOVE "NO ADDRESS"     TO EL-REASON
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN STMT-TOTAL-DUE NOT > ZERO
                   MOVE "NOTHING OWED"   TO EL-REASON
                   PERFORM 450-PRINT-EXCEPTION-LINE
               WHEN ITEM-TABLE-FULL
                   MOVE "OVER 200 ITEMS" TO EL-REASON
                   PERFORM 450-PRINT-EXCEPTION-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 410-PRINT-STATEMENT
           END-EVALUATE.
           MOVE ZERO TO ITEM-COUNT.
           SET ITEM-TABLE-FULL TO FALSE.
           INITIALIZE STATEMENT-TOTALS.

      *****************************************************************
      * Sums the receipts held as unapplied cash for the customer and
      * takes them off the balance due. The unapplied cash file leads
      * with the customer master key, so a START at the customer's key
      * with a zero receipt date and a low entry stamp and sequential
      * reads until the key changes walk exactly the customer's
      * receipts
      *****************************************************************
       405-NET-UNAPPLIED-CASH.

           SET UNAPPLIED-AT-END TO FALSE.
           MOVE OLD-BRANCH-NUMBER   TO UC-BRANCH-NUMBER.
           MOVE OLD-REGION-NUMBER   TO UC-REGION-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO UC-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO UC-CUSTOMER-NUMBER.
           MOVE ZEROS               TO UC-RECEIPT-DATE.
           MOVE LOW-VALUES          TO UC-ENTRY-STAMP.
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UC-RECORD-KEY
               INVALID KEY
                   SET UNAPPLIED-AT-END TO TRUE
           END-START.
           PERFORM 407-ADD-UNAPPLIED-CASH
                UNTIL UNAPPLIED-AT-END.
           SUBTRACT STMT-UNAPPLIED FROM STMT-TOTAL-DUE.

       407-ADD-UNAPPLIED-CASH.

           READ UNAPPLIED-CASH-FILE NEXT RECORD
               AT END
                   SET UNAPPLIED-AT-END TO TRUE
               NOT AT END
                   IF UC-RECORD-KEY (1:10) = OLD-CUSTOMER-KEY
                      ADD UC-UNAPPLIED-AMOUNT TO STMT-UNAPPLIED
                   ELSE
                      SET UNAPPLIED-AT-END TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      * Prints one customer's statement: the heading, the bill-to
      * address block, every open invoice, any unapplied cash held
      * for the customer, the balance due with its aging summary, and
      * the remittance stub
      *****************************************************************
       410-PRINT-STATEMENT.

           MOVE STATEMENT-HEADING-LINE-1 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-HEADING-LINE-2 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           PERFORM 420-PRINT-ADDRESS-BLOCK.
           MOVE OLD-BRANCH-NUMBER   TO ACL-BRANCH-NUMBER.
           MOVE OLD-REGION-NUMBER   TO ACL-REGION-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO ACL-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO ACL-CUSTOMER-NUMBER.
           MOVE ACCOUNT-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE ITEM-HEADING-LINE-1 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE ITEM-HEADING-LINE-2 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           PERFORM 430-PRINT-ITEM-LINE
                VARYING SIT-INDEX FROM 1 BY 1
                UNTIL SIT-INDEX > ITEM-COUNT.
           IF STMT-UNAPPLIED NOT = ZERO
              MOVE STMT-UNAPPLIED TO UCL-UNAPPLIED
              MOVE UNAPPLIED-CASH-LINE TO STATEMENT-PRINT-AREA
              WRITE STATEMENT-PRINT-AREA
           END-IF.
           MOVE STMT-TOTAL-DUE TO BDL-TOTAL-DUE.
           MOVE BALANCE-DUE-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STMT-AGE-CURRENT TO AGL-AGE-CURRENT.
           MOVE STMT-AGE-OVER-30 TO AGL-AGE-OVER-30.
           MOVE STMT-AGE-OVER-60 TO AGL-AGE-OVER-60.
           MOVE STMT-AGE-OVER-90 TO AGL-AGE-OVER-90.
           MOVE AGING-HEADING-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE AGING-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           PERFORM 440-PRINT-REMITTANCE-STUB.
           ADD 1 TO STATEMENT-COUNT.
           ADD 1 TO RL-RECORDS-WRITTEN.
           ADD STMT-TOTAL-DUE TO STATEMENT-AMOUNT.

      *****************************************************************
      * Prints the bill-to name and address, skipping a second street
      * line that was never keyed
      *****************************************************************
       420-PRINT-ADDRESS-BLOCK.

           MOVE BA-BILL-TO-NAME TO ADL-TEXT.
           MOVE ADDRESS-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE BA-ADDRESS-LINE-1 TO ADL-TEXT.
           MOVE ADDRESS-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           IF BA-ADDRESS-LINE-2 NOT = SPACES
              MOVE BA-ADDRESS-LINE-2 TO ADL-TEXT
              MOVE ADDRESS-LINE TO STATEMENT-PRINT-AREA
              WRITE STATEMENT-PRINT-AREA
           END-IF.
           MOVE BA-CITY     TO CSZ-CITY.
           MOVE BA-STATE    TO CSZ-STATE.
           MOVE BA-ZIP-CODE TO CSZ-ZIP-CODE.
           MOVE CITY-STATE-ZIP-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.

       430-PRINT-ITEM-LINE.

           MOVE SI-INVOICE-NUMBER (SIT-INDEX) TO IL-INVOICE-NUMBER.
           MOVE SI-INVOICE-DATE (SIT-INDEX) (5:2) TO IL-MONTH.
           MOVE SI-INVOICE-DATE (SIT-INDEX) (7:2) TO IL-DAY.
           MOVE SI-INVOICE-DATE (SIT-INDEX) (1:4) TO IL-YEAR.
           MOVE SI-DAYS-OUTSTANDING (SIT-INDEX)
              TO IL-DAYS-OUTSTANDING.
           MOVE SI-ORIGINAL-AMOUNT (SIT-INDEX) TO IL-ORIGINAL-AMOUNT.
           MOVE SI-OPEN-BALANCE (SIT-INDEX)    TO IL-OPEN-BALANCE.
           MOVE ITEM-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.

      *****************************************************************
      * Prints the tear-off remittance stub that closes the statement
      * -- the customer returns it with the payment so the cash desk
      * can key the receipt under the right account
      *****************************************************************
       440-PRINT-REMITTANCE-STUB.

           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE DETACH-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE BA-BILL-TO-NAME     TO RS1-BILL-TO-NAME.
           MOVE REMITTANCE-LINE-1 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE OLD-BRANCH-NUMBER   TO RS2-BRANCH-NUMBER.
           MOVE OLD-REGION-NUMBER   TO RS2-REGION-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO RS2-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO RS2-CUSTOMER-NUMBER.
           MOVE REMITTANCE-LINE-2 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STMT-TOTAL-DUE      TO RS3-TOTAL-DUE.
           MOVE REMITTANCE-LINE-3 TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           MOVE STATEMENT-BLANK-LINE TO STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.
           WRITE STATEMENT-PRINT-AREA.

      *****************************************************************
      * Lists a customer who could not be sent a statement, with the
      * reason already moved by the caller
      *****************************************************************
       450-PRINT-EXCEPTION-LINE.

           IF NOT EXCEPTION-HEADING-PRINTED
              PERFORM 455-PRINT-EXCEPTION-HEADING
           END-IF.
           MOVE OLD-BRANCH-NUMBER   TO EL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO EL-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE ITEM-COUNT          TO EL-ITEM-COUNT.
           MOVE STMT-TOTAL-DUE      TO EL-TOTAL-DUE.
           MOVE EXCEPTION-LINE TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           ADD 1 TO EXCEPTION-COUNT.
           ADD STMT-TOTAL-DUE TO EXCEPTION-AMOUNT.

       455-PRINT-EXCEPTION-HEADING.

           MOVE EXCEPTION-HEADING-LINE-1 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           MOVE EXCEPTION-HEADING-LINE-2 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           MOVE EXCEPTION-HEADING-LINE-3 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           MOVE EXCEPTION-HEADING-LINE-4 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           SET EXCEPTION-HEADING-PRINTED TO TRUE.

      *****************************************************************
      * Prints the run totals at the foot of the exception listing --
      * statements printed plus customers excepted account for every
      * customer on the open-invoice file
      *****************************************************************
       500-PRINT-RUN-TOTALS.

           IF NOT EXCEPTION-HEADING-PRINTED
              PERFORM 455-PRINT-EXCEPTION-HEADING
           END-IF.
           MOVE STATEMENT-COUNT  TO ETL-STATEMENT-COUNT.
           MOVE STATEMENT-AMOUNT TO ETL-STATEMENT-AMOUNT.
           MOVE EXCEPTION-COUNT  TO ETL-EXCEPTION-COUNT.
           MOVE EXCEPTION-AMOUNT TO ETL-EXCEPTION-AMOUNT.
           MOVE EXCEPTION-TRAILER-LINE-1 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
           MOVE EXCEPTION-TRAILER-LINE-2 TO EXCEPTION-PRINT-AREA.
           WRITE EXCEPTION-PRINT-AREA.
