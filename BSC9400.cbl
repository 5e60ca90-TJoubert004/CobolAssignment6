      *****************************************************************
      * Title..........: BSC9400 - Branch Manager Scorecard
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Puts everything a branch manager used to piece
      *                  together by hand from the RPB8200 burst, the
      *                  RPL8100 product report, the RQA7200 quota
      *                  ranking and the RAR7700 aging onto one page per
      *                  branch on BRCHMAST. Each page shows the
      *                  branch's year-to-date and month-to-date sales
      *                  against last year from CUSTMAST, its quota
      *                  attainment, its open receivables from OPENITEM
      *                  net of the cash UNAPPCSH holds unapplied for
      *                  its customers, and the part of the invoices
      *                  over 90 days aged against the business date the
      *                  way RAR7700 ages them, each beside the company
      *                  figure and the branch's rank among all the
      *                  branches on the run; then the branch's reps
      *                  with their attainment from REPSUMM against the
      *                  SALESREP quotas, as RQA7200 figures it; then
      *                  the branch's product-line mix for the month
      *                  from PRODSALS beside the company's mix. Figures
      *                  on file for a branch not on BRCHMAST count in
      *                  the company figures but get no page. The same
      *                  figures are written to the fixed-format BRSCORE
      *                  extract -- a branch record with the measures,
      *                  then a record for each of the branch's reps and
      *                  each of its product lines -- stamped with the
      *                  business date for charting branches over time.
      *                  The run is dated from, and refused without, the
      *                  business date control file
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BSC9400.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-RECORD-KEY
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NUMBER
                   WITH DUPLICATES.
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
           SELECT PRODUCT-SALES-FILE ASSIGN TO PRODSALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-RECORD-KEY.
           SELECT REP-SUMMARY      ASSIGN TO REPSUMM.
           SELECT INPUT-SALESREP   ASSIGN TO SALESREP.
           SELECT INPUT-PRODLINE   ASSIGN TO PRODLINE.
           SELECT INPUT-BRCHMAST   ASSIGN TO BRCHMAST.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT SCORECARD-REPORT ASSIGN TO BSC9400R.
           SELECT SCORECARD-EXTRACT ASSIGN TO BRSCORE.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.

       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.

      * Receipts held as unapplied cash -- netted out of the open
      * receivables of the branch the customer is keyed under
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY UNAPPCSH.

       FD  PRODUCT-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODSALS.

       FD  REP-SUMMARY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY REPSUMM.

       FD  INPUT-SALESREP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESREP.

       FD  INPUT-PRODLINE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODLINE.

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRCHMAST.

      * The business date control record -- the scorecard is dated
      * from it and the open items are aged against it
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       FD  SCORECARD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  REPORT-PRINT-AREA   PIC X(130).

      * A branch record and its rep and product-line records for
      * each branch page, for the BI team
       FD  SCORECARD-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 350 CHARACTERS.
       COPY BRSCORE.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the scorecard
      *****************************************************************
      * Defines a table that stores each rep's name and quotas
       01  SALESREP-TABLE.
           05  SALESREP-GROUP OCCURS 100 TIMES
                              INDEXED BY SRT-INDEX.
               10  SALESREP-NUMBER       PIC 9(2).
               10  SALESREP-NAME         PIC X(10).
               10  SALESREP-ANNUAL-QUOTA PIC S9(6)V99 COMP-3.
               10  SALESREP-MONTHLY-QUOTA PIC S9(6)V99 COMP-3.

      * Defines a table of the product-line names on the reference
      * file
       01  PRODLINE-TABLE.
           05  PRODLINE-GROUP OCCURS 100 TIMES
                              INDEXED BY PLT-INDEX.
               10  PRODLINE-CODE   PIC X(2).
               10  PRODLINE-NAME   PIC X(20).

      * The scorecard figures for every branch number, kept by branch
      * number. The name, manager and region come off BRCHMAST and
      * only a branch found there gets a page and a rank; the
      * figures are gathered for any branch number the files carry
       01  BRANCH-SCORE-TABLE.
           05  BRANCH-SCORE-ENTRY OCCURS 100 TIMES.
               10  BRANCH-ON-MASTER-SWITCH  PIC X.
                  88  BRANCH-ON-MASTER             VALUE "Y".
               10  BRANCH-FIGURES-SWITCH    PIC X.
                  88  BRANCH-HAS-FIGURES           VALUE "Y".
               10  BRANCH-NAME              PIC X(20).
               10  BRANCH-MANAGER-NAME      PIC X(20).
               10  BRANCH-REGION-NUMBER     PIC 9(1).
               10  BRANCH-REGION-NAME       PIC X(15).
               10  BRANCH-FIGURES.
                   15  BRANCH-CUSTOMER-COUNT PIC S9(7)    COMP-3.
                   15  BRANCH-SALESREP-COUNT PIC S9(3)    COMP-3.
                   15  BRANCH-THIS-YTD      PIC S9(9)V99 COMP-3.
                   15  BRANCH-LAST-YTD      PIC S9(9)V99 COMP-3.
                   15  BRANCH-THIS-MTD      PIC S9(9)V99 COMP-3.
                   15  BRANCH-LAST-MTD      PIC S9(9)V99 COMP-3.
                   15  BRANCH-REP-YTD       PIC S9(9)V99 COMP-3.
                   15  BRANCH-QUOTA-YTD     PIC S9(9)V99 COMP-3.
                   15  BRANCH-OPEN-AR       PIC S9(9)V99 COMP-3.
                   15  BRANCH-OVER-90       PIC S9(9)V99 COMP-3.
                   15  BRANCH-PRODUCT-MTD   PIC S9(9)V99 COMP-3.
               10  BRANCH-MEASURES.
                   15  BRANCH-MEASURE OCCURS 10 TIMES.
                       20  BRANCH-MEASURE-VALUE PIC S9(9)V99 COMP-3.
                       20  BRANCH-MEASURE-SWITCH PIC X.
                          88  BRANCH-MEASURE-APPLIES    VALUE "Y".
                       20  BRANCH-MEASURE-RANK  PIC S9(3)    COMP-3.

      * The same figures for the company as a whole
       01  COMPANY-SCORE-AREA.
           05  COMPANY-FIGURES.
               10  COMPANY-CUSTOMER-COUNT   PIC S9(7)    COMP-3.
               10  COMPANY-SALESREP-COUNT   PIC S9(3)    COMP-3.
               10  COMPANY-THIS-YTD         PIC S9(9)V99 COMP-3.
               10  COMPANY-LAST-YTD         PIC S9(9)V99 COMP-3.
               10  COMPANY-THIS-MTD         PIC S9(9)V99 COMP-3.
               10  COMPANY-LAST-MTD         PIC S9(9)V99 COMP-3.
               10  COMPANY-REP-YTD          PIC S9(9)V99 COMP-3.
               10  COMPANY-QUOTA-YTD        PIC S9(9)V99 COMP-3.
               10  COMPANY-OPEN-AR          PIC S9(9)V99 COMP-3.
               10  COMPANY-OVER-90          PIC S9(9)V99 COMP-3.
               10  COMPANY-PRODUCT-MTD      PIC S9(9)V99 COMP-3.
           05  COMPANY-MEASURES.
               10  COMPANY-MEASURE OCCURS 10 TIMES.
                   15  COMPANY-MEASURE-VALUE PIC S9(9)V99 COMP-3.
                   15  COMPANY-MEASURE-SWITCH PIC X.
                      88  COMPANY-MEASURE-APPLIES       VALUE "Y".
                   15  COMPANY-MEASURE-RANK  PIC S9(3)    COMP-3.

      * The branch or company figures the measures are being worked
      * from, moved here so one paragraph serves both
       01  SCORE-WORK-AREA.
           05  SCORE-FIGURES.
               10  SCORE-CUSTOMER-COUNT     PIC S9(7)    COMP-3.
               10  SCORE-SALESREP-COUNT     PIC S9(3)    COMP-3.
               10  SCORE-THIS-YTD           PIC S9(9)V99 COMP-3.
               10  SCORE-LAST-YTD           PIC S9(9)V99 COMP-3.
               10  SCORE-THIS-MTD           PIC S9(9)V99 COMP-3.
               10  SCORE-LAST-MTD           PIC S9(9)V99 COMP-3.
               10  SCORE-REP-YTD            PIC S9(9)V99 COMP-3.
               10  SCORE-QUOTA-YTD          PIC S9(9)V99 COMP-3.
               10  SCORE-OPEN-AR            PIC S9(9)V99 COMP-3.
               10  SCORE-OVER-90            PIC S9(9)V99 COMP-3.
               10  SCORE-PRODUCT-MTD        PIC S9(9)V99 COMP-3.
           05  SCORE-MEASURES.
               10  SCORE-MEASURE OCCURS 10 TIMES.
                   15  SCORE-MEASURE-VALUE  PIC S9(9)V99 COMP-3.
                   15  SCORE-MEASURE-SWITCH PIC X.
                      88  SCORE-MEASURE-APPLIES         VALUE "Y"
                                                          FALSE "N".
                   15  SCORE-MEASURE-RANK   PIC S9(3)    COMP-3.

      * The scorecard measures in print order: the caption, whether
      * a higher figure is better (H) or a lower one (L), whether the
      * figure is an amount (A) or a percentage (P), and whether the
      * branches are ranked on it (R) or it is shown for reference
      * only (N)
       01  MEASURE-DEFINITION-VALUES.
           05  FILLER          PIC X(31)  VALUE
               "SALES THIS YTD              HAR".
           05  FILLER          PIC X(31)  VALUE
               "SALES LAST YTD              HAN".
           05  FILLER          PIC X(31)  VALUE
               "YTD CHANGE PERCENT          HPR".
           05  FILLER          PIC X(31)  VALUE
               "SALES THIS MTD              HAR".
           05  FILLER          PIC X(31)  VALUE
               "SALES LAST MTD              HAN".
           05  FILLER          PIC X(31)  VALUE
               "MTD CHANGE PERCENT          HPR".
           05  FILLER          PIC X(31)  VALUE
               "YTD QUOTA ATTAINMENT PERCENTHPR".
           05  FILLER          PIC X(31)  VALUE
               "NET OPEN RECEIVABLES        LAR".
           05  FILLER          PIC X(31)  VALUE
               "OPEN RECEIVABLES OVER 90    LAN".
           05  FILLER          PIC X(31)  VALUE
               "PERCENT OVER 90 DAYS        LPR".
       01  MEASURE-DEFINITION-TABLE REDEFINES MEASURE-DEFINITION-VALUES.
           05  MD-ENTRY OCCURS 10 TIMES.
               10  MD-CAPTION          PIC X(28).
               10  MD-DIRECTION        PIC X.
                  88  MD-HIGHER-IS-BETTER          VALUE "H".
               10  MD-KIND             PIC X.
                  88  MD-PERCENTAGE                VALUE "P".
               10  MD-RANKED-SWITCH    PIC X.
                  88  MD-RANKED                    VALUE "R".

      * How many branches were ranked on each measure -- a branch the
      * measure does not apply to is left out of the ranking
       01  RANKED-COUNT-TABLE.
           05  RANKED-COUNT OCCURS 10 TIMES PIC S9(3) COMP-3.

      * Each REPSUMM rep record, kept so the reps can be listed on
      * their branch's page
       01  REP-ENTRY-TABLE.
           05  REP-ENTRY OCCURS 500 TIMES.
               10  REP-BRANCH-NUMBER     PIC 9(2).
               10  REP-SALESREP-NUMBER   PIC 9(2).
               10  REP-THIS-YTD          PIC S9(7)V99  COMP-3.
               10  REP-THIS-MTD          PIC S9(7)V99  COMP-3.
               10  REP-CUSTOMER-COUNT    PIC S9(7)     COMP-3.

      * Each PRODSALS branch and product-line record, kept so the
      * branch's mix can be listed on its page
       01  MIX-ENTRY-TABLE.
           05  MIX-ENTRY OCCURS 500 TIMES.
               10  MIX-BRANCH-NUMBER     PIC 9(2).
               10  MIX-PRODUCT-LINE      PIC X(2).
               10  MIX-SALES-MTD         PIC S9(8)V99  COMP-3.

      * The company's month-to-date sales for each product line, for
      * the company side of the mix
       01  COMPANY-LINE-TABLE.
           05  COMPANY-LINE-ENTRY OCCURS 100 TIMES
                                  INDEXED BY CLT-INDEX.
               10  COMPANY-LINE-CODE     PIC X(2).
               10  COMPANY-LINE-MTD      PIC S9(9)V99  COMP-3.

       01  SUBSCRIPTS.
           05  BRANCH-SUBSCRIPT        PIC S9(4)  COMP.
           05  OTHER-SUBSCRIPT         PIC S9(4)  COMP.
           05  MEASURE-SUBSCRIPT       PIC S9(4)  COMP.
           05  REP-SUBSCRIPT           PIC S9(4)  COMP.
           05  MIX-SUBSCRIPT           PIC S9(4)  COMP.
           05  REP-ENTRY-COUNT         PIC S9(4)  COMP  VALUE ZERO.
           05  MIX-ENTRY-COUNT         PIC S9(4)  COMP  VALUE ZERO.
           05  COMPANY-LINE-COUNT      PIC S9(4)  COMP  VALUE ZERO.

      * Determines when end of file is reached and whether a table
      * overflowed
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  REPSUMM-EOF-SWITCH      PIC X    VALUE "N".
              88  REPSUMM-EOF                   VALUE "Y".
           05  PRODSALS-EOF-SWITCH     PIC X    VALUE "N".
              88  PRODSALS-EOF                  VALUE "Y".
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
              88  OPENITEM-EOF                  VALUE "Y".
           05  UNAPPCSH-EOF-SWITCH     PIC X    VALUE "N".
              88  UNAPPCSH-EOF                  VALUE "Y".
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESREP-EOF                  VALUE "Y".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
              88  PRODLINE-EOF                  VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  BRCHMAST-EOF                  VALUE "Y".
           05  TABLE-FULL-SWITCH       PIC X    VALUE "N".
              88  TABLE-FULL                    VALUE "Y".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".
           05  REP-FOUND-SWITCH        PIC X    VALUE "N".
              88  REP-FOUND                     VALUE "Y"
                                                  FALSE "N".
           05  MIX-FOUND-SWITCH        PIC X    VALUE "N".
              88  MIX-FOUND                     VALUE "Y"
                                                  FALSE "N".

      * The business date the open items are aged against, saved
      * from the control record so it survives the control file
      * being closed
       01  BUSINESS-DATE-FIELDS.
           05  BDW-YEAR                PIC 9(4).
           05  BDW-MONTH               PIC 9(2).
           05  BDW-DAY                 PIC 9(2).
       01  BDW-DATE-NUMERIC REDEFINES BUSINESS-DATE-FIELDS
                                       PIC 9(8).
       01  BDW-CYCLE-NUMBER            PIC 9(5).

       01  AGE-WORK-FIELDS             PACKED-DECIMAL.
           05  BUSINESS-DAY-INTEGER    PIC S9(9)   VALUE ZERO.
           05  INVOICE-DAY-INTEGER     PIC S9(9)   VALUE ZERO.
           05  DAYS-OUTSTANDING        PIC S9(5)   VALUE ZERO.

      * Work fields for the measures, ranks and rep lines
       01  CALCULATED-FIELDS           PACKED-DECIMAL.
           05  PERCENT-WORK            PIC S9(7)V9  VALUE ZERO.
           05  RANK-WORK               PIC S9(3)    VALUE ZERO.
           05  BRANCHES-ON-MASTER      PIC S9(3)    VALUE ZERO.
           05  BRANCHES-OFF-MASTER     PIC S9(3)    VALUE ZERO.
           05  PAGE-COUNT              PIC S9(3)    VALUE ZERO.

       01  BRANCHES-OFF-DISPLAY        PIC ZZ9.

       01  LOOKUP-FIELDS.
           05  LOOKUP-SALESREP-NUMBER PIC 9(2).
           05  REP-NAME-WORK       PIC X(10).
           05  REP-ANNUAL-QUOTA    PIC S9(6)V99   COMP-3.
           05  REP-MONTHLY-QUOTA   PIC S9(6)V99   COMP-3.

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
      * Define the lines printed on the scorecard
      *****************************************************************
       01  REPORT-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  RH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(26)  VALUE
               "BRANCH MANAGER SCORECARD".
           05  FILLER          PIC X(25)  VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "PAGE: ".
           05  RH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  REPORT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "BSC9400".
           05  FILLER          PIC X(28)  VALUE SPACE.

      * The branch the page belongs to
       01  BRANCH-NAME-LINE.
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(7)   VALUE "BRANCH ".
           05  BNL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  BNL-BRANCH-NAME      PIC X(20).
           05  FILLER               PIC X(4)   VALUE SPACE.
           05  FILLER               PIC X(7)   VALUE "REGION ".
           05  BNL-REGION-NUMBER    PIC 9(1).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  BNL-REGION-NAME      PIC X(15).
           05  FILLER               PIC X(4)   VALUE SPACE.
           05  FILLER               PIC X(9)   VALUE "MANAGER: ".
           05  BNL-MANAGER-NAME     PIC X(20).
           05  FILLER               PIC X(36)  VALUE SPACE.

       01  BRANCH-COUNT-LINE.
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  FILLER               PIC X(11)  VALUE "CUSTOMERS: ".
           05  BCL-CUSTOMER-COUNT   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)   VALUE SPACE.
           05  FILLER               PIC X(12)  VALUE "SALES REPS: ".
           05  BCL-SALESREP-COUNT   PIC ZZ9.
           05  FILLER               PIC X(4)   VALUE SPACE.
           05  FILLER               PIC X(17)  VALUE
               "BRANCHES ON RUN: ".
           05  BCL-BRANCH-COUNT     PIC ZZ9.
           05  FILLER               PIC X(67)  VALUE SPACE.

       01  SECTION-TITLE-LINE.
           05  FILLER               PIC X(2)   VALUE SPACE.
           05  SECTION-TITLE        PIC X(40).
           05  FILLER               PIC X(88)  VALUE SPACE.

       01  MEASURE-HEADING-LINE-1.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(28)  VALUE "MEASURE".
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  FILLER         PIC X(15)  VALUE "         BRANCH".
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  FILLER         PIC X(15)  VALUE "        COMPANY".
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(15)  VALUE "RANK IN COMPANY".
           05  FILLER         PIC X(43)  VALUE SPACE.

       01  MEASURE-HEADING-LINE-2.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(28)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(15)  VALUE ALL '-'.
           05  FILLER           PIC X(43)  VALUE SPACE.

       01  MEASURE-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  ML-CAPTION           PIC X(28).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  ML-BRANCH-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  ML-BRANCH-PERCENT    REDEFINES ML-BRANCH-AMOUNT
                                    PIC Z(11)9.9-.
           05  ML-BRANCH-VALUE-R    REDEFINES ML-BRANCH-AMOUNT
                                    PIC X(15).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  ML-COMPANY-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  ML-COMPANY-PERCENT   REDEFINES ML-COMPANY-AMOUNT
                                    PIC Z(11)9.9-.
           05  ML-COMPANY-VALUE-R   REDEFINES ML-COMPANY-AMOUNT
                                    PIC X(15).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  ML-RANK-AREA.
               10  FILLER           PIC X(5)       VALUE "RANK ".
               10  ML-RANK          PIC ZZ9.
               10  FILLER           PIC X(4)       VALUE " OF ".
               10  ML-RANKED-COUNT  PIC ZZ9.
           05  ML-RANK-AREA-R       REDEFINES ML-RANK-AREA
                                    PIC X(15).
           05  FILLER               PIC X(43)      VALUE SPACE.

       01  REP-HEADING-LINE-1.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(13)  VALUE "SALESREP".
           05  FILLER         PIC X(6)   VALUE SPACES.
           05  FILLER         PIC X(10)  VALUE "ACTUAL YTD".
           05  FILLER         PIC X(1)   VALUE SPACES.
           05  FILLER         PIC X(12)  VALUE "ANNUAL QUOTA".
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(5)   VALUE "YTD %".
           05  FILLER         PIC X(6)   VALUE SPACES.
           05  FILLER         PIC X(10)  VALUE "ACTUAL MTD".
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  FILLER         PIC X(11)  VALUE "MONTH QUOTA".
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(5)   VALUE "MTD %".
           05  FILLER         PIC X(1)   VALUE SPACES.
           05  FILLER         PIC X(9)   VALUE "CUSTOMERS".
           05  FILLER         PIC X(27)  VALUE SPACE.

       01  REP-HEADING-LINE-2.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(27)  VALUE SPACE.

       01  SALESREP-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  SRL-SALESREP-NUMBER  PIC X(2).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  SRL-SALESREP-NAME    PIC X(10).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-ACTUAL-YTD       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-ANNUAL-QUOTA     PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-YTD-PERCENT      PIC ZZ9.9-.
           05  SRL-YTD-PERCENT-R    REDEFINES SRL-YTD-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-ACTUAL-MTD       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-MONTHLY-QUOTA    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-MTD-PERCENT      PIC ZZ9.9-.
           05  SRL-MTD-PERCENT-R    REDEFINES SRL-MTD-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SRL-CUSTOMER-COUNT   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(27)      VALUE SPACE.

       01  MIX-HEADING-LINE-1.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(24)  VALUE "PRODUCT LINE".
           05  FILLER         PIC X(7)   VALUE SPACES.
           05  FILLER         PIC X(9)   VALUE "MTD SALES".
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  FILLER         PIC X(6)   VALUE "BRANCH".
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  FILLER         PIC X(7)   VALUE "COMPANY".
           05  FILLER         PIC X(68)  VALUE SPACE.

       01  MIX-HEADING-LINE-2.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(24)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(68)  VALUE SPACE.

       01  PRODUCT-MIX-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PML-PRODUCT-LINE     PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PML-PRODUCT-NAME     PIC X(20).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PML-SALES-MTD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PML-BRANCH-PERCENT   PIC ZZ9.9-.
           05  PML-BRANCH-PERCENT-R REDEFINES PML-BRANCH-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PML-COMPANY-PERCENT  PIC ZZ9.9-.
           05  PML-COMPANY-PERCENT-R REDEFINES PML-COMPANY-PERCENT
                                    PIC X(6).
           05  FILLER               PIC X(68)      VALUE SPACE.

       01  MIX-TOTAL-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "BRANCH TOTAL".
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  MTL-SALES-MTD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(86)      VALUE "*".

       01  NONE-ON-FILE-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  NOF-MESSAGE          PIC X(40).
           05  FILLER               PIC X(86)      VALUE SPACE.

       01  REPORT-BLANK-LINE        PIC X(130)     VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the scorecard. Every file is read
      * once into the branch figures, the measures are worked and
      * ranked, then each branch on BRCHMAST gets its page and its
      * extract record
      *****************************************************************
       000-PRINT-BRANCH-SCORECARDS.

           MOVE "BSC9400" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           INITIALIZE SALESREP-TABLE
                      PRODLINE-TABLE
                      BRANCH-SCORE-TABLE
                      COMPANY-SCORE-AREA
                      RANKED-COUNT-TABLE
                      REP-ENTRY-TABLE
                      MIX-ENTRY-TABLE
                      COMPANY-LINE-TABLE.
           PERFORM 100-GET-BUSINESS-DATE.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  CUSTMAST
                   INPUT  OPEN-ITEM-FILE
                   INPUT  UNAPPLIED-CASH-FILE
                   INPUT  PRODUCT-SALES-FILE
                   INPUT  REP-SUMMARY
                   INPUT  INPUT-SALESREP
                   INPUT  INPUT-PRODLINE
                   INPUT  INPUT-BRCHMAST
                   OUTPUT SCORECARD-REPORT
                   OUTPUT SCORECARD-EXTRACT
              PERFORM 200-LOAD-SALESREP-TABLE
              PERFORM 220-LOAD-PRODLINE-TABLE
              PERFORM 240-LOAD-BRANCH-TABLE
              IF NOT TABLE-FULL
                 PERFORM 300-READ-CUSTOMER
                      WITH TEST AFTER
                      UNTIL CUSTMAST-EOF
                 PERFORM 320-READ-REP-SUMMARY
                      WITH TEST AFTER
                      UNTIL REPSUMM-EOF OR TABLE-FULL
                 PERFORM 340-READ-PRODUCT-SALES
                      WITH TEST AFTER
                      UNTIL PRODSALS-EOF OR TABLE-FULL
                 PERFORM 360-READ-OPEN-ITEM
                      WITH TEST AFTER
                      UNTIL OPENITEM-EOF
                 PERFORM 370-READ-UNAPPLIED-CASH
                      WITH TEST AFTER
                      UNTIL UNAPPCSH-EOF
              END-IF
              IF TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 400-DERIVE-ALL-MEASURES
                 PERFORM 500-RANK-BRANCH
                      VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
                      UNTIL BRANCH-SUBSCRIPT > 100
                 MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
                 PERFORM 600-PRINT-BRANCH-SCORECARD
                      VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
                      UNTIL BRANCH-SUBSCRIPT > 100
                 PERFORM 700-REPORT-UNLISTED-BRANCHES
              END-IF
              CLOSE CUSTMAST
                    OPEN-ITEM-FILE
                    UNAPPLIED-CASH-FILE
                    PRODUCT-SALES-FILE
                    REP-SUMMARY
                    INPUT-SALESREP
                    INPUT-PRODLINE
                    INPUT-BRCHMAST
                    SCORECARD-REPORT
                    SCORECARD-EXTRACT
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Reads the business date control record the scorecard is
      * dated from and the open items are aged against. Without it
      * the figures cannot be placed on a business day, so the run
      * is refused rather than dating off the wall clock
      *****************************************************************
       100-GET-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "BSC9400 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - RUN BDC7300 FIRST - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
               NOT AT END
                   MOVE BD-YEAR         TO BDW-YEAR
                   MOVE BD-MONTH        TO BDW-MONTH
                   MOVE BD-DAY          TO BDW-DAY
                   MOVE BD-CYCLE-NUMBER TO BDW-CYCLE-NUMBER
                   MOVE BD-MONTH        TO RH1-MONTH
                   MOVE BD-DAY          TO RH1-DAY
                   MOVE BD-YEAR         TO RH1-YEAR
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF NOT RUN-REFUSED
              COMPUTE BUSINESS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BDW-DATE-NUMERIC)
           END-IF.

      *****************************************************************
      * Loads the sales rep table, including each rep's quotas, from
      * the sales rep master file
      *****************************************************************
       200-LOAD-SALESREP-TABLE.

           PERFORM 210-LOAD-SALESREP-ENTRY
              WITH TEST AFTER
              VARYING SRT-INDEX FROM 1 BY 1
              UNTIL SALESREP-EOF
                OR SRT-INDEX > 100.

           IF SRT-INDEX > 100 AND NOT SALESREP-EOF
              SET TABLE-FULL TO TRUE
              DISPLAY "BSC9400 - SALESREP-TABLE FULL AT 100 ENTRIES"
              DISPLAY "BSC9400 - CHECK SALESREP FILE FOR MORE THAN "
                 "100 DISTINCT SALES REPS - RUN ABORTED"
           END-IF.

       210-LOAD-SALESREP-ENTRY.

           READ INPUT-SALESREP
                AT END
                     SET SALESREP-EOF TO TRUE
           END-READ.
           IF NOT SALESREP-EOF AND SRT-INDEX NOT > 100
              MOVE SM-SALESREP-NUMBER TO SALESREP-NUMBER (SRT-INDEX)
              MOVE SM-SALESREP-NAME   TO SALESREP-NAME (SRT-INDEX)
              MOVE SM-ANNUAL-QUOTA
                 TO SALESREP-ANNUAL-QUOTA (SRT-INDEX)
              MOVE SM-MONTHLY-QUOTA
                 TO SALESREP-MONTHLY-QUOTA (SRT-INDEX)
           END-IF.

      *****************************************************************
      * Loads the product-line name table from the reference file
      *****************************************************************
       220-LOAD-PRODLINE-TABLE.

           PERFORM 230-LOAD-PRODLINE-ENTRY
              WITH TEST AFTER
              VARYING PLT-INDEX FROM 1 BY 1
              UNTIL PRODLINE-EOF
                OR PLT-INDEX > 100.

           IF PLT-INDEX > 100 AND NOT PRODLINE-EOF
              SET TABLE-FULL TO TRUE
              DISPLAY "BSC9400 - PRODLINE-TABLE FULL AT 100 ENTRIES"
              DISPLAY "BSC9400 - CHECK PRODLINE FILE FOR MORE THAN "
                 "100 DISTINCT PRODUCT LINES - RUN ABORTED"
           END-IF.

       230-LOAD-PRODLINE-ENTRY.

           READ INPUT-PRODLINE
                AT END
                     SET PRODLINE-EOF TO TRUE
           END-READ.
           IF NOT PRODLINE-EOF AND PLT-INDEX NOT > 100
              MOVE PL-PRODUCT-LINE      TO PRODLINE-CODE (PLT-INDEX)
              MOVE PL-PRODUCT-LINE-NAME TO PRODLINE-NAME (PLT-INDEX)
           END-IF.

      *****************************************************************
      * Marks each branch on the branch master and saves its name,
      * manager and region, kept by branch number. These are the
      * branches that get a page and are ranked
      *****************************************************************
       240-LOAD-BRANCH-TABLE.

           PERFORM 250-LOAD-BRANCH-ENTRY
              WITH TEST AFTER
              UNTIL BRCHMAST-EOF.

       250-LOAD-BRANCH-ENTRY.

           READ INPUT-BRCHMAST
                AT END
                     SET BRCHMAST-EOF TO TRUE
                NOT AT END
                     COMPUTE BRANCH-SUBSCRIPT = BM-BRANCH-NUMBER + 1
                     IF NOT BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
                        ADD 1 TO BRANCHES-ON-MASTER
                     END-IF
                     SET BRANCH-ON-MASTER (BRANCH-SUBSCRIPT) TO TRUE
                     MOVE BM-BRANCH-NAME
                        TO BRANCH-NAME (BRANCH-SUBSCRIPT)
                     MOVE BM-MANAGER-NAME
                        TO BRANCH-MANAGER-NAME (BRANCH-SUBSCRIPT)
                     MOVE BM-REGION-NUMBER
                        TO BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
                     MOVE BM-REGION-NAME
                        TO BRANCH-REGION-NAME (BRANCH-SUBSCRIPT)
           END-READ.

      *****************************************************************
      * Reads the customer master and adds each customer's sales
      * this year and last, year to date and month to date, into its
      * branch and the company
      *****************************************************************
       300-READ-CUSTOMER.

           READ CUSTMAST
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   COMPUTE BRANCH-SUBSCRIPT = CM-BRANCH-NUMBER + 1
                   SET BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT) TO TRUE
                   ADD 1 TO BRANCH-CUSTOMER-COUNT (BRANCH-SUBSCRIPT)
                            COMPANY-CUSTOMER-COUNT
                   ADD CM-SALES-THIS-YTD
                      TO BRANCH-THIS-YTD (BRANCH-SUBSCRIPT)
                         COMPANY-THIS-YTD
                   ADD CM-SALES-LAST-YTD
                      TO BRANCH-LAST-YTD (BRANCH-SUBSCRIPT)
                         COMPANY-LAST-YTD
                   ADD CM-SALES-THIS-MTD
                      TO BRANCH-THIS-MTD (BRANCH-SUBSCRIPT)
                         COMPANY-THIS-MTD
                   ADD CM-SALES-LAST-MTD
                      TO BRANCH-LAST-MTD (BRANCH-SUBSCRIPT)
                         COMPANY-LAST-MTD
           END-READ.

      *****************************************************************
      * Reads the rep summary RSA8300 cut from CUSTMAST, keeps each
      * rep for its branch page and adds the rep's year-to-date
      * actual and annual quota into the branch and company
      * attainment, the same join RQA7200 makes
      *****************************************************************
       320-READ-REP-SUMMARY.

           READ REP-SUMMARY
               AT END
                   SET REPSUMM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   PERFORM 325-STORE-REP-ENTRY
           END-READ.

       325-STORE-REP-ENTRY.

           IF REP-ENTRY-COUNT NOT < 500
              SET TABLE-FULL TO TRUE
              DISPLAY "BSC9400 - REP-ENTRY-TABLE FULL AT 500 ENTRIES"
              DISPLAY "BSC9400 - CHECK REPSUMM FILE FOR MORE THAN "
                 "500 BRANCH REPS - RUN ABORTED"
           ELSE
              ADD 1 TO REP-ENTRY-COUNT
              MOVE RS-BRANCH-NUMBER
                 TO REP-BRANCH-NUMBER (REP-ENTRY-COUNT)
              MOVE RS-SALESREP-NUMBER
                 TO REP-SALESREP-NUMBER (REP-ENTRY-COUNT)
              MOVE RS-SALES-THIS-YTD
                 TO REP-THIS-YTD (REP-ENTRY-COUNT)
              MOVE RS-SALES-THIS-MTD
                 TO REP-THIS-MTD (REP-ENTRY-COUNT)
              MOVE RS-CUSTOMER-COUNT
                 TO REP-CUSTOMER-COUNT (REP-ENTRY-COUNT)
              MOVE RS-SALESREP-NUMBER TO LOOKUP-SALESREP-NUMBER
              PERFORM 330-LOOK-UP-SALESREP
              COMPUTE BRANCH-SUBSCRIPT = RS-BRANCH-NUMBER + 1
              SET BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT) TO TRUE
              ADD 1 TO BRANCH-SALESREP-COUNT (BRANCH-SUBSCRIPT)
                       COMPANY-SALESREP-COUNT
              ADD RS-SALES-THIS-YTD
                 TO BRANCH-REP-YTD (BRANCH-SUBSCRIPT)
                    COMPANY-REP-YTD
              ADD REP-ANNUAL-QUOTA
                 TO BRANCH-QUOTA-YTD (BRANCH-SUBSCRIPT)
                    COMPANY-QUOTA-YTD
           END-IF.

      *****************************************************************
      * Finds the rep in LOOKUP-SALESREP-NUMBER on the rep table for
      * its name and quotas -- a rep not on the master is UNKNOWN
      * with no quota
      *****************************************************************
       330-LOOK-UP-SALESREP.

           SET SRT-INDEX TO 1.
           SEARCH SALESREP-GROUP
                AT END
                    MOVE "UNKNOWN" TO REP-NAME-WORK
                    MOVE ZERO      TO REP-ANNUAL-QUOTA
                                      REP-MONTHLY-QUOTA
                WHEN SALESREP-NUMBER (SRT-INDEX) =
                     LOOKUP-SALESREP-NUMBER
                    MOVE SALESREP-NAME (SRT-INDEX) TO REP-NAME-WORK
                    MOVE SALESREP-ANNUAL-QUOTA (SRT-INDEX)
                       TO REP-ANNUAL-QUOTA
                    MOVE SALESREP-MONTHLY-QUOTA (SRT-INDEX)
                       TO REP-MONTHLY-QUOTA
           END-SEARCH.

      *****************************************************************
      * Reads the product-line sales file, keeps each branch and line
      * for the branch page and adds the month's sales into the
      * branch and the company's figure for the line
      *****************************************************************
       340-READ-PRODUCT-SALES.

           READ PRODUCT-SALES-FILE
               AT END
                   SET PRODSALS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   PERFORM 345-STORE-MIX-ENTRY
           END-READ.

       345-STORE-MIX-ENTRY.

           IF MIX-ENTRY-COUNT NOT < 500
              SET TABLE-FULL TO TRUE
              DISPLAY "BSC9400 - MIX-ENTRY-TABLE FULL AT 500 ENTRIES"
              DISPLAY "BSC9400 - CHECK PRODSALS FILE FOR MORE THAN "
                 "500 BRANCH PRODUCT LINES - RUN ABORTED"
           ELSE
              ADD 1 TO MIX-ENTRY-COUNT
              MOVE PS-BRANCH-NUMBER
                 TO MIX-BRANCH-NUMBER (MIX-ENTRY-COUNT)
              MOVE PS-PRODUCT-LINE
                 TO MIX-PRODUCT-LINE (MIX-ENTRY-COUNT)
              MOVE PS-SALES-MTD
                 TO MIX-SALES-MTD (MIX-ENTRY-COUNT)
              COMPUTE BRANCH-SUBSCRIPT = PS-BRANCH-NUMBER + 1
              SET BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT) TO TRUE
              ADD PS-SALES-MTD
                 TO BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT)
                    COMPANY-PRODUCT-MTD
              PERFORM 350-ADD-COMPANY-LINE
           END-IF.

       350-ADD-COMPANY-LINE.

           SET CLT-INDEX TO 1.
           SEARCH COMPANY-LINE-ENTRY
                AT END
                    PERFORM 355-NEW-COMPANY-LINE
                WHEN COMPANY-LINE-CODE (CLT-INDEX) = PS-PRODUCT-LINE
                    ADD PS-SALES-MTD TO COMPANY-LINE-MTD (CLT-INDEX)
           END-SEARCH.

       355-NEW-COMPANY-LINE.

           IF COMPANY-LINE-COUNT NOT < 100
              SET TABLE-FULL TO TRUE
              DISPLAY "BSC9400 - COMPANY-LINE-TABLE FULL AT 100 "
                 "ENTRIES"
              DISPLAY "BSC9400 - CHECK PRODSALS FILE FOR MORE THAN "
                 "100 PRODUCT LINES - RUN ABORTED"
           ELSE
              ADD 1 TO COMPANY-LINE-COUNT
              SET CLT-INDEX TO COMPANY-LINE-COUNT
              MOVE PS-PRODUCT-LINE TO COMPANY-LINE-CODE (CLT-INDEX)
              MOVE PS-SALES-MTD    TO COMPANY-LINE-MTD (CLT-INDEX)
           END-IF.

      *****************************************************************
      * Reads the open invoices and adds each open balance into its
      * branch and the company, and into the over-90 figure when the
      * invoice is more than 90 days old on the business date --
      * the same line RAR7700 draws for its over-90 column
      *****************************************************************
       360-READ-OPEN-ITEM.

           READ OPEN-ITEM-FILE
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   PERFORM 365-AGE-OPEN-ITEM
           END-READ.

       365-AGE-OPEN-ITEM.

           COMPUTE BRANCH-SUBSCRIPT = OI-BRANCH-NUMBER + 1.
           SET BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT) TO TRUE.
           ADD OI-OPEN-BALANCE TO BRANCH-OPEN-AR (BRANCH-SUBSCRIPT)
                                  COMPANY-OPEN-AR.
           COMPUTE INVOICE-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE).
           COMPUTE DAYS-OUTSTANDING =
                BUSINESS-DAY-INTEGER - INVOICE-DAY-INTEGER.
           IF DAYS-OUTSTANDING > 90
              ADD OI-OPEN-BALANCE TO BRANCH-OVER-90 (BRANCH-SUBSCRIPT)
                                     COMPANY-OVER-90
           END-IF.

      *****************************************************************
      * Reads the receipts held as unapplied cash and takes each off
      * the open receivables of its branch and the company, the way
      * RAR7700 nets it out of the amount owed. The over-90 figure is
      * left as the invoices aged, as RAR7700 leaves its buckets
      *****************************************************************
       370-READ-UNAPPLIED-CASH.

           READ UNAPPLIED-CASH-FILE
               AT END
                   SET UNAPPCSH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   COMPUTE BRANCH-SUBSCRIPT = UC-BRANCH-NUMBER + 1
                   SET BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT) TO TRUE
                   SUBTRACT UC-UNAPPLIED-AMOUNT
                      FROM BRANCH-OPEN-AR (BRANCH-SUBSCRIPT)
                           COMPANY-OPEN-AR
           END-READ.

      *****************************************************************
      * Works the ten measures for every branch with a page and for
      * the company
      *****************************************************************
       400-DERIVE-ALL-MEASURES.

           PERFORM 410-DERIVE-BRANCH-MEASURES
                VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
                UNTIL BRANCH-SUBSCRIPT > 100.
           MOVE COMPANY-FIGURES TO SCORE-FIGURES.
           PERFORM 450-COMPUTE-MEASURES.
           MOVE SCORE-MEASURES TO COMPANY-MEASURES.

       410-DERIVE-BRANCH-MEASURES.

           IF BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
              MOVE BRANCH-FIGURES (BRANCH-SUBSCRIPT) TO SCORE-FIGURES
              PERFORM 450-COMPUTE-MEASURES
              MOVE SCORE-MEASURES
                 TO BRANCH-MEASURES (BRANCH-SUBSCRIPT)
           END-IF.

      *****************************************************************
      * Works the measures from the figures in the score work area.
      * A change percentage needs last year's figure to be above
      * zero, attainment needs a quota and the over-90 percentage
      * needs something owed -- otherwise the measure does not apply
      * and is left out of the ranking
      *****************************************************************
       450-COMPUTE-MEASURES.

           INITIALIZE SCORE-MEASURES.
           PERFORM 455-SET-MEASURE-APPLIES
                VARYING MEASURE-SUBSCRIPT FROM 1 BY 1
                UNTIL MEASURE-SUBSCRIPT > 10.
           MOVE SCORE-THIS-YTD  TO SCORE-MEASURE-VALUE (1).
           MOVE SCORE-LAST-YTD  TO SCORE-MEASURE-VALUE (2).
           MOVE SCORE-THIS-MTD  TO SCORE-MEASURE-VALUE (4).
           MOVE SCORE-LAST-MTD  TO SCORE-MEASURE-VALUE (5).
           MOVE SCORE-OPEN-AR   TO SCORE-MEASURE-VALUE (8).
           MOVE SCORE-OVER-90   TO SCORE-MEASURE-VALUE (9).

           IF SCORE-LAST-YTD > ZERO
              COMPUTE PERCENT-WORK ROUNDED =
                   (SCORE-THIS-YTD - SCORE-LAST-YTD) * 100
                   / SCORE-LAST-YTD
                   ON SIZE ERROR
                       MOVE 999999.9 TO PERCENT-WORK
              END-COMPUTE
              MOVE PERCENT-WORK TO SCORE-MEASURE-VALUE (3)
           ELSE
              SET SCORE-MEASURE-APPLIES (3) TO FALSE
           END-IF.

           IF SCORE-LAST-MTD > ZERO
              COMPUTE PERCENT-WORK ROUNDED =
                   (SCORE-THIS-MTD - SCORE-LAST-MTD) * 100
                   / SCORE-LAST-MTD
                   ON SIZE ERROR
                       MOVE 999999.9 TO PERCENT-WORK
              END-COMPUTE
              MOVE PERCENT-WORK TO SCORE-MEASURE-VALUE (6)
           ELSE
              SET SCORE-MEASURE-APPLIES (6) TO FALSE
           END-IF.

           IF SCORE-QUOTA-YTD > ZERO
              COMPUTE PERCENT-WORK ROUNDED =
                   SCORE-REP-YTD * 100 / SCORE-QUOTA-YTD
                   ON SIZE ERROR
                       MOVE 999999.9 TO PERCENT-WORK
              END-COMPUTE
              MOVE PERCENT-WORK TO SCORE-MEASURE-VALUE (7)
           ELSE
              SET SCORE-MEASURE-APPLIES (7) TO FALSE
           END-IF.

           IF SCORE-OPEN-AR > ZERO
              COMPUTE PERCENT-WORK ROUNDED =
                   SCORE-OVER-90 * 100 / SCORE-OPEN-AR
                   ON SIZE ERROR
                       MOVE 999999.9 TO PERCENT-WORK
              END-COMPUTE
              MOVE PERCENT-WORK TO SCORE-MEASURE-VALUE (10)
           ELSE
              SET SCORE-MEASURE-APPLIES (10) TO FALSE
           END-IF.

       455-SET-MEASURE-APPLIES.

           SET SCORE-MEASURE-APPLIES (MEASURE-SUBSCRIPT) TO TRUE.

      *****************************************************************
      * Ranks one branch on each ranked measure against every other
      * branch on BRCHMAST the measure applies to: one plus the
      * number of branches that did better, so tied branches share a
      * rank. Higher is better for sales, change and attainment;
      * lower is better for receivables and the over-90 percentage
      *****************************************************************
       500-RANK-BRANCH.

           IF BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
              PERFORM 510-RANK-MEASURE
                   VARYING MEASURE-SUBSCRIPT FROM 1 BY 1
                   UNTIL MEASURE-SUBSCRIPT > 10
           END-IF.

       510-RANK-MEASURE.

           MOVE ZERO TO BRANCH-MEASURE-RANK
                           (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT).
           IF MD-RANKED (MEASURE-SUBSCRIPT)
              AND BRANCH-MEASURE-APPLIES
                     (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
              ADD 1 TO RANKED-COUNT (MEASURE-SUBSCRIPT)
              MOVE 1 TO RANK-WORK
              PERFORM 520-COMPARE-BRANCH
                   VARYING OTHER-SUBSCRIPT FROM 1 BY 1
                   UNTIL OTHER-SUBSCRIPT > 100
              MOVE RANK-WORK TO BRANCH-MEASURE-RANK
                                   (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
           END-IF.

       520-COMPARE-BRANCH.

           IF BRANCH-ON-MASTER (OTHER-SUBSCRIPT)
              AND BRANCH-MEASURE-APPLIES
                     (OTHER-SUBSCRIPT MEASURE-SUBSCRIPT)
              IF MD-HIGHER-IS-BETTER (MEASURE-SUBSCRIPT)
                 IF BRANCH-MEASURE-VALUE
                       (OTHER-SUBSCRIPT MEASURE-SUBSCRIPT) >
                    BRANCH-MEASURE-VALUE
                       (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
                    ADD 1 TO RANK-WORK
                 END-IF
              ELSE
                 IF BRANCH-MEASURE-VALUE
                       (OTHER-SUBSCRIPT MEASURE-SUBSCRIPT) <
                    BRANCH-MEASURE-VALUE
                       (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
                    ADD 1 TO RANK-WORK
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * Prints one branch's page -- the heading, the branch, its
      * measures beside the company's with its rank, its reps and
      * its product mix -- and writes its branch extract record, the
      * rep and product-line records following as their lines print
      *****************************************************************
       600-PRINT-BRANCH-SCORECARD.

           IF BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
              PERFORM 610-PRINT-PAGE-HEADING
              MOVE "SCORECARD MEASURES" TO SECTION-TITLE
              MOVE SECTION-TITLE-LINE TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
              MOVE MEASURE-HEADING-LINE-1 TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
              MOVE MEASURE-HEADING-LINE-2 TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
              PERFORM 620-PRINT-MEASURE-LINE
                   VARYING MEASURE-SUBSCRIPT FROM 1 BY 1
                   UNTIL MEASURE-SUBSCRIPT > 10
              PERFORM 680-WRITE-SCORECARD-EXTRACT
              PERFORM 630-PRINT-BRANCH-REPS
              PERFORM 650-PRINT-BRANCH-MIX
           END-IF.

       610-PRINT-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO RH1-PAGE-NUMBER.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           COMPUTE BNL-BRANCH-NUMBER = BRANCH-SUBSCRIPT - 1.
           MOVE BRANCH-NAME (BRANCH-SUBSCRIPT)   TO BNL-BRANCH-NAME.
           MOVE BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
              TO BNL-REGION-NUMBER.
           MOVE BRANCH-REGION-NAME (BRANCH-SUBSCRIPT)
              TO BNL-REGION-NAME.
           MOVE BRANCH-MANAGER-NAME (BRANCH-SUBSCRIPT)
              TO BNL-MANAGER-NAME.
           MOVE BRANCH-NAME-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE BRANCH-CUSTOMER-COUNT (BRANCH-SUBSCRIPT)
              TO BCL-CUSTOMER-COUNT.
           MOVE BRANCH-SALESREP-COUNT (BRANCH-SUBSCRIPT)
              TO BCL-SALESREP-COUNT.
           MOVE BRANCHES-ON-MASTER TO BCL-BRANCH-COUNT.
           MOVE BRANCH-COUNT-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.

      *****************************************************************
      * Prints one measure: the branch's figure, the company's and
      * the branch's rank. A measure that does not apply shows N/A
      * and no rank; a reference-only measure shows no rank
      *****************************************************************
       620-PRINT-MEASURE-LINE.

           MOVE MD-CAPTION (MEASURE-SUBSCRIPT) TO ML-CAPTION.
           IF BRANCH-MEASURE-APPLIES (BRANCH-SUBSCRIPT
                                      MEASURE-SUBSCRIPT)
              IF MD-PERCENTAGE (MEASURE-SUBSCRIPT)
                 MOVE BRANCH-MEASURE-VALUE
                         (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
                    TO ML-BRANCH-PERCENT
              ELSE
                 MOVE BRANCH-MEASURE-VALUE
                         (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
                    TO ML-BRANCH-AMOUNT
              END-IF
           ELSE
              MOVE "            N/A" TO ML-BRANCH-VALUE-R
           END-IF.
           IF COMPANY-MEASURE-APPLIES (MEASURE-SUBSCRIPT)
              IF MD-PERCENTAGE (MEASURE-SUBSCRIPT)
                 MOVE COMPANY-MEASURE-VALUE (MEASURE-SUBSCRIPT)
                    TO ML-COMPANY-PERCENT
              ELSE
                 MOVE COMPANY-MEASURE-VALUE (MEASURE-SUBSCRIPT)
                    TO ML-COMPANY-AMOUNT
              END-IF
           ELSE
              MOVE "            N/A" TO ML-COMPANY-VALUE-R
           END-IF.
           IF BRANCH-MEASURE-RANK (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT)
                 > ZERO
              MOVE "RANK " TO ML-RANK-AREA-R
              MOVE BRANCH-MEASURE-RANK
                      (BRANCH-SUBSCRIPT MEASURE-SUBSCRIPT) TO ML-RANK
              MOVE " OF "  TO ML-RANK-AREA-R (9:4)
              MOVE RANKED-COUNT (MEASURE-SUBSCRIPT)
                 TO ML-RANKED-COUNT
           ELSE
              MOVE SPACES TO ML-RANK-AREA-R
           END-IF.
           MOVE MEASURE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.

      *****************************************************************
      * Lists the branch's reps off the rep summary with their
      * attainment against the rep master quotas, flagged the way
      * RQA7200 shows a rep with no quota
      *****************************************************************
       630-PRINT-BRANCH-REPS.

           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE "SALES REPS - QUOTA ATTAINMENT" TO SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REP-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REP-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           SET REP-FOUND TO FALSE.
           PERFORM 640-PRINT-REP-LINE
                VARYING REP-SUBSCRIPT FROM 1 BY 1
                UNTIL REP-SUBSCRIPT > REP-ENTRY-COUNT.
           IF NOT REP-FOUND
              MOVE "NO REPS FOR THIS BRANCH ON REPSUMM"
                 TO NOF-MESSAGE
              MOVE NONE-ON-FILE-LINE TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
           END-IF.

       640-PRINT-REP-LINE.

           IF REP-BRANCH-NUMBER (REP-SUBSCRIPT) = BNL-BRANCH-NUMBER
              SET REP-FOUND TO TRUE
              MOVE REP-SALESREP-NUMBER (REP-SUBSCRIPT)
                 TO SRL-SALESREP-NUMBER
              MOVE REP-SALESREP-NUMBER (REP-SUBSCRIPT)
                 TO LOOKUP-SALESREP-NUMBER
              PERFORM 330-LOOK-UP-SALESREP
              MOVE REP-NAME-WORK      TO SRL-SALESREP-NAME
              MOVE REP-THIS-YTD (REP-SUBSCRIPT) TO SRL-ACTUAL-YTD
              MOVE REP-ANNUAL-QUOTA   TO SRL-ANNUAL-QUOTA
              MOVE REP-THIS-MTD (REP-SUBSCRIPT) TO SRL-ACTUAL-MTD
              MOVE REP-MONTHLY-QUOTA  TO SRL-MONTHLY-QUOTA
              MOVE REP-CUSTOMER-COUNT (REP-SUBSCRIPT)
                 TO SRL-CUSTOMER-COUNT
              IF REP-ANNUAL-QUOTA = ZERO
                 MOVE "NO QTA" TO SRL-YTD-PERCENT-R
              ELSE
                 COMPUTE SRL-YTD-PERCENT ROUNDED =
                      REP-THIS-YTD (REP-SUBSCRIPT) * 100
                      / REP-ANNUAL-QUOTA
                      ON SIZE ERROR
                          MOVE "OVRFLW" TO SRL-YTD-PERCENT-R
                 END-COMPUTE
              END-IF
              IF REP-MONTHLY-QUOTA = ZERO
                 MOVE "   N/A" TO SRL-MTD-PERCENT-R
              ELSE
                 COMPUTE SRL-MTD-PERCENT ROUNDED =
                      REP-THIS-MTD (REP-SUBSCRIPT) * 100
                      / REP-MONTHLY-QUOTA
                      ON SIZE ERROR
                          MOVE "OVRFLW" TO SRL-MTD-PERCENT-R
                 END-COMPUTE
              END-IF
              MOVE SALESREP-LINE TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
              PERFORM 690-WRITE-REP-EXTRACT
           END-IF.

      *****************************************************************
      * Lists the branch's product lines for the month with each
      * line's share of the branch's sales beside the same line's
      * share of the company's
      *****************************************************************
       650-PRINT-BRANCH-MIX.

           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE "PRODUCT LINE MIX - MONTH TO DATE" TO SECTION-TITLE.
           MOVE SECTION-TITLE-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE MIX-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE MIX-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           SET MIX-FOUND TO FALSE.
           PERFORM 660-PRINT-MIX-LINE
                VARYING MIX-SUBSCRIPT FROM 1 BY 1
                UNTIL MIX-SUBSCRIPT > MIX-ENTRY-COUNT.
           IF MIX-FOUND
              MOVE BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT)
                 TO MTL-SALES-MTD
              MOVE MIX-TOTAL-LINE TO REPORT-PRINT-AREA
           ELSE
              MOVE "NO PRODUCT LINES FOR THIS BRANCH ON PRODSALS"
                 TO NOF-MESSAGE
              MOVE NONE-ON-FILE-LINE TO REPORT-PRINT-AREA
           END-IF.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.

       660-PRINT-MIX-LINE.

           IF MIX-BRANCH-NUMBER (MIX-SUBSCRIPT) = BNL-BRANCH-NUMBER
              SET MIX-FOUND TO TRUE
              MOVE MIX-PRODUCT-LINE (MIX-SUBSCRIPT)
                 TO PML-PRODUCT-LINE
              SET PLT-INDEX TO 1
              SEARCH PRODLINE-GROUP
                   AT END
                       MOVE "UNKNOWN" TO PML-PRODUCT-NAME
                   WHEN PRODLINE-CODE (PLT-INDEX) =
                        MIX-PRODUCT-LINE (MIX-SUBSCRIPT)
                       MOVE PRODLINE-NAME (PLT-INDEX)
                          TO PML-PRODUCT-NAME
              END-SEARCH
              MOVE MIX-SALES-MTD (MIX-SUBSCRIPT) TO PML-SALES-MTD
              IF BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT) > ZERO
                 COMPUTE PML-BRANCH-PERCENT ROUNDED =
                      MIX-SALES-MTD (MIX-SUBSCRIPT) * 100
                      / BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT)
                      ON SIZE ERROR
                          MOVE "OVRFLW" TO PML-BRANCH-PERCENT-R
                 END-COMPUTE
              ELSE
                 MOVE "   N/A" TO PML-BRANCH-PERCENT-R
              END-IF
              PERFORM 670-FORMAT-COMPANY-SHARE
              MOVE PRODUCT-MIX-LINE TO REPORT-PRINT-AREA
              WRITE REPORT-PRINT-AREA
              PERFORM 695-WRITE-MIX-EXTRACT
           END-IF.

       670-FORMAT-COMPANY-SHARE.

           MOVE "   N/A" TO PML-COMPANY-PERCENT-R.
           IF COMPANY-PRODUCT-MTD > ZERO
              SET CLT-INDEX TO 1
              SEARCH COMPANY-LINE-ENTRY
                   AT END
                       CONTINUE
                   WHEN COMPANY-LINE-CODE (CLT-INDEX) =
                        MIX-PRODUCT-LINE (MIX-SUBSCRIPT)
                       COMPUTE PML-COMPANY-PERCENT ROUNDED =
                            COMPANY-LINE-MTD (CLT-INDEX) * 100
                            / COMPANY-PRODUCT-MTD
                            ON SIZE ERROR
                                MOVE "OVRFLW"
                                   TO PML-COMPANY-PERCENT-R
                       END-COMPUTE
              END-SEARCH
           END-IF.

      *****************************************************************
      * Writes the branch's extract record -- the same measures the
      * page shows, stamped with the business date and cycle
      *****************************************************************
       680-WRITE-SCORECARD-EXTRACT.

           MOVE SPACES TO BRANCH-SCORECARD-RECORD.
           SET SX-BRANCH-RECORD TO TRUE.
           MOVE BDW-DATE-NUMERIC  TO SX-BUSINESS-DATE.
           MOVE BDW-CYCLE-NUMBER  TO SX-CYCLE-NUMBER.
           MOVE BNL-BRANCH-NUMBER TO SX-BRANCH-NUMBER.
           MOVE BRANCH-NAME (BRANCH-SUBSCRIPT) TO SX-BRANCH-NAME.
           MOVE BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
              TO SX-REGION-NUMBER.
           MOVE BRANCHES-ON-MASTER TO SX-BRANCHES-RANKED.
           MOVE BRANCH-CUSTOMER-COUNT (BRANCH-SUBSCRIPT)
              TO SX-CUSTOMER-COUNT.
           MOVE BRANCH-SALESREP-COUNT (BRANCH-SUBSCRIPT)
              TO SX-SALESREP-COUNT.
           PERFORM 685-MOVE-EXTRACT-MEASURE
                VARYING MEASURE-SUBSCRIPT FROM 1 BY 1
                UNTIL MEASURE-SUBSCRIPT > 10.
           WRITE BRANCH-SCORECARD-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.

       685-MOVE-EXTRACT-MEASURE.

           MOVE BRANCH-MEASURE-VALUE (BRANCH-SUBSCRIPT
                                      MEASURE-SUBSCRIPT)
              TO SX-BRANCH-VALUE (MEASURE-SUBSCRIPT).
           MOVE COMPANY-MEASURE-VALUE (MEASURE-SUBSCRIPT)
              TO SX-COMPANY-VALUE (MEASURE-SUBSCRIPT).
           MOVE BRANCH-MEASURE-SWITCH (BRANCH-SUBSCRIPT
                                       MEASURE-SUBSCRIPT)
              TO SX-APPLIES-FLAG (MEASURE-SUBSCRIPT).
           MOVE BRANCH-MEASURE-RANK (BRANCH-SUBSCRIPT
                                     MEASURE-SUBSCRIPT)
              TO SX-BRANCH-RANK (MEASURE-SUBSCRIPT).

      *****************************************************************
      * Writes the extract record for the rep line just printed --
      * its actuals and quotas from the rep table and the lookup, and
      * its attainment worked the way the line shows it, flagged N
      * where the rep has no quota to measure against
      *****************************************************************
       690-WRITE-REP-EXTRACT.

           MOVE SPACES TO BRANCH-SCORECARD-RECORD.
           SET SX-REP-RECORD TO TRUE.
           MOVE BDW-DATE-NUMERIC  TO SX-BUSINESS-DATE.
           MOVE BDW-CYCLE-NUMBER  TO SX-CYCLE-NUMBER.
           MOVE BNL-BRANCH-NUMBER TO SX-BRANCH-NUMBER.
           MOVE REP-SALESREP-NUMBER (REP-SUBSCRIPT)
              TO SX-SALESREP-NUMBER.
           MOVE REP-NAME-WORK      TO SX-SALESREP-NAME.
           MOVE REP-THIS-YTD (REP-SUBSCRIPT) TO SX-REP-ACTUAL-YTD.
           MOVE REP-ANNUAL-QUOTA   TO SX-REP-ANNUAL-QUOTA.
           MOVE REP-THIS-MTD (REP-SUBSCRIPT) TO SX-REP-ACTUAL-MTD.
           MOVE REP-MONTHLY-QUOTA  TO SX-REP-MONTHLY-QUOTA.
           MOVE REP-CUSTOMER-COUNT (REP-SUBSCRIPT)
              TO SX-REP-CUSTOMER-COUNT.
           MOVE ZERO TO SX-REP-YTD-PERCENT SX-REP-MTD-PERCENT.
           IF REP-ANNUAL-QUOTA = ZERO
              MOVE "N" TO SX-REP-YTD-FLAG
           ELSE
              MOVE "Y" TO SX-REP-YTD-FLAG
              COMPUTE SX-REP-YTD-PERCENT ROUNDED =
                   REP-THIS-YTD (REP-SUBSCRIPT) * 100
                   / REP-ANNUAL-QUOTA
                   ON SIZE ERROR
                       MOVE 999999.9 TO SX-REP-YTD-PERCENT
              END-COMPUTE
           END-IF.
           IF REP-MONTHLY-QUOTA = ZERO
              MOVE "N" TO SX-REP-MTD-FLAG
           ELSE
              MOVE "Y" TO SX-REP-MTD-FLAG
              COMPUTE SX-REP-MTD-PERCENT ROUNDED =
                   REP-THIS-MTD (REP-SUBSCRIPT) * 100
                   / REP-MONTHLY-QUOTA
                   ON SIZE ERROR
                       MOVE 999999.9 TO SX-REP-MTD-PERCENT
              END-COMPUTE
           END-IF.
           WRITE BRANCH-SCORECARD-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * Writes the extract record for the product-line mix line just
      * printed -- the line's sales and share for the branch and for
      * the company, flagged N where there were no sales to share
      *****************************************************************
       695-WRITE-MIX-EXTRACT.

           MOVE SPACES TO BRANCH-SCORECARD-RECORD.
           SET SX-PRODUCT-LINE-RECORD TO TRUE.
           MOVE BDW-DATE-NUMERIC  TO SX-BUSINESS-DATE.
           MOVE BDW-CYCLE-NUMBER  TO SX-CYCLE-NUMBER.
           MOVE BNL-BRANCH-NUMBER TO SX-BRANCH-NUMBER.
           MOVE MIX-PRODUCT-LINE (MIX-SUBSCRIPT) TO SX-PRODUCT-LINE.
           MOVE PML-PRODUCT-NAME  TO SX-PRODUCT-LINE-NAME.
           MOVE MIX-SALES-MTD (MIX-SUBSCRIPT) TO SX-BRANCH-LINE-MTD.
           MOVE ZERO TO SX-BRANCH-SHARE
                        SX-COMPANY-LINE-MTD
                        SX-COMPANY-SHARE.
           IF BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT) > ZERO
              MOVE "Y" TO SX-BRANCH-SHARE-FLAG
              COMPUTE SX-BRANCH-SHARE ROUNDED =
                   MIX-SALES-MTD (MIX-SUBSCRIPT) * 100
                   / BRANCH-PRODUCT-MTD (BRANCH-SUBSCRIPT)
                   ON SIZE ERROR
                       MOVE 999999.9 TO SX-BRANCH-SHARE
              END-COMPUTE
           ELSE
              MOVE "N" TO SX-BRANCH-SHARE-FLAG
           END-IF.
           MOVE "N" TO SX-COMPANY-SHARE-FLAG.
           SET CLT-INDEX TO 1.
           SEARCH COMPANY-LINE-ENTRY
                AT END
                    CONTINUE
                WHEN COMPANY-LINE-CODE (CLT-INDEX) =
                     MIX-PRODUCT-LINE (MIX-SUBSCRIPT)
                    MOVE COMPANY-LINE-MTD (CLT-INDEX)
                       TO SX-COMPANY-LINE-MTD
                    IF COMPANY-PRODUCT-MTD > ZERO
                       MOVE "Y" TO SX-COMPANY-SHARE-FLAG
                       COMPUTE SX-COMPANY-SHARE ROUNDED =
                            COMPANY-LINE-MTD (CLT-INDEX) * 100
                            / COMPANY-PRODUCT-MTD
                            ON SIZE ERROR
                                MOVE 999999.9 TO SX-COMPANY-SHARE
                       END-COMPUTE
                    END-IF
           END-SEARCH.
           WRITE BRANCH-SCORECARD-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * Counts the branch numbers that carried figures but are not
      * on BRCHMAST -- they are in the company figures but have no
      * page -- and says so on the console
      *****************************************************************
       700-REPORT-UNLISTED-BRANCHES.

           PERFORM 710-CHECK-UNLISTED-BRANCH
                VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
                UNTIL BRANCH-SUBSCRIPT > 100.
           IF BRANCHES-OFF-MASTER > ZERO
              MOVE BRANCHES-OFF-MASTER TO BRANCHES-OFF-DISPLAY
              DISPLAY "BSC9400 - " BRANCHES-OFF-DISPLAY
                 " BRANCH NUMBER(S) WITH FIGURES NOT ON BRCHMAST - "
                 "IN COMPANY FIGURES, NO PAGE"
           END-IF.

       710-CHECK-UNLISTED-BRANCH.

           IF BRANCH-HAS-FIGURES (BRANCH-SUBSCRIPT)
              AND NOT BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
              ADD 1 TO BRANCHES-OFF-MASTER
           END-IF.
