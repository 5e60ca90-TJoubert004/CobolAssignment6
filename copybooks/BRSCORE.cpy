      *****************************************************************
      * Title..........: BRSCORE - Branch Scorecard Extract Layout
      * File Desc......: Record layout for the fixed-format extract
      *                  BSC9400 writes alongside the branch manager
      *                  scorecard, stamped with the business date and
      *                  cycle so successive runs can be loaded side
      *                  by side and branches charted over time.
      *                  Numbers are zoned with a leading separate
      *                  sign so the file reads as plain text. Every
      *                  record starts with its record type, the
      *                  business date, the cycle and the branch, and
      *                  each branch on BRCHMAST gets a branch record
      *                  followed by a rep record for each of its reps
      *                  on REPSUMM and a product-line record for each
      *                  of its lines on PRODSALS, the three sections
      *                  of its scorecard page.
      *                  The branch record (type B) carries the ten
      *                  scorecard measures in the order they print:
      *                    01 SALES THIS YTD
      *                    02 SALES LAST YTD
      *                    03 YTD CHANGE PERCENT
      *                    04 SALES THIS MTD
      *                    05 SALES LAST MTD
      *                    06 MTD CHANGE PERCENT
      *                    07 YTD QUOTA ATTAINMENT PERCENT
      *                    08 OPEN RECEIVABLES, NET OF UNAPPLIED CASH
      *                    09 OPEN RECEIVABLES OVER 90 DAYS
      *                    10 PERCENT OVER 90 DAYS
      *                  with the branch's figure, the company figure,
      *                  a flag that is N when the measure does not
      *                  apply (no quota, no prior-year base, nothing
      *                  owed) and the branch's rank among the
      *                  branches on the run -- zero for a measure
      *                  that is not ranked or does not apply.
      *                  The rep record (type R) carries one rep's
      *                  year-to-date and month-to-date actual, quota
      *                  and attainment percent, each percent with a
      *                  flag that is N when the rep has no quota.
      *                  The product-line record (type P) carries one
      *                  line's month-to-date sales for the branch and
      *                  its share of the branch's sales, and the
      *                  line's sales for the company and its share
      *                  of the company's, each share with a flag that
      *                  is N when there were no sales to share.
      *                  A percent too large for its picture is
      *                  written as 999999.9
      *****************************************************************
       01  BRANCH-SCORECARD-RECORD.
           05  SX-RECORD-TYPE           PIC X(1).
               88  SX-BRANCH-RECORD              VALUE "B".
               88  SX-REP-RECORD                 VALUE "R".
               88  SX-PRODUCT-LINE-RECORD        VALUE "P".
           05  SX-BUSINESS-DATE         PIC 9(8).
           05  SX-CYCLE-NUMBER          PIC 9(5).
           05  SX-BRANCH-NUMBER         PIC 9(2).
           05  SX-RECORD-DATA           PIC X(334).
           05  SX-BRANCH-DATA           REDEFINES SX-RECORD-DATA.
               10  SX-BRANCH-NAME       PIC X(20).
               10  SX-REGION-NUMBER     PIC 9(1).
               10  SX-BRANCHES-RANKED   PIC 9(3).
               10  SX-CUSTOMER-COUNT    PIC 9(7).
               10  SX-SALESREP-COUNT    PIC 9(3).
               10  SX-MEASURE OCCURS 10 TIMES.
                   15  SX-BRANCH-VALUE  PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
                   15  SX-COMPANY-VALUE PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
                   15  SX-APPLIES-FLAG  PIC X(1).
                   15  SX-BRANCH-RANK   PIC 9(3).
               10  FILLER               PIC X(20).
           05  SX-REP-DATA              REDEFINES SX-RECORD-DATA.
               10  SX-SALESREP-NUMBER   PIC 9(2).
               10  SX-SALESREP-NAME     PIC X(10).
               10  SX-REP-ACTUAL-YTD    PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-ANNUAL-QUOTA  PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-YTD-PERCENT   PIC S9(6)V9
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-YTD-FLAG      PIC X(1).
               10  SX-REP-ACTUAL-MTD    PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-MONTHLY-QUOTA PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-MTD-PERCENT   PIC S9(6)V9
                                        SIGN IS LEADING SEPARATE.
               10  SX-REP-MTD-FLAG      PIC X(1).
               10  SX-REP-CUSTOMER-COUNT PIC 9(7).
               10  FILLER               PIC X(249).
           05  SX-PRODUCT-LINE-DATA     REDEFINES SX-RECORD-DATA.
               10  SX-PRODUCT-LINE      PIC X(2).
               10  SX-PRODUCT-LINE-NAME PIC X(20).
               10  SX-BRANCH-LINE-MTD   PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-BRANCH-SHARE      PIC S9(6)V9
                                        SIGN IS LEADING SEPARATE.
               10  SX-BRANCH-SHARE-FLAG PIC X(1).
               10  SX-COMPANY-LINE-MTD  PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
               10  SX-COMPANY-SHARE     PIC S9(6)V9
                                        SIGN IS LEADING SEPARATE.
               10  SX-COMPANY-SHARE-FLAG PIC X(1).
               10  FILLER               PIC X(270).
