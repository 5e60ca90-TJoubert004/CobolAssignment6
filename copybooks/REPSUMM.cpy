      *                  branch, in branch/rep sequence, carrying
      *                  the rep's THIS-YTD and THIS-MTD actuals and
      *                  the count of customers rolled into them.
      *                  RQA7200, CCR7000 and the BSC9400 branch
      *                  scorecard drive off this file instead of
      *                  each making their own full pass over the
      *                  customer master. The FIA9500 integrity
      *                  audit proves it still ties to CUSTMAST
      *****************************************************************
       01  REP-SUMMARY-RECORD.
           05  RS-BRANCH-NUMBER        PIC 9(2).
