      *                  feed rebuilding CUSTMAST. The layout after
      *                  the period stamp mirrors the customer master
      *                  record field for field. Read by the RPT7500
      *                  trend report and by the ART9300 aging and DSO
      *                  trend for each month's sales, and checked
      *                  against CUSTMAST by the FIA9500 integrity
      *                  audit
      *****************************************************************
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-PERIOD.
