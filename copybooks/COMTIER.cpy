      *****************************************************************
      * Title..........: COMTIER - Commission Tier Record Layout
      * File Desc......: Record layout for the commission accelerator
      *                  schedule read by CCR7000, one record per
      *                  tier in ascending threshold order. A tier
      *                  starts once a rep's year-to-date sales pass
      *                  the threshold percentage of the rep's annual
      *                  quota on SALESREP, and sales beyond that
      *                  point earn the rep's own rate from COMRATE
      *                  plus the tier's step-up points. Each tier's
      *                  step-up replaces the one below it rather
      *                  than adding to it. A rep with no annual
      *                  quota, or a run with no schedule, is paid
      *                  the flat COMRATE rate
      *****************************************************************
       01  COMMISSION-TIER-RECORD.
           05  TI-THRESHOLD-PERCENT     PIC 9(3)V99.
           05  TI-RATE-STEP-UP          PIC 9(2)V999.
           05  FILLER                   PIC X(120).
