      *                  product line. The file is indexed on the
      *                  branch/product-line pair, so reading it
      *                  sequentially by key walks the product lines
      *                  within each branch for the RPL8100 report
      *                  and the BSC9400 scorecard's product mix.
      *                  CSP6500 zeroes every TODAY bucket at the
      *                  start of each posting run and accumulates
      *                  the day's postings into both buckets as it
      *                  posts; the CPE6600 month and year rolls
      *                  zero the MTD buckets. The FIA9500 integrity
      *                  audit checks every branch on it against
      *                  BRCHMAST
      *****************************************************************
       01  PRODUCT-SALES-RECORD.
           05  PS-RECORD-KEY.
