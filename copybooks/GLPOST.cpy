      *****************************************************************
      * Title..........: GLPOST - GL Journal Writer Work Area
      * File Desc......: Communication area passed to the GJW8700
      *                  general ledger journal writer. The calling
      *                  program sets its program ID and the kind of
      *                  entries it writes -- SALES for invoices and
      *                  credit memos, CASH for receipts -- and calls
      *                  with OPEN before its first posting. Each
      *                  POST call carries one signed register amount
      *                  with the branch, customer, invoice number and
      *                  reference date behind it and is journaled as
      *                  a balanced debit/credit pair. The CLOSE call
      *                  carries the register's batch count and net
      *                  amount, which are written as the batch
      *                  control record the journal proof ties to
      *****************************************************************
       01  GL-POSTING-AREA.
           05  GP-FUNCTION-CODE        PIC X(5).
               88  GP-OPEN-BATCH                VALUE "OPEN".
               88  GP-POST-ENTRY                VALUE "POST".
               88  GP-CLOSE-BATCH               VALUE "CLOSE".
           05  GP-SOURCE-PROGRAM       PIC X(8).
           05  GP-ENTRY-KIND           PIC X(5).
               88  GP-SALES-ENTRY               VALUE "SALES".
               88  GP-CASH-ENTRY                VALUE "CASH".
           05  GP-BRANCH-NUMBER        PIC 9(2).
           05  GP-CUSTOMER-NUMBER      PIC X(5).
           05  GP-REFERENCE-DATE       PIC 9(8).
           05  GP-INVOICE-NUMBER       PIC X(8).
           05  GP-ENTRY-TYPE           PIC X(6).
           05  GP-AMOUNT               PIC S9(8)V99   COMP-3.
           05  GP-BATCH-COUNT          PIC S9(7)      COMP-3.
           05  GP-BATCH-AMOUNT         PIC S9(9)V99   COMP-3.
