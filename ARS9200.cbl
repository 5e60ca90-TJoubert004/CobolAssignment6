      *****************************************************************
      * Title..........: ARS9200 - Month-End Receivables Aging
      *                  Snapshot
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Appends each customer's aged receivables
      *                  position to the aging history file ARHIST,
      *                  stamped with the business period being
      *                  closed, so the position RAR7700 prints is
      *                  not lost when the next night's cash posts.
      *                  The open-invoice file and the unapplied cash
      *                  file are merged by customer key exactly as
      *                  RAR7700 merges them and every invoice is aged
      *                  off the official business date into the
      *                  same current, 31-60, 61-90 and over-90-day
      *                  columns, with unapplied cash netted out of
      *                  the total due. One record is written per
      *                  customer with anything open. Run at each
      *                  month-end alongside the CHS7400 sales
      *                  history snapshot; the history feeds the
      *                  ART9300 aging and DSO trend. The snapshot
      *                  control file remembers the last period
      *                  written and a second run for the same
      *                  period is refused -- the history is
      *                  append-only -- unless the operator passes
      *                  OVERRIDE
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ARS9200.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
           SELECT OPTIONAL AGING-HISTORY ASSIGN TO ARHIST.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT OPTIONAL SNAPSHOT-CONTROL-FILE ASSIGN TO ARSNPCTL.

       DATA DIVISION.

       FILE SECTION.

       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
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

       FD  AGING-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY ARHIST.

      * The business date control record -- the items are aged
      * against the business date and the snapshot is stamped with
      * its period
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

      * One record remembering the last period snapshotted -- the
      * aging history is append-only, so a second snapshot of the
      * same period would double every customer's balance for that
      * period. This is what refuses the second run
       FD  SNAPSHOT-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           BLOCK CONTAINS 6 CHARACTERS.
       01  SNAPSHOT-CONTROL-RECORD  PIC X(6).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the aging snapshot run
      *****************************************************************
      * Determines when end of file or a customer break is reached
      * and whether the run was refused before any record was read
       01  SWITCHES.
           05  OPEN-ITEM-EOF-SWITCH    PIC X    VALUE "N".
              88  OPEN-ITEM-EOF                 VALUE "Y".
           05  UNAPPLIED-EOF-SWITCH    PIC X    VALUE "N".
              88  UNAPPLIED-EOF                 VALUE "Y".
           05  RECEIVABLE-EOF-SWITCH   PIC X    VALUE "N".
              88  RECEIVABLE-EOF                VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
              88  FIRST-RECORD                  VALUE "Y"
                                                  FALSE "N".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".

      * Command-line parameter -- OVERRIDE forces a snapshot of a
      * period already on the control record, for a deliberate rerun
       01  RUN-PARAMETER               PIC X(20).

       01  OVERRIDE-COUNT              PIC S9(4) COMP VALUE ZERO.

      * The period already snapshotted, from the snapshot control
      * record, held here so it survives the control file being
      * closed
       01  LAST-PERIOD-SNAPSHOTTED     PIC X(6).

      * The business date the items are aged against and the period
      * stamped on every history record written on this run, saved
      * from the control record so they survive the control file
      * being closed
       01  BUSINESS-DATE-FIELDS.
           05  SNAPSHOT-PERIOD.
               10  BDW-YEAR            PIC 9(4).
               10  BDW-MONTH           PIC 9(2).
           05  BDW-DAY                 PIC 9(2).
       01  BDW-DATE-NUMERIC REDEFINES BUSINESS-DATE-FIELDS
                                       PIC 9(8).

      * The customer whose items are being gathered
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-KEY.
               10  OLD-BRANCH-NUMBER   PIC 9(2).
               10  OLD-REGION-NUMBER   PIC 9(1).
               10  OLD-SALESREP-NUMBER PIC 9(2).
               10  OLD-CUSTOMER-NUMBER PIC X(5).

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
           05  RI-CUSTOMER-KEY.
               10  RI-BRANCH-NUMBER    PIC 9(2).
               10  RI-REGION-NUMBER    PIC 9(1).
               10  RI-SALESREP-NUMBER  PIC 9(2).
               10  RI-CUSTOMER-NUMBER  PIC X(5).
           05  RI-ITEM-KIND        PIC X.
              88  RI-OPEN-INVOICE               VALUE "I".
              88  RI-UNAPPLIED-CASH             VALUE "U".
           05  RI-ITEM-DATE        PIC 9(8).
           05  RI-AMOUNT           PIC S9(6)V99   COMP-3.

       01  AGE-WORK-FIELDS             PACKED-DECIMAL.
           05  BUSINESS-DAY-INTEGER    PIC S9(9)   VALUE ZERO.
           05  INVOICE-DAY-INTEGER     PIC S9(9)   VALUE ZERO.
           05  DAYS-OUTSTANDING        PIC S9(5)   VALUE ZERO.

      * Aging accumulators for the customer being gathered and the
      * counts shown when the run ends
       01  TOTAL-FIELDS                PACKED-DECIMAL.
           05  CUST-TOTAL-DUE          PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-CURRENT        PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-OVER-30        PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-OVER-60        PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-OVER-90        PIC S9(7)V99   VALUE ZERO.
           05  CUST-UNAPPLIED          PIC S9(7)V99   VALUE ZERO.
           05  CUST-OPEN-ITEM-COUNT    PIC S9(5)      VALUE ZERO.
           05  SNAPSHOT-COUNT          PIC S9(9)      VALUE ZERO.
           05  SNAPSHOT-TOTAL-DUE      PIC S9(9)V99   VALUE ZERO.

       01  SNAPSHOT-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the aging snapshot run
      *****************************************************************
       000-SNAPSHOT-AGED-RECEIVABLES.

           MOVE "ARS9200" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           PERFORM 100-GET-BUSINESS-PERIOD.
           IF NOT RUN-REFUSED
              PERFORM 110-CHECK-PRIOR-SNAPSHOT
           END-IF.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  OPEN-ITEM-FILE
                   INPUT  UNAPPLIED-CASH-FILE
                   EXTEND AGING-HISTORY
              PERFORM 220-READ-OPEN-ITEM
              PERFORM 230-READ-UNAPPLIED-CASH
              PERFORM 300-PROCESS-RECEIVABLE
                   WITH TEST AFTER
                   UNTIL RECEIVABLE-EOF
              CLOSE OPEN-ITEM-FILE
                    UNAPPLIED-CASH-FILE
                    AGING-HISTORY
              PERFORM 500-UPDATE-SNAPSHOT-CONTROL
              MOVE SNAPSHOT-TOTAL-DUE TO SNAPSHOT-TOTAL-DISPLAY
              DISPLAY "ARS9200 - " SNAPSHOT-COUNT
                 " CUSTOMER AGING RECORDS SNAPSHOTTED FOR PERIOD "
                 SNAPSHOT-PERIOD
              DISPLAY "ARS9200 - TOTAL DUE SNAPSHOTTED "
                 SNAPSHOT-TOTAL-DISPLAY
           END-IF.
           MOVE SNAPSHOT-COUNT TO RL-RECORDS-WRITTEN.
           MOVE RETURN-CODE    TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Reads the business date control record the items are aged
      * against and the snapshot is stamped with. Without it the
      * snapshot can be neither aged nor stamped, so the run is
      * refused rather than guessing from the wall clock
      *****************************************************************
       100-GET-BUSINESS-PERIOD.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "ARS9200 - NO BUSINESS DATE RECORD ON "
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
      * Refuses the run when the period was already snapshotted --
      * the history is append-only, so a second snapshot would
      * permanently double the period's receivables -- unless the
      * operator passed OVERRIDE for a deliberate rerun. A missing
      * control record is the very first snapshot
      *****************************************************************
       110-CHECK-PRIOR-SNAPSHOT.

           OPEN INPUT SNAPSHOT-CONTROL-FILE.
           READ SNAPSHOT-CONTROL-FILE
               AT END
                   MOVE SPACES TO LAST-PERIOD-SNAPSHOTTED
               NOT AT END
                   MOVE SNAPSHOT-CONTROL-RECORD
                      TO LAST-PERIOD-SNAPSHOTTED
           END-READ.
           CLOSE SNAPSHOT-CONTROL-FILE.
           INSPECT RUN-PARAMETER
              TALLYING OVERRIDE-COUNT FOR ALL "OVERRIDE".
           IF LAST-PERIOD-SNAPSHOTTED = SNAPSHOT-PERIOD
              AND OVERRIDE-COUNT = ZERO
              DISPLAY "ARS9200 - PERIOD " SNAPSHOT-PERIOD
                 " ALREADY SNAPSHOTTED - A SECOND SNAPSHOT WOULD "
                 "DOUBLE THE PERIOD ON ARHIST - RUN REFUSED"
              DISPLAY "ARS9200 - RERUN WITH OVERRIDE TO FORCE"
              SET RUN-REFUSED TO TRUE
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
      * off the two files and writes the customer's snapshot each
      * time the customer key changes
      *****************************************************************
       300-PROCESS-RECEIVABLE.

           PERFORM 310-GET-NEXT-RECEIVABLE.

           EVALUATE TRUE
               WHEN RECEIVABLE-EOF
                   IF NOT FIRST-RECORD
                      PERFORM 350-WRITE-AGING-SNAPSHOT
                   END-IF
               WHEN FIRST-RECORD
                   SET FIRST-RECORD TO FALSE
                   MOVE RI-CUSTOMER-KEY TO OLD-CUSTOMER-KEY
                   PERFORM 320-AGE-RECEIVABLE-ITEM
               WHEN RI-CUSTOMER-KEY NOT = OLD-CUSTOMER-KEY
                   PERFORM 350-WRITE-AGING-SNAPSHOT
                   MOVE RI-CUSTOMER-KEY TO OLD-CUSTOMER-KEY
                   PERFORM 320-AGE-RECEIVABLE-ITEM
               WHEN OTHER
                   PERFORM 320-AGE-RECEIVABLE-ITEM
           END-EVALUATE.

      *****************************************************************
      * Merges the two files on customer key -- whichever read-ahead
      * record is lower is taken and its file read on. Both files at
      * end of file ends the snapshot
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
      * Ages one open invoice off the business date into the
      * customer's aging column the same way RAR7700 does -- up to
      * 30 days is current, then 31-60, 61-90 and over 90. Unapplied
      * cash is not aged; it is carried in its own field and comes
      * off the customer's total due
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
           ADD 1 TO CUST-OPEN-ITEM-COUNT.

      *****************************************************************
      * One customer's items are all aged -- append the customer's
      * snapshot to the aging history stamped with the period and
      * the date it was aged as of, and reset for the next customer
      *****************************************************************
       350-WRITE-AGING-SNAPSHOT.

           INITIALIZE AGING-HISTORY-RECORD.
           MOVE SNAPSHOT-PERIOD      TO AH-PERIOD.
           MOVE OLD-CUSTOMER-KEY     TO AH-CUSTOMER-KEY.
           MOVE BDW-DATE-NUMERIC     TO AH-AGED-AS-OF-DATE.
           MOVE CUST-TOTAL-DUE       TO AH-TOTAL-DUE.
           MOVE CUST-AGE-CURRENT     TO AH-AGE-CURRENT.
           MOVE CUST-AGE-OVER-30     TO AH-AGE-OVER-30.
           MOVE CUST-AGE-OVER-60     TO AH-AGE-OVER-60.
           MOVE CUST-AGE-OVER-90     TO AH-AGE-OVER-90.
           MOVE CUST-UNAPPLIED       TO AH-UNAPPLIED.
           MOVE CUST-OPEN-ITEM-COUNT TO AH-OPEN-ITEM-COUNT.
           WRITE AGING-HISTORY-RECORD.
           ADD 1 TO SNAPSHOT-COUNT.
           ADD CUST-TOTAL-DUE TO SNAPSHOT-TOTAL-DUE.
           INITIALIZE CUST-TOTAL-DUE
                      CUST-AGE-CURRENT
                      CUST-AGE-OVER-30
                      CUST-AGE-OVER-60
                      CUST-AGE-OVER-90
                      CUST-UNAPPLIED
                      CUST-OPEN-ITEM-COUNT.

      *****************************************************************
      * Records the period just snapshotted on the snapshot control
      * file so a second run for the same period is refused
      *****************************************************************
       500-UPDATE-SNAPSHOT-CONTROL.

           OPEN OUTPUT SNAPSHOT-CONTROL-FILE.
           MOVE SNAPSHOT-PERIOD TO SNAPSHOT-CONTROL-RECORD.
           WRITE SNAPSHOT-CONTROL-RECORD.
           CLOSE SNAPSHOT-CONTROL-FILE.
