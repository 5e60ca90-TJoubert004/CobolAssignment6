      *****************************************************************
      * Title..........: FIA9500 - Cross-File Integrity Audit
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Proves the files built from the masters still
      *                  agree with them. The masters are edited when
      *                  they are maintained, but a CTR7900 transfer
      *                  rekeys a customer without touching the
      *                  customer's OPENITEM invoices or CUSTHIST
      *                  history, and a CMM6400 delete or a CMP8400
      *                  purge can leave open invoices behind for a
      *                  customer who is gone. Reads CUSTMAST, REPSUMM,
      *                  OPENITEM, CUSTHIST and PRODSALS against each
      *                  other and against BRCHMAST and SALESREP and
      *                  lists every record that is orphaned or filed
      *                  under the wrong key: customers whose branch,
      *                  region or rep the reference masters do not
      *                  carry; invoices and history filed under a
      *                  customer key no longer on CUSTMAST; product
      *                  sales for a branch not on BRCHMAST; and every
      *                  REPSUMM rep whose year-to-date and
      *                  month-to-date sales or customer count no
      *                  longer tie to CUSTMAST, with the grand totals
      *                  proved beneath. An invoice or history record
      *                  whose customer number is now on CUSTMAST
      *                  under one other key gets a rekey action on
      *                  the REKEYACT correction file for operations
      *                  to review and apply. History for a customer
      *                  no longer on file at all is counted but is
      *                  not a finding -- purged customers keep their
      *                  history. Any finding ends the run with a
      *                  return code of 4 on RUNHIST. The run is dated
      *                  from, and refused without, the business date
      *                  control file
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. FIA9500.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RECORD-KEY
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NUMBER
                   WITH DUPLICATES.
           SELECT OPEN-ITEM-FILE       ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-RECORD-KEY
               ALTERNATE RECORD KEY IS OI-INVOICE-NUMBER
                   WITH DUPLICATES.
           SELECT PRODUCT-SALES-FILE ASSIGN TO PRODSALS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-RECORD-KEY.
           SELECT OPTIONAL CUSTOMER-HISTORY ASSIGN TO CUSTHIST.
           SELECT REP-SUMMARY      ASSIGN TO REPSUMM.
           SELECT INPUT-SALESREP   ASSIGN TO SALESREP.
           SELECT INPUT-BRCHMAST   ASSIGN TO BRCHMAST.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT AUDIT-REPORT     ASSIGN TO FIA9500R.
           SELECT REKEY-ACTION-FILE ASSIGN TO REKEYACT.

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

       FD  PRODUCT-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODSALS.

       FD  CUSTOMER-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 136 CHARACTERS.
       COPY CUSTHIST.

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

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRCHMAST.

      * The business date control record -- the audit and its
      * correction file are dated from it
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       FD  AUDIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  AUDIT-PRINT-AREA    PIC X(130).

      * One rekey action per misfiled invoice or history record for
      * operations to review and apply
       FD  REKEY-ACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY REKEYACT.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the audit
      *****************************************************************
      * Defines a table of the rep numbers on the sales rep master
       01  SALESREP-TABLE.
           05  SALESREP-GROUP OCCURS 100 TIMES
                              INDEXED BY SRT-INDEX.
               10  SALESREP-NUMBER       PIC 9(2).

      * Marks each branch on the branch master, with the region it
      * reports under, kept by branch number
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 100 TIMES.
               10  BRANCH-ON-MASTER-SWITCH  PIC X.
                  88  BRANCH-ON-MASTER             VALUE "Y".
               10  BRANCH-REGION-NUMBER     PIC 9(1).

      * The year-to-date and month-to-date sales and customer count
      * rebuilt from CUSTMAST for each branch and rep, the way
      * RSA8300 rolls them up, to tie each REPSUMM record against.
      * Entries are taken in order, so the first unused entry ends
      * the ones in use
       01  REP-TIE-TABLE.
           05  TIE-ENTRY OCCURS 500 TIMES
                         INDEXED BY TIE-INDEX.
               10  TIE-ENTRY-SWITCH      PIC X.
                  88  TIE-ENTRY-USED              VALUE "Y".
               10  TIE-REPSUMM-SWITCH    PIC X.
                  88  TIE-ON-REPSUMM              VALUE "Y".
               10  TIE-BRANCH-NUMBER     PIC 9(2).
               10  TIE-SALESREP-NUMBER   PIC 9(2).
               10  TIE-THIS-YTD          PIC S9(7)V99  COMP-3.
               10  TIE-THIS-MTD          PIC S9(7)V99  COMP-3.
               10  TIE-CUSTOMER-COUNT    PIC S9(7)     COMP-3.

       01  SUBSCRIPTS.
           05  BRANCH-SUBSCRIPT        PIC S9(4)  COMP.
           05  TIE-ENTRY-COUNT         PIC S9(4)  COMP  VALUE ZERO.

      * Determines when end of file is reached, whether a table
      * overflowed and what the customer lookup found
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTMAST-EOF                  VALUE "Y".
           05  REPSUMM-EOF-SWITCH      PIC X    VALUE "N".
              88  REPSUMM-EOF                   VALUE "Y".
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
              88  OPENITEM-EOF                  VALUE "Y".
           05  CUSTHIST-EOF-SWITCH     PIC X    VALUE "N".
              88  CUSTHIST-EOF                  VALUE "Y".
           05  PRODSALS-EOF-SWITCH     PIC X    VALUE "N".
              88  PRODSALS-EOF                  VALUE "Y".
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
              88  SALESREP-EOF                  VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  BRCHMAST-EOF                  VALUE "Y".
           05  TABLE-FULL-SWITCH       PIC X    VALUE "N".
              88  TABLE-FULL                    VALUE "Y".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".
           05  REP-FOUND-SWITCH        PIC X    VALUE "N".
              88  REP-FOUND                     VALUE "Y"
                                                  FALSE "N".
           05  TIE-FOUND-SWITCH        PIC X    VALUE "N".
              88  TIE-FOUND                     VALUE "Y"
                                                  FALSE "N".
           05  LOOKUP-RESULT-SWITCH    PIC X    VALUE SPACE.
              88  CUSTOMER-ON-FILE              VALUE "F".
              88  CUSTOMER-MOVED                VALUE "M".
              88  CUSTOMER-ON-SEVERAL-KEYS      VALUE "S".
              88  CUSTOMER-NOT-ON-FILE          VALUE "N".

      * The business date the audit is dated from, saved from the
      * control record so it survives the control file being closed
       01  BUSINESS-DATE-FIELDS.
           05  BDW-YEAR                PIC 9(4).
           05  BDW-MONTH               PIC 9(2).
           05  BDW-DAY                 PIC 9(2).
       01  BDW-DATE-NUMERIC REDEFINES BUSINESS-DATE-FIELDS
                                       PIC 9(8).
       01  BDW-CYCLE-NUMBER            PIC 9(5).

      * The customer key an invoice or history record is filed
      * under, the key the customer number is on CUSTMAST under now
      * when it has moved, and the last key looked up so a run of
      * records for one customer costs one lookup
       01  LOOKUP-CUSTOMER-KEY.
           05  LOOKUP-BRANCH-NUMBER    PIC 9(2).
           05  LOOKUP-REGION-NUMBER    PIC 9(1).
           05  LOOKUP-SALESREP-NUMBER  PIC 9(2).
           05  LOOKUP-CUSTOMER-NUMBER  PIC X(5).
       01  NEW-CUSTOMER-KEY.
           05  NEW-BRANCH-NUMBER       PIC 9(2).
           05  NEW-REGION-NUMBER       PIC 9(1).
           05  NEW-SALESREP-NUMBER     PIC 9(2).
           05  NEW-CUSTOMER-NUMBER     PIC X(5).
       01  LAST-LOOKUP-KEY             PIC X(10)  VALUE HIGH-VALUE.

      * Records read and findings for each file audited
       01  AUDIT-COUNTS                PACKED-DECIMAL.
           05  CUSTMAST-READ-COUNT     PIC S9(9)   VALUE ZERO.
           05  REPSUMM-READ-COUNT      PIC S9(9)   VALUE ZERO.
           05  OPENITEM-READ-COUNT     PIC S9(9)   VALUE ZERO.
           05  CUSTHIST-READ-COUNT     PIC S9(9)   VALUE ZERO.
           05  PRODSALS-READ-COUNT     PIC S9(9)   VALUE ZERO.
           05  CUSTMAST-FINDINGS       PIC S9(7)   VALUE ZERO.
           05  REPSUMM-FINDINGS        PIC S9(7)   VALUE ZERO.
           05  OPENITEM-FINDINGS       PIC S9(7)   VALUE ZERO.
           05  CUSTHIST-FINDINGS       PIC S9(7)   VALUE ZERO.
           05  PRODSALS-FINDINGS       PIC S9(7)   VALUE ZERO.
           05  TOTAL-FINDINGS          PIC S9(7)   VALUE ZERO.
           05  REKEY-ACTIONS-WRITTEN   PIC S9(7)   VALUE ZERO.
           05  HISTORY-NOT-ON-FILE     PIC S9(7)   VALUE ZERO.

      * The grand totals proved between REPSUMM and CUSTMAST
       01  PROOF-TOTALS                PACKED-DECIMAL.
           05  REPSUMM-TOTAL-YTD       PIC S9(9)V99 VALUE ZERO.
           05  REPSUMM-TOTAL-MTD       PIC S9(9)V99 VALUE ZERO.
           05  REPSUMM-TOTAL-COUNT     PIC S9(7)    VALUE ZERO.
           05  CUSTMAST-TOTAL-YTD      PIC S9(9)V99 VALUE ZERO.
           05  CUSTMAST-TOTAL-MTD      PIC S9(9)V99 VALUE ZERO.
           05  CUSTMAST-TOTAL-COUNT    PIC S9(7)    VALUE ZERO.

      * Edited figures strung into the finding text
       01  FINDING-EDIT-FIELDS.
           05  AMOUNT-EDIT-1           PIC ZZ,ZZZ,ZZ9.99-.
           05  AMOUNT-EDIT-2           PIC ZZ,ZZZ,ZZ9.99-.
           05  COUNT-EDIT-1            PIC Z,ZZZ,ZZ9.
           05  COUNT-EDIT-2            PIC Z,ZZZ,ZZ9.

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
      * Define all lines printed on the audit listing
      *****************************************************************
       01  AUDIT-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  AH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  AH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  AH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(33)  VALUE
               "CROSS-FILE INTEGRITY AUDIT".
           05  FILLER          PIC X(56)  VALUE SPACE.

       01  AUDIT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  AH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  AH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "FIA9500".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  AUDIT-HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE "FILE".
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE "CODE".
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE "RECORD KEY".
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE "DETAIL".
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(68)  VALUE "FINDING".

       01  AUDIT-HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(6)   VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(14)  VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE ALL '-'.
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  FILLER          PIC X(68)  VALUE ALL '-'.

      * One line per finding -- the file the record is on, a short
      * code for what is wrong, the record's branch/region/rep and
      * customer, the rest of its key or the customer name, and
      * what was found
       01  FINDING-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FL-FILE-NAME         PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-FINDING-CODE      PIC X(6).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-BRANCH            PIC X(2).
           05  FILLER               PIC X(1)       VALUE "/".
           05  FL-REGION            PIC X(1).
           05  FILLER               PIC X(1)       VALUE "/".
           05  FL-SALESREP          PIC X(2).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-RECORD-DETAIL     PIC X(20).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FL-FINDING-TEXT      PIC X(68).

       01  NO-FINDINGS-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(48)      VALUE
               "NO FINDINGS -- THE FILES AGREE WITH THE MASTERS".
           05  FILLER               PIC X(80)      VALUE SPACE.

       01  PROOF-HEADING-LINE-1.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(30)      VALUE
               "REPSUMM TOTALS PROVED AGAINST ".
           05  FILLER               PIC X(8)       VALUE "CUSTMAST".
           05  FILLER               PIC X(90)      VALUE SPACE.

       01  PROOF-HEADING-LINE-2.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(14)      VALUE "FIGURE".
           05  FILLER               PIC X(9)       VALUE SPACE.
           05  FILLER               PIC X(7)       VALUE "REPSUMM".
           05  FILLER               PIC X(8)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "CUSTMAST".
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "DIFFERENCE".
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE "RESULT".
           05  FILLER               PIC X(51)      VALUE SPACE.

       01  PROOF-AMOUNT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PAL-CAPTION          PIC X(14).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PAL-REPSUMM-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PAL-CUSTMAST-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  PAL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PAL-RESULT           PIC X(12).
           05  FILLER               PIC X(51)      VALUE SPACE.

       01  PROOF-COUNT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  PCL-CAPTION          PIC X(14).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  PCL-REPSUMM-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  PCL-CUSTMAST-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  PCL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  PCL-RESULT           PIC X(12).
           05  FILLER               PIC X(51)      VALUE SPACE.

       01  FILE-COUNT-HEADING-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "FILE".
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "RECORDS READ".
           05  FILLER               PIC X(6)       VALUE SPACE.
           05  FILLER               PIC X(8)       VALUE "FINDINGS".
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  FILE-COUNT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FCL-FILE-NAME        PIC X(8).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FCL-READ-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  FCL-FINDINGS-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(88)      VALUE SPACE.

       01  AUDIT-TRAILER-LINE-1.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(52)      VALUE
               "REKEY ACTIONS WRITTEN TO REKEYACT --".
           05  ATL-REKEY-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(65)      VALUE SPACE.

       01  AUDIT-TRAILER-LINE-2.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(52)      VALUE
               "CUSTHIST RECORDS FOR CUSTOMERS NO LONGER ON FILE --".
           05  ATL-HISTORY-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(65)      VALUE SPACE.

       01  AUDIT-TRAILER-LINE-3.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(52)      VALUE
               "TOTAL FINDINGS --".
           05  ATL-FINDINGS-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(65)      VALUE SPACE.

       01  REPORT-BLANK-LINE        PIC X(130)     VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the audit. CUSTMAST is read through
      * once for its own checks and to rebuild the rep figures, then
      * REPSUMM is tied to it, the invoices and history are looked
      * up on it by key, and the product sales are checked against
      * the branch master
      *****************************************************************
       000-AUDIT-FILE-INTEGRITY.

           MOVE "FIA9500" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           INITIALIZE SALESREP-TABLE
                      BRANCH-TABLE
                      REP-TIE-TABLE
                      FINDING-LINE.
           PERFORM 100-GET-BUSINESS-DATE.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  CUSTMAST
                   INPUT  OPEN-ITEM-FILE
                   INPUT  PRODUCT-SALES-FILE
                   INPUT  CUSTOMER-HISTORY
                   INPUT  REP-SUMMARY
                   INPUT  INPUT-SALESREP
                   INPUT  INPUT-BRCHMAST
                   OUTPUT AUDIT-REPORT
                   OUTPUT REKEY-ACTION-FILE
              PERFORM 150-PRINT-AUDIT-HEADING
              PERFORM 200-LOAD-SALESREP-TABLE
              PERFORM 220-LOAD-BRANCH-TABLE
              IF NOT TABLE-FULL
                 PERFORM 300-READ-CUSTOMER
                      WITH TEST AFTER
                      UNTIL CUSTMAST-EOF OR TABLE-FULL
              END-IF
              IF TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 400-READ-REP-SUMMARY
                      WITH TEST AFTER
                      UNTIL REPSUMM-EOF
                 PERFORM 430-CHECK-ABSENT-REP
                      VARYING TIE-INDEX FROM 1 BY 1
                      UNTIL TIE-INDEX > TIE-ENTRY-COUNT
                 PERFORM 500-READ-OPEN-ITEM
                      WITH TEST AFTER
                      UNTIL OPENITEM-EOF
                 PERFORM 550-READ-CUSTOMER-HISTORY
                      WITH TEST AFTER
                      UNTIL CUSTHIST-EOF
                 PERFORM 580-READ-PRODUCT-SALES
                      WITH TEST AFTER
                      UNTIL PRODSALS-EOF
                 PERFORM 800-PRINT-AUDIT-SUMMARY
                 IF TOTAL-FINDINGS > ZERO
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              CLOSE CUSTMAST
                    OPEN-ITEM-FILE
                    PRODUCT-SALES-FILE
                    CUSTOMER-HISTORY
                    REP-SUMMARY
                    INPUT-SALESREP
                    INPUT-BRCHMAST
                    AUDIT-REPORT
                    REKEY-ACTION-FILE
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Reads the business date control record the audit and its
      * rekey actions are dated from. Without it the run cannot be
      * placed on a business day, so it is refused rather than
      * dating off the wall clock
      *****************************************************************
       100-GET-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "FIA9500 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - RUN BDC7300 FIRST - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
               NOT AT END
                   MOVE BD-YEAR         TO BDW-YEAR
                   MOVE BD-MONTH        TO BDW-MONTH
                   MOVE BD-DAY          TO BDW-DAY
                   MOVE BD-CYCLE-NUMBER TO BDW-CYCLE-NUMBER
                   MOVE BD-MONTH        TO AH1-MONTH
                   MOVE BD-DAY          TO AH1-DAY
                   MOVE BD-YEAR         TO AH1-YEAR
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

      *****************************************************************
      * Prints the heading and column headings of the audit listing
      *****************************************************************
       150-PRINT-AUDIT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-HOURS   TO AH2-HOURS.
           MOVE CD-MINUTES TO AH2-MINUTES.
           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-2 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-4 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Loads the rep numbers on the sales rep master file
      *****************************************************************
       200-LOAD-SALESREP-TABLE.

           PERFORM 210-LOAD-SALESREP-ENTRY
              WITH TEST AFTER
              VARYING SRT-INDEX FROM 1 BY 1
              UNTIL SALESREP-EOF
                OR SRT-INDEX > 100.

           IF SRT-INDEX > 100 AND NOT SALESREP-EOF
              SET TABLE-FULL TO TRUE
              DISPLAY "FIA9500 - SALESREP-TABLE FULL AT 100 ENTRIES"
              DISPLAY "FIA9500 - CHECK SALESREP FILE FOR MORE THAN "
                 "100 DISTINCT SALES REPS - RUN ABORTED"
           END-IF.

       210-LOAD-SALESREP-ENTRY.

           READ INPUT-SALESREP
                AT END
                     SET SALESREP-EOF TO TRUE
           END-READ.
           IF NOT SALESREP-EOF AND SRT-INDEX NOT > 100
              MOVE SM-SALESREP-NUMBER TO SALESREP-NUMBER (SRT-INDEX)
           END-IF.

      *****************************************************************
      * Marks each branch on the branch master and saves the region
      * it reports under, kept by branch number
      *****************************************************************
       220-LOAD-BRANCH-TABLE.

           PERFORM 230-LOAD-BRANCH-ENTRY
              WITH TEST AFTER
              UNTIL BRCHMAST-EOF.

       230-LOAD-BRANCH-ENTRY.

           READ INPUT-BRCHMAST
                AT END
                     SET BRCHMAST-EOF TO TRUE
                NOT AT END
                     COMPUTE BRANCH-SUBSCRIPT = BM-BRANCH-NUMBER + 1
                     SET BRANCH-ON-MASTER (BRANCH-SUBSCRIPT) TO TRUE
                     MOVE BM-REGION-NUMBER
                        TO BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
           END-READ.

      *****************************************************************
      * Reads the customer master in key sequence, checks each
      * customer against the reference masters and adds the
      * customer into its branch and rep for the REPSUMM tie
      *****************************************************************
       300-READ-CUSTOMER.

           READ CUSTMAST NEXT
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                            CUSTMAST-READ-COUNT
                   PERFORM 310-CHECK-CUSTOMER
                   PERFORM 320-ADD-TO-REP-TIE
           END-READ.

      *****************************************************************
      * A customer's branch must be on BRCHMAST, its region must be
      * the one the branch reports under there, and its rep must be
      * on SALESREP
      *****************************************************************
       310-CHECK-CUSTOMER.

           COMPUTE BRANCH-SUBSCRIPT = CM-BRANCH-NUMBER + 1.
           IF NOT BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
              MOVE "NOBRCH" TO FL-FINDING-CODE
              MOVE "BRANCH NOT ON BRCHMAST" TO FL-FINDING-TEXT
              PERFORM 315-PRINT-CUSTOMER-FINDING
           ELSE
              IF CM-REGION-NUMBER NOT =
                 BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
                 MOVE "REGION" TO FL-FINDING-CODE
                 STRING "BRANCH REPORTS UNDER REGION "
                        BRANCH-REGION-NUMBER (BRANCH-SUBSCRIPT)
                        " ON BRCHMAST" DELIMITED BY SIZE
                   INTO FL-FINDING-TEXT
                 PERFORM 315-PRINT-CUSTOMER-FINDING
              END-IF
           END-IF.
           SET REP-FOUND TO FALSE.
           SET SRT-INDEX TO 1.
           SEARCH SALESREP-GROUP
                WHEN SALESREP-NUMBER (SRT-INDEX) = CM-SALESREP-NUMBER
                    SET REP-FOUND TO TRUE
           END-SEARCH.
           IF NOT REP-FOUND
              MOVE "NOREP" TO FL-FINDING-CODE
              MOVE "SALES REP NOT ON SALESREP" TO FL-FINDING-TEXT
              PERFORM 315-PRINT-CUSTOMER-FINDING
           END-IF.

       315-PRINT-CUSTOMER-FINDING.

           MOVE "CUSTMAST"         TO FL-FILE-NAME.
           MOVE CM-BRANCH-NUMBER   TO FL-BRANCH.
           MOVE CM-REGION-NUMBER   TO FL-REGION.
           MOVE CM-SALESREP-NUMBER TO FL-SALESREP.
           MOVE CM-CUSTOMER-NUMBER TO FL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO FL-RECORD-DETAIL.
           ADD 1 TO CUSTMAST-FINDINGS.
           PERFORM 700-PRINT-FINDING.

      *****************************************************************
      * Adds the customer's year-to-date and month-to-date sales and
      * a count of one into its branch and rep, and into the
      * CUSTMAST grand totals
      *****************************************************************
       320-ADD-TO-REP-TIE.

           SET TIE-INDEX TO 1.
           SEARCH TIE-ENTRY
                AT END
                    SET TABLE-FULL TO TRUE
                    DISPLAY "FIA9500 - REP-TIE-TABLE FULL AT 500 "
                       "ENTRIES"
                    DISPLAY "FIA9500 - CHECK CUSTMAST FILE FOR MORE "
                       "THAN 500 BRANCH REPS - RUN ABORTED"
                WHEN NOT TIE-ENTRY-USED (TIE-INDEX)
                    PERFORM 325-NEW-TIE-ENTRY
                WHEN TIE-BRANCH-NUMBER (TIE-INDEX) = CM-BRANCH-NUMBER
                 AND TIE-SALESREP-NUMBER (TIE-INDEX) =
                     CM-SALESREP-NUMBER
                    ADD CM-SALES-THIS-YTD TO TIE-THIS-YTD (TIE-INDEX)
                    ADD CM-SALES-THIS-MTD TO TIE-THIS-MTD (TIE-INDEX)
                    ADD 1 TO TIE-CUSTOMER-COUNT (TIE-INDEX)
           END-SEARCH.
           ADD CM-SALES-THIS-YTD TO CUSTMAST-TOTAL-YTD.
           ADD CM-SALES-THIS-MTD TO CUSTMAST-TOTAL-MTD.
           ADD 1 TO CUSTMAST-TOTAL-COUNT.

       325-NEW-TIE-ENTRY.

           ADD 1 TO TIE-ENTRY-COUNT.
           SET TIE-ENTRY-USED (TIE-INDEX) TO TRUE.
           MOVE CM-BRANCH-NUMBER   TO TIE-BRANCH-NUMBER (TIE-INDEX).
           MOVE CM-SALESREP-NUMBER TO TIE-SALESREP-NUMBER (TIE-INDEX).
           MOVE CM-SALES-THIS-YTD  TO TIE-THIS-YTD (TIE-INDEX).
           MOVE CM-SALES-THIS-MTD  TO TIE-THIS-MTD (TIE-INDEX).
           MOVE 1                  TO TIE-CUSTOMER-COUNT (TIE-INDEX).

      *****************************************************************
      * Reads the rep summary RSA8300 cut from CUSTMAST and ties
      * each record to the figures rebuilt from the master
      *****************************************************************
       400-READ-REP-SUMMARY.

           READ REP-SUMMARY
               AT END
                   SET REPSUMM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                            REPSUMM-READ-COUNT
                   ADD RS-SALES-THIS-YTD TO REPSUMM-TOTAL-YTD
                   ADD RS-SALES-THIS-MTD TO REPSUMM-TOTAL-MTD
                   ADD RS-CUSTOMER-COUNT TO REPSUMM-TOTAL-COUNT
                   PERFORM 410-TIE-REP-SUMMARY
           END-READ.

      *****************************************************************
      * Finds the rep's branch and rep among the CUSTMAST figures. A
      * rep with no customers on the master, or on REPSUMM twice, is
      * a finding; otherwise its figures are compared
      *****************************************************************
       410-TIE-REP-SUMMARY.

           SET TIE-FOUND TO FALSE.
           SET TIE-INDEX TO 1.
           SEARCH TIE-ENTRY
                WHEN NOT TIE-ENTRY-USED (TIE-INDEX)
                    CONTINUE
                WHEN TIE-BRANCH-NUMBER (TIE-INDEX) = RS-BRANCH-NUMBER
                 AND TIE-SALESREP-NUMBER (TIE-INDEX) =
                     RS-SALESREP-NUMBER
                    SET TIE-FOUND TO TRUE
           END-SEARCH.
           MOVE "REPSUMM"          TO FL-FILE-NAME.
           MOVE RS-BRANCH-NUMBER   TO FL-BRANCH.
           MOVE RS-SALESREP-NUMBER TO FL-SALESREP.
           EVALUATE TRUE
               WHEN NOT TIE-FOUND
                   MOVE "EXTRA" TO FL-FINDING-CODE
                   MOVE "NO CUSTOMERS ON CUSTMAST FOR THIS BRANCH"
                      TO FL-FINDING-TEXT
                   ADD 1 TO REPSUMM-FINDINGS
                   PERFORM 700-PRINT-FINDING
               WHEN TIE-ON-REPSUMM (TIE-INDEX)
                   MOVE "DUPREC" TO FL-FINDING-CODE
                   MOVE "BRANCH AND REP ALREADY SUMMARIZED ON REPSUMM"
                      TO FL-FINDING-TEXT
                   ADD 1 TO REPSUMM-FINDINGS
                   PERFORM 700-PRINT-FINDING
               WHEN OTHER
                   SET TIE-ON-REPSUMM (TIE-INDEX) TO TRUE
                   PERFORM 420-COMPARE-REP-FIGURES
           END-EVALUATE.
           INITIALIZE FINDING-LINE.

      *****************************************************************
      * Lists each figure on the REPSUMM record that does not agree
      * with the same figure rebuilt from CUSTMAST
      *****************************************************************
       420-COMPARE-REP-FIGURES.

           IF RS-SALES-THIS-YTD NOT = TIE-THIS-YTD (TIE-INDEX)
              MOVE RS-SALES-THIS-YTD         TO AMOUNT-EDIT-1
              MOVE TIE-THIS-YTD (TIE-INDEX)  TO AMOUNT-EDIT-2
              MOVE "SALES THIS YTD"          TO FL-RECORD-DETAIL
              PERFORM 425-PRINT-AMOUNT-DIFFERENCE
           END-IF.
           IF RS-SALES-THIS-MTD NOT = TIE-THIS-MTD (TIE-INDEX)
              MOVE RS-SALES-THIS-MTD         TO AMOUNT-EDIT-1
              MOVE TIE-THIS-MTD (TIE-INDEX)  TO AMOUNT-EDIT-2
              MOVE "SALES THIS MTD"          TO FL-RECORD-DETAIL
              PERFORM 425-PRINT-AMOUNT-DIFFERENCE
           END-IF.
           IF RS-CUSTOMER-COUNT NOT = TIE-CUSTOMER-COUNT (TIE-INDEX)
              MOVE RS-CUSTOMER-COUNT         TO COUNT-EDIT-1
              MOVE TIE-CUSTOMER-COUNT (TIE-INDEX) TO COUNT-EDIT-2
              MOVE "REPSUMM"                 TO FL-FILE-NAME
              MOVE RS-BRANCH-NUMBER          TO FL-BRANCH
              MOVE RS-SALESREP-NUMBER        TO FL-SALESREP
              MOVE "DIFFER"                  TO FL-FINDING-CODE
              MOVE "CUSTOMER COUNT"          TO FL-RECORD-DETAIL
              STRING "REPSUMM " COUNT-EDIT-1
                     "   CUSTMAST " COUNT-EDIT-2 DELIMITED BY SIZE
                INTO FL-FINDING-TEXT
              ADD 1 TO REPSUMM-FINDINGS
              PERFORM 700-PRINT-FINDING
           END-IF.

       425-PRINT-AMOUNT-DIFFERENCE.

           MOVE "REPSUMM"          TO FL-FILE-NAME.
           MOVE RS-BRANCH-NUMBER   TO FL-BRANCH.
           MOVE RS-SALESREP-NUMBER TO FL-SALESREP.
           MOVE "DIFFER"           TO FL-FINDING-CODE.
           STRING "REPSUMM " AMOUNT-EDIT-1
                  "   CUSTMAST " AMOUNT-EDIT-2 DELIMITED BY SIZE
             INTO FL-FINDING-TEXT.
           ADD 1 TO REPSUMM-FINDINGS.
           PERFORM 700-PRINT-FINDING.

      *****************************************************************
      * A branch and rep with customers on CUSTMAST but no record on
      * REPSUMM is a finding
      *****************************************************************
       430-CHECK-ABSENT-REP.

           IF NOT TIE-ON-REPSUMM (TIE-INDEX)
              MOVE TIE-CUSTOMER-COUNT (TIE-INDEX) TO COUNT-EDIT-1
              MOVE "REPSUMM"          TO FL-FILE-NAME
              MOVE "ABSENT"           TO FL-FINDING-CODE
              MOVE TIE-BRANCH-NUMBER (TIE-INDEX)   TO FL-BRANCH
              MOVE TIE-SALESREP-NUMBER (TIE-INDEX) TO FL-SALESREP
              STRING "NOT ON REPSUMM -- CUSTMAST CARRIES "
                     COUNT-EDIT-1 " CUSTOMER(S)" DELIMITED BY SIZE
                INTO FL-FINDING-TEXT
              ADD 1 TO REPSUMM-FINDINGS
              PERFORM 700-PRINT-FINDING
           END-IF.

      *****************************************************************
      * Reads the open invoices and looks each one's customer up on
      * the master under the key the invoice is filed under
      *****************************************************************
       500-READ-OPEN-ITEM.

           READ OPEN-ITEM-FILE
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                            OPENITEM-READ-COUNT
                   MOVE OI-BRANCH-NUMBER   TO LOOKUP-BRANCH-NUMBER
                   MOVE OI-REGION-NUMBER   TO LOOKUP-REGION-NUMBER
                   MOVE OI-SALESREP-NUMBER TO LOOKUP-SALESREP-NUMBER
                   MOVE OI-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER-NUMBER
                   PERFORM 600-LOOK-UP-CUSTOMER
                   IF NOT CUSTOMER-ON-FILE
                      PERFORM 510-CHECK-OPEN-ITEM
                   END-IF
           END-READ.

      *****************************************************************
      * An invoice whose customer has moved gets a rekey action; one
      * whose customer is on the master under several other keys
      * must be rekeyed by hand; one whose customer is gone is an
      * orphan
      *****************************************************************
       510-CHECK-OPEN-ITEM.

           MOVE "OPENITEM"         TO FL-FILE-NAME.
           MOVE OI-BRANCH-NUMBER   TO FL-BRANCH.
           MOVE OI-REGION-NUMBER   TO FL-REGION.
           MOVE OI-SALESREP-NUMBER TO FL-SALESREP.
           MOVE OI-CUSTOMER-NUMBER TO FL-CUSTOMER-NUMBER.
           STRING OI-INVOICE-NUMBER " " OI-INVOICE-DATE
                  DELIMITED BY SIZE
             INTO FL-RECORD-DETAIL.
           EVALUATE TRUE
               WHEN CUSTOMER-MOVED
                   MOVE "MOVED" TO FL-FINDING-CODE
                   PERFORM 620-FORMAT-MOVED-TEXT
                   MOVE SPACES TO REKEY-ACTION-RECORD
                   MOVE "OPENITEM"        TO RK-FILE-NAME
                   MOVE OI-INVOICE-DATE   TO RK-INVOICE-DATE
                   MOVE OI-INVOICE-NUMBER TO RK-INVOICE-NUMBER
                   MOVE OI-OPEN-BALANCE   TO RK-OPEN-BALANCE
                   PERFORM 650-WRITE-REKEY-ACTION
               WHEN CUSTOMER-ON-SEVERAL-KEYS
                   MOVE "MULTI" TO FL-FINDING-CODE
                   PERFORM 625-FORMAT-MULTI-TEXT
               WHEN OTHER
                   MOVE "NOCUST" TO FL-FINDING-CODE
                   MOVE OI-OPEN-BALANCE TO AMOUNT-EDIT-1
                   STRING "CUSTOMER NOT ON CUSTMAST -- OPEN BALANCE "
                          AMOUNT-EDIT-1 DELIMITED BY SIZE
                     INTO FL-FINDING-TEXT
           END-EVALUATE.
           ADD 1 TO OPENITEM-FINDINGS.
           PERFORM 700-PRINT-FINDING.

      *****************************************************************
      * Reads the customer history and looks each record's customer
      * up on the master under the key the history is filed under
      *****************************************************************
       550-READ-CUSTOMER-HISTORY.

           READ CUSTOMER-HISTORY
               AT END
                   SET CUSTHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                            CUSTHIST-READ-COUNT
                   MOVE CH-BRANCH-NUMBER   TO LOOKUP-BRANCH-NUMBER
                   MOVE CH-REGION-NUMBER   TO LOOKUP-REGION-NUMBER
                   MOVE CH-SALESREP-NUMBER TO LOOKUP-SALESREP-NUMBER
                   MOVE CH-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER-NUMBER
                   PERFORM 600-LOOK-UP-CUSTOMER
                   EVALUATE TRUE
                       WHEN CUSTOMER-ON-FILE
                           CONTINUE
                       WHEN CUSTOMER-NOT-ON-FILE
                           ADD 1 TO HISTORY-NOT-ON-FILE
                       WHEN OTHER
                           PERFORM 560-CHECK-CUSTOMER-HISTORY
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * History for a customer who has moved gets a rekey action;
      * history for a customer on the master under several other
      * keys must be rekeyed by hand
      *****************************************************************
       560-CHECK-CUSTOMER-HISTORY.

           MOVE "CUSTHIST"         TO FL-FILE-NAME.
           MOVE CH-BRANCH-NUMBER   TO FL-BRANCH.
           MOVE CH-REGION-NUMBER   TO FL-REGION.
           MOVE CH-SALESREP-NUMBER TO FL-SALESREP.
           MOVE CH-CUSTOMER-NUMBER TO FL-CUSTOMER-NUMBER.
           STRING "PERIOD " CH-PERIOD-YEAR "/" CH-PERIOD-MONTH
                  DELIMITED BY SIZE
             INTO FL-RECORD-DETAIL.
           IF CUSTOMER-MOVED
              MOVE "MOVED" TO FL-FINDING-CODE
              PERFORM 620-FORMAT-MOVED-TEXT
              MOVE SPACES TO REKEY-ACTION-RECORD
              MOVE "CUSTHIST"      TO RK-FILE-NAME
              MOVE CH-PERIOD-YEAR  TO RK-PERIOD-YEAR
              MOVE CH-PERIOD-MONTH TO RK-PERIOD-MONTH
              MOVE ZERO            TO RK-OPEN-BALANCE
              PERFORM 650-WRITE-REKEY-ACTION
           ELSE
              MOVE "MULTI" TO FL-FINDING-CODE
              PERFORM 625-FORMAT-MULTI-TEXT
           END-IF.
           ADD 1 TO CUSTHIST-FINDINGS.
           PERFORM 700-PRINT-FINDING.

      *****************************************************************
      * Reads the product-line sales file -- every branch on it must
      * be on the branch master
      *****************************************************************
       580-READ-PRODUCT-SALES.

           READ PRODUCT-SALES-FILE
               AT END
                   SET PRODSALS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                            PRODSALS-READ-COUNT
                   COMPUTE BRANCH-SUBSCRIPT = PS-BRANCH-NUMBER + 1
                   IF NOT BRANCH-ON-MASTER (BRANCH-SUBSCRIPT)
                      PERFORM 590-PRINT-PRODUCT-FINDING
                   END-IF
           END-READ.

       590-PRINT-PRODUCT-FINDING.

           MOVE "PRODSALS"       TO FL-FILE-NAME.
           MOVE "NOBRCH"         TO FL-FINDING-CODE.
           MOVE PS-BRANCH-NUMBER TO FL-BRANCH.
           STRING "PRODUCT LINE " PS-PRODUCT-LINE DELIMITED BY SIZE
             INTO FL-RECORD-DETAIL.
           MOVE PS-SALES-MTD TO AMOUNT-EDIT-1.
           STRING "BRANCH NOT ON BRCHMAST -- SALES MTD "
                  AMOUNT-EDIT-1 DELIMITED BY SIZE
             INTO FL-FINDING-TEXT.
           ADD 1 TO PRODSALS-FINDINGS.
           PERFORM 700-PRINT-FINDING.

      *****************************************************************
      * Looks the customer in LOOKUP-CUSTOMER-KEY up on the master by
      * its full key. When the key is not there the customer number
      * is looked up on the alternate key to tell a customer who has
      * moved from one who is gone. Consecutive records for the same
      * key keep the answer from the last lookup
      *****************************************************************
       600-LOOK-UP-CUSTOMER.

           IF LOOKUP-CUSTOMER-KEY NOT = LAST-LOOKUP-KEY
              MOVE LOOKUP-CUSTOMER-KEY TO LAST-LOOKUP-KEY
                                          CM-RECORD-KEY
              READ CUSTMAST
                  INVALID KEY
                      SET CUSTOMER-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY
                      SET CUSTOMER-ON-FILE TO TRUE
              END-READ
              IF CUSTOMER-NOT-ON-FILE
                 PERFORM 610-FIND-CUSTOMER-NUMBER
              END-IF
           END-IF.

      *****************************************************************
      * Reads the first master record carrying the customer number
      * through the alternate key, then reads ahead for a second --
      * one other key is where the customer moved to, more than one
      * leaves the choice to operations
      *****************************************************************
       610-FIND-CUSTOMER-NUMBER.

           MOVE LOOKUP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               KEY IS CM-CUSTOMER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-MOVED TO TRUE
                   MOVE CM-RECORD-KEY TO NEW-CUSTOMER-KEY
           END-READ.
           IF CUSTOMER-MOVED
              READ CUSTMAST NEXT
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CM-CUSTOMER-NUMBER = LOOKUP-CUSTOMER-NUMBER
                         SET CUSTOMER-ON-SEVERAL-KEYS TO TRUE
                      END-IF
              END-READ
           END-IF.

       620-FORMAT-MOVED-TEXT.

           STRING "CUSTOMER NOW ON CUSTMAST UNDER "
                  NEW-BRANCH-NUMBER "/" NEW-REGION-NUMBER "/"
                  NEW-SALESREP-NUMBER " -- REKEY WRITTEN"
                  DELIMITED BY SIZE
             INTO FL-FINDING-TEXT.

       625-FORMAT-MULTI-TEXT.

           STRING "CUSTOMER ON CUSTMAST UNDER MORE THAN ONE OTHER "
                  "KEY -- REKEY BY HAND" DELIMITED BY SIZE
             INTO FL-FINDING-TEXT.

      *****************************************************************
      * Writes a rekey action moving the record from the key it is
      * filed under to the key its customer is on the master under.
      * The caller has set the file name and the rest of the key
      *****************************************************************
       650-WRITE-REKEY-ACTION.

           MOVE BDW-DATE-NUMERIC    TO RK-BUSINESS-DATE.
           MOVE BDW-CYCLE-NUMBER    TO RK-CYCLE-NUMBER.
           SET RK-REKEY TO TRUE.
           MOVE LOOKUP-CUSTOMER-KEY TO RK-OLD-KEY.
           MOVE NEW-CUSTOMER-KEY    TO RK-NEW-KEY.
           WRITE REKEY-ACTION-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN
                    REKEY-ACTIONS-WRITTEN.

      *****************************************************************
      * Prints the finding just formatted and clears the line for
      * the next
      *****************************************************************
       700-PRINT-FINDING.

           MOVE FINDING-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           INITIALIZE FINDING-LINE.

      *****************************************************************
      * Prints the REPSUMM proof against CUSTMAST, the records read
      * and findings for each file and the run totals
      *****************************************************************
       800-PRINT-AUDIT-SUMMARY.

           COMPUTE TOTAL-FINDINGS = CUSTMAST-FINDINGS
                                  + REPSUMM-FINDINGS
                                  + OPENITEM-FINDINGS
                                  + CUSTHIST-FINDINGS
                                  + PRODSALS-FINDINGS.
           IF TOTAL-FINDINGS = ZERO
              MOVE NO-FINDINGS-LINE TO AUDIT-PRINT-AREA
              WRITE AUDIT-PRINT-AREA
           END-IF.
           MOVE REPORT-BLANK-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-1 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE PROOF-HEADING-LINE-2 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

           MOVE "SALES THIS YTD"   TO PAL-CAPTION.
           MOVE REPSUMM-TOTAL-YTD  TO PAL-REPSUMM-AMOUNT.
           MOVE CUSTMAST-TOTAL-YTD TO PAL-CUSTMAST-AMOUNT.
           COMPUTE PAL-DIFFERENCE =
                   REPSUMM-TOTAL-YTD - CUSTMAST-TOTAL-YTD.
           IF REPSUMM-TOTAL-YTD = CUSTMAST-TOTAL-YTD
              MOVE "TIES"         TO PAL-RESULT
           ELSE
              MOVE "DOES NOT TIE" TO PAL-RESULT
           END-IF.
           MOVE PROOF-AMOUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

           MOVE "SALES THIS MTD"   TO PAL-CAPTION.
           MOVE REPSUMM-TOTAL-MTD  TO PAL-REPSUMM-AMOUNT.
           MOVE CUSTMAST-TOTAL-MTD TO PAL-CUSTMAST-AMOUNT.
           COMPUTE PAL-DIFFERENCE =
                   REPSUMM-TOTAL-MTD - CUSTMAST-TOTAL-MTD.
           IF REPSUMM-TOTAL-MTD = CUSTMAST-TOTAL-MTD
              MOVE "TIES"         TO PAL-RESULT
           ELSE
              MOVE "DOES NOT TIE" TO PAL-RESULT
           END-IF.
           MOVE PROOF-AMOUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

           MOVE "CUSTOMERS"          TO PCL-CAPTION.
           MOVE REPSUMM-TOTAL-COUNT  TO PCL-REPSUMM-COUNT.
           MOVE CUSTMAST-TOTAL-COUNT TO PCL-CUSTMAST-COUNT.
           COMPUTE PCL-DIFFERENCE =
                   REPSUMM-TOTAL-COUNT - CUSTMAST-TOTAL-COUNT.
           IF REPSUMM-TOTAL-COUNT = CUSTMAST-TOTAL-COUNT
              MOVE "TIES"         TO PCL-RESULT
           ELSE
              MOVE "DOES NOT TIE" TO PCL-RESULT
           END-IF.
           MOVE PROOF-COUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

           MOVE REPORT-BLANK-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE FILE-COUNT-HEADING-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE "CUSTMAST"          TO FCL-FILE-NAME.
           MOVE CUSTMAST-READ-COUNT TO FCL-READ-COUNT.
           MOVE CUSTMAST-FINDINGS   TO FCL-FINDINGS-COUNT.
           PERFORM 820-PRINT-FILE-COUNT.
           MOVE "REPSUMM"           TO FCL-FILE-NAME.
           MOVE REPSUMM-READ-COUNT  TO FCL-READ-COUNT.
           MOVE REPSUMM-FINDINGS    TO FCL-FINDINGS-COUNT.
           PERFORM 820-PRINT-FILE-COUNT.
           MOVE "OPENITEM"          TO FCL-FILE-NAME.
           MOVE OPENITEM-READ-COUNT TO FCL-READ-COUNT.
           MOVE OPENITEM-FINDINGS   TO FCL-FINDINGS-COUNT.
           PERFORM 820-PRINT-FILE-COUNT.
           MOVE "CUSTHIST"          TO FCL-FILE-NAME.
           MOVE CUSTHIST-READ-COUNT TO FCL-READ-COUNT.
           MOVE CUSTHIST-FINDINGS   TO FCL-FINDINGS-COUNT.
           PERFORM 820-PRINT-FILE-COUNT.
           MOVE "PRODSALS"          TO FCL-FILE-NAME.
           MOVE PRODSALS-READ-COUNT TO FCL-READ-COUNT.
           MOVE PRODSALS-FINDINGS   TO FCL-FINDINGS-COUNT.
           PERFORM 820-PRINT-FILE-COUNT.

           MOVE REPORT-BLANK-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE REKEY-ACTIONS-WRITTEN TO ATL-REKEY-COUNT.
           MOVE AUDIT-TRAILER-LINE-1 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE HISTORY-NOT-ON-FILE TO ATL-HISTORY-COUNT.
           MOVE AUDIT-TRAILER-LINE-2 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE TOTAL-FINDINGS TO ATL-FINDINGS-COUNT.
           MOVE AUDIT-TRAILER-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

       820-PRINT-FILE-COUNT.

           MOVE FILE-COUNT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
