      *****************************************************************
      * Title..........: ART9300 - Receivables Aging and DSO Trend
      *                  Report
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Shows whether collections are getting better
      *                  or worse. For each branch, each region and
      *                  the company it prints the trailing 13
      *                  business periods off the aging history
      *                  ARS9200 snapshots at month-end: the total
      *                  receivables owed, the amount over 90 days and
      *                  its percentage of the total, the period's
      *                  sales from the CHS7400 customer history for
      *                  the same month, and days sales outstanding --
      *                  the receivables divided by the month's sales,
      *                  times the days in the month -- with a trend
      *                  column marking each month's DSO better or
      *                  worse than the month before. A period with no
      *                  aging snapshot or no sales is shown as such
      *                  rather than as zero. The trailing window is
      *                  anchored on the business date control file
      *                  the same way RPT7500 anchors its sales trend,
      *                  and branches and regions are named from the
      *                  branch master
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ART9300.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AGING-HISTORY    ASSIGN TO ARHIST.
           SELECT CUSTOMER-HISTORY ASSIGN TO CUSTHIST.
           SELECT INPUT-BRCHMAST   ASSIGN TO BRCHMAST.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT TREND-REPORT     ASSIGN TO ART9300R.

       DATA DIVISION.

       FILE SECTION.

       FD  AGING-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY ARHIST.

       FD  CUSTOMER-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS
           BLOCK CONTAINS 136 CHARACTERS.
       COPY CUSTHIST.

       FD  INPUT-BRCHMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRCHMAST.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       FD  TREND-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  REPORT-PRINT-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the trend report
      *****************************************************************
      * The trailing 13 business periods covered by the report, in
      * ascending order -- entry 13 is the period being processed --
      * with the days in each month for the DSO and whether each
      * history file has anything for the period at all
       01  PERIOD-TABLE.
           05  PT-ENTRY OCCURS 13 TIMES
                        INDEXED BY PT-INDEX.
               10  PT-PERIOD           PIC 9(6).
               10  PT-DAYS-IN-MONTH    PIC 9(2).
               10  PT-AGING-SWITCH     PIC X.
                  88  PT-AGING-PRESENT          VALUE "Y".
               10  PT-SALES-SWITCH     PIC X.
                  88  PT-SALES-PRESENT          VALUE "Y".

      * Branch and region names from the branch master, kept by
      * branch number and region number
       01  NAME-TABLES.
           05  BRANCH-NAME-ENTRY OCCURS 100 TIMES.
               10  BRANCH-NAME         PIC X(20).
           05  REGION-NAME-ENTRY OCCURS 10 TIMES.
               10  REGION-NAME         PIC X(15).

      * Receivables, over-90 and sales accumulators, one slot per
      * period in the window, kept for every branch number, every
      * region number and the company. A branch or region is printed
      * only when something was found for it
       01  BRANCH-TREND-TABLE.
           05  BRANCH-TREND-ENTRY OCCURS 100 TIMES.
               10  BRANCH-ACTIVE-SWITCH PIC X.
                  88  BRANCH-ACTIVE             VALUE "Y".
               10  BRANCH-PERIODS.
                   15  BRANCH-PERIOD OCCURS 13 TIMES.
                       20  BRANCH-AR       PIC S9(9)V99  COMP-3.
                       20  BRANCH-OVER-90  PIC S9(9)V99  COMP-3.
                       20  BRANCH-SALES    PIC S9(9)V99  COMP-3.

       01  REGION-TREND-TABLE.
           05  REGION-TREND-ENTRY OCCURS 10 TIMES.
               10  REGION-ACTIVE-SWITCH PIC X.
                  88  REGION-ACTIVE             VALUE "Y".
               10  REGION-PERIODS.
                   15  REGION-PERIOD OCCURS 13 TIMES.
                       20  REGION-AR       PIC S9(9)V99  COMP-3.
                       20  REGION-OVER-90  PIC S9(9)V99  COMP-3.
                       20  REGION-SALES    PIC S9(9)V99  COMP-3.

       01  COMPANY-TREND-TABLE.
           05  COMPANY-PERIODS.
               10  COMPANY-PERIOD OCCURS 13 TIMES.
                   15  COMPANY-AR          PIC S9(9)V99  COMP-3.
                   15  COMPANY-OVER-90     PIC S9(9)V99  COMP-3.
                   15  COMPANY-SALES       PIC S9(9)V99  COMP-3.

      * The branch, region or company periods being printed, moved
      * here so one set of print paragraphs serves all three
       01  PRINT-TREND-TABLE.
           05  PRINT-PERIODS.
               10  PRINT-PERIOD OCCURS 13 TIMES.
                   15  PRINT-AR            PIC S9(9)V99  COMP-3.
                   15  PRINT-OVER-90       PIC S9(9)V99  COMP-3.
                   15  PRINT-SALES         PIC S9(9)V99  COMP-3.

       01  SUBSCRIPTS.
           05  PERIOD-SUBSCRIPT        PIC S9(4)  COMP.
           05  SLOT-SUBSCRIPT          PIC S9(4)  COMP.
           05  BRANCH-SUBSCRIPT        PIC S9(4)  COMP.
           05  REGION-SUBSCRIPT        PIC S9(4)  COMP.

      * Work fields for building the period window and locating a
      * record's slot in it
       01  PERIOD-WORK-FIELDS.
           05  PERIOD-WORK             PIC 9(6).
           05  WINDOW-YEAR             PIC 9(4).
           05  WINDOW-MONTH            PIC 9(2).
           05  PERIOD-SPLIT.
               10  PS-YEAR             PIC 9(4).
               10  PS-MONTH            PIC 9(2).
           05  MONTH-START-DATE.
               10  MSD-YEAR            PIC 9(4).
               10  MSD-MONTH           PIC 9(2).
               10  MSD-DAY             PIC 9(2)   VALUE 1.
           05  MONTH-START-NUMERIC REDEFINES MONTH-START-DATE
                                       PIC 9(8).
           05  MONTH-START-INTEGER     PIC S9(9)  COMP.

       01  SWITCHES.
           05  AGING-EOF-SWITCH        PIC X    VALUE "N".
              88  AGING-EOF                     VALUE "Y".
           05  HISTORY-EOF-SWITCH      PIC X    VALUE "N".
              88  HISTORY-EOF                   VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
              88  BRCHMAST-EOF                  VALUE "Y".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".
           05  PRIOR-DSO-SWITCH        PIC X    VALUE "N".
              88  PRIOR-DSO-PRESENT             VALUE "Y"
                                                  FALSE "N".

      * The percentage over 90 and DSO for the period being printed,
      * and the prior period's DSO for the trend column
       01  RATIO-FIELDS                PACKED-DECIMAL.
           05  PERCENT-OVER-90         PIC S9(3)V9    VALUE ZERO.
           05  DSO-WORK                PIC S9(5)      VALUE ZERO.
           05  PRIOR-DSO               PIC S9(5)      VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      *****************************************************************
      * Define the lines printed on the trend report
      *****************************************************************
       01  REPORT-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  RH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE
               "AR AGING AND DSO TREND REPORT".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  REPORT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "ART9300".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  REPORT-HEADING-LINE-3.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(7)   VALUE "PERIOD".
           05  FILLER         PIC X(9)   VALUE SPACES.
           05  FILLER         PIC X(8)   VALUE "TOTAL AR".
           05  FILLER         PIC X(10)  VALUE SPACES.
           05  FILLER         PIC X(7)   VALUE "OVER 90".
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  FILLER         PIC X(7)   VALUE "% OVR90".
           05  FILLER         PIC X(12)  VALUE SPACES.
           05  FILLER         PIC X(5)   VALUE "SALES".
           05  FILLER         PIC X(5)   VALUE SPACES.
           05  FILLER         PIC X(3)   VALUE "DSO".
           05  FILLER         PIC X(3)   VALUE SPACES.
           05  FILLER         PIC X(5)   VALUE "TREND".
           05  FILLER         PIC X(43)  VALUE SPACE.

       01  REPORT-HEADING-LINE-4.
           05  FILLER           PIC X(4)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(42)  VALUE SPACE.

       01  BLOCK-HEADER-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  BHL-LABEL            PIC X(45).
           05  FILLER               PIC X(83)      VALUE SPACE.

       01  TREND-PERIOD-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  TPL-PERIOD-YEAR      PIC 9(4).
           05  FILLER               PIC X(1)       VALUE "/".
           05  TPL-PERIOD-MONTH     PIC 9(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-TOTAL-AR         PIC ZZ,ZZZ,ZZ9.99-.
           05  TPL-TOTAL-AR-R       REDEFINES TPL-TOTAL-AR
                                    PIC X(14).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-OVER-90          PIC ZZ,ZZZ,ZZ9.99-.
           05  TPL-OVER-90-R        REDEFINES TPL-OVER-90
                                    PIC X(14).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-PERCENT-OVER-90  PIC ZZZ9.9.
           05  TPL-PERCENT-OVER-90-R REDEFINES TPL-PERCENT-OVER-90
                                    PIC X(6).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-SALES            PIC ZZ,ZZZ,ZZ9.99-.
           05  TPL-SALES-R          REDEFINES TPL-SALES
                                    PIC X(14).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-DSO              PIC ZZZZ9.
           05  TPL-DSO-R            REDEFINES TPL-DSO
                                    PIC X(5).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  TPL-TREND            PIC X(6).
           05  FILLER               PIC X(42)      VALUE SPACE.

       01  REPORT-BLANK-LINE        PIC X(130)     VALUE SPACE.

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the trend report
      *****************************************************************
       000-PRINT-AGING-TREND.

           MOVE "ART9300" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           INITIALIZE PERIOD-TABLE
                      NAME-TABLES
                      BRANCH-TREND-TABLE
                      REGION-TREND-TABLE
                      COMPANY-TREND-TABLE.
           PERFORM 050-GET-BUSINESS-PERIOD.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 060-BUILD-PERIOD-WINDOW
              OPEN INPUT  AGING-HISTORY
                   INPUT  CUSTOMER-HISTORY
                   INPUT  INPUT-BRCHMAST
                   OUTPUT TREND-REPORT
              PERFORM 200-LOAD-NAME-TABLES
              PERFORM 300-READ-AGING-HISTORY
                   WITH TEST AFTER
                   UNTIL AGING-EOF
              PERFORM 400-READ-CUSTOMER-HISTORY
                   WITH TEST AFTER
                   UNTIL HISTORY-EOF
              PERFORM 500-PRINT-REPORT-HEADING
              PERFORM 510-PRINT-BRANCH-TREND
                   VARYING BRANCH-SUBSCRIPT FROM 1 BY 1
                   UNTIL BRANCH-SUBSCRIPT > 100
              PERFORM 520-PRINT-REGION-TREND
                   VARYING REGION-SUBSCRIPT FROM 1 BY 1
                   UNTIL REGION-SUBSCRIPT > 10
              PERFORM 530-PRINT-COMPANY-TREND
              CLOSE AGING-HISTORY
                    CUSTOMER-HISTORY
                    INPUT-BRCHMAST
                    TREND-REPORT
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Reads the business date control record that anchors the
      * trailing 13-period window. Without it the window cannot be
      * placed, so the run is refused rather than guessing from the
      * wall clock
      *****************************************************************
       050-GET-BUSINESS-PERIOD.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "ART9300 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - RUN BDC7300 FIRST - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
               NOT AT END
                   MOVE BD-YEAR  TO WINDOW-YEAR
                   MOVE BD-MONTH TO WINDOW-MONTH
                   MOVE BD-MONTH TO RH1-MONTH
                   MOVE BD-DAY   TO RH1-DAY
                   MOVE BD-YEAR  TO RH1-YEAR
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

      *****************************************************************
      * Builds the table of the trailing 13 periods, oldest first,
      * ending with the business period being processed, and the
      * number of days in each -- the first of the following month
      * less the first of the month
      *****************************************************************
       060-BUILD-PERIOD-WINDOW.

           PERFORM 065-SET-ONE-PERIOD
                VARYING PERIOD-SUBSCRIPT FROM 13 BY -1
                UNTIL PERIOD-SUBSCRIPT < 1.

       065-SET-ONE-PERIOD.

           COMPUTE PT-PERIOD (PERIOD-SUBSCRIPT) =
                WINDOW-YEAR * 100 + WINDOW-MONTH.
           MOVE WINDOW-YEAR  TO MSD-YEAR.
           MOVE WINDOW-MONTH TO MSD-MONTH.
           COMPUTE MONTH-START-INTEGER =
                FUNCTION INTEGER-OF-DATE (MONTH-START-NUMERIC).
           IF WINDOW-MONTH = 12
              ADD 1 TO MSD-YEAR
              MOVE 1 TO MSD-MONTH
           ELSE
              ADD 1 TO MSD-MONTH
           END-IF.
           COMPUTE PT-DAYS-IN-MONTH (PERIOD-SUBSCRIPT) =
                FUNCTION INTEGER-OF-DATE (MONTH-START-NUMERIC)
                - MONTH-START-INTEGER.
           SUBTRACT 1 FROM WINDOW-MONTH.
           IF WINDOW-MONTH < 1
              MOVE 12 TO WINDOW-MONTH
              SUBTRACT 1 FROM WINDOW-YEAR
           END-IF.

      *****************************************************************
      * Loads the branch and region names from the branch master,
      * kept by number so a record's branch or region finds its name
      * directly
      *****************************************************************
       200-LOAD-NAME-TABLES.

           PERFORM 210-LOAD-NAME-ENTRY
              WITH TEST AFTER
              UNTIL BRCHMAST-EOF.

       210-LOAD-NAME-ENTRY.

           READ INPUT-BRCHMAST
                AT END
                     SET BRCHMAST-EOF TO TRUE
                NOT AT END
                     COMPUTE BRANCH-SUBSCRIPT = BM-BRANCH-NUMBER + 1
                     COMPUTE REGION-SUBSCRIPT = BM-REGION-NUMBER + 1
                     MOVE BM-BRANCH-NAME
                        TO BRANCH-NAME (BRANCH-SUBSCRIPT)
                     MOVE BM-REGION-NAME
                        TO REGION-NAME (REGION-SUBSCRIPT)
           END-READ.

      *****************************************************************
      * Reads the aging history and adds each customer snapshot
      * inside the window into its branch, region and company slots
      * for the period
      *****************************************************************
       300-READ-AGING-HISTORY.

           READ AGING-HISTORY
               AT END
                   SET AGING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   MOVE AH-PERIOD TO PERIOD-WORK
                   PERFORM 350-LOCATE-PERIOD-SLOT
                   IF SLOT-SUBSCRIPT > ZERO
                      PERFORM 310-ACCUMULATE-AGING
                   END-IF
           END-READ.

       310-ACCUMULATE-AGING.

           SET PT-AGING-PRESENT (SLOT-SUBSCRIPT) TO TRUE.
           COMPUTE BRANCH-SUBSCRIPT = AH-BRANCH-NUMBER + 1.
           COMPUTE REGION-SUBSCRIPT = AH-REGION-NUMBER + 1.
           SET BRANCH-ACTIVE (BRANCH-SUBSCRIPT) TO TRUE.
           SET REGION-ACTIVE (REGION-SUBSCRIPT) TO TRUE.
           ADD AH-TOTAL-DUE
              TO BRANCH-AR (BRANCH-SUBSCRIPT SLOT-SUBSCRIPT)
                 REGION-AR (REGION-SUBSCRIPT SLOT-SUBSCRIPT)
                 COMPANY-AR (SLOT-SUBSCRIPT).
           ADD AH-AGE-OVER-90
              TO BRANCH-OVER-90 (BRANCH-SUBSCRIPT SLOT-SUBSCRIPT)
                 REGION-OVER-90 (REGION-SUBSCRIPT SLOT-SUBSCRIPT)
                 COMPANY-OVER-90 (SLOT-SUBSCRIPT).

      *****************************************************************
      * Finds the window slot for the period in PERIOD-WORK -- zero
      * when the period falls outside the window
      *****************************************************************
       350-LOCATE-PERIOD-SLOT.

           MOVE ZERO TO SLOT-SUBSCRIPT.
           SET PT-INDEX TO 1.
           SEARCH PT-ENTRY
                AT END
                    CONTINUE
                WHEN PT-PERIOD (PT-INDEX) = PERIOD-WORK
                    SET SLOT-SUBSCRIPT TO PT-INDEX
           END-SEARCH.

      *****************************************************************
      * Reads the customer history and adds each customer's sales for
      * the month into the same slots, so every period's receivables
      * are measured against that same month's sales
      *****************************************************************
       400-READ-CUSTOMER-HISTORY.

           READ CUSTOMER-HISTORY
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   MOVE CH-PERIOD TO PERIOD-WORK
                   PERFORM 350-LOCATE-PERIOD-SLOT
                   IF SLOT-SUBSCRIPT > ZERO
                      PERFORM 410-ACCUMULATE-SALES
                   END-IF
           END-READ.

       410-ACCUMULATE-SALES.

           SET PT-SALES-PRESENT (SLOT-SUBSCRIPT) TO TRUE.
           COMPUTE BRANCH-SUBSCRIPT = CH-BRANCH-NUMBER + 1.
           COMPUTE REGION-SUBSCRIPT = CH-REGION-NUMBER + 1.
           SET BRANCH-ACTIVE (BRANCH-SUBSCRIPT) TO TRUE.
           SET REGION-ACTIVE (REGION-SUBSCRIPT) TO TRUE.
           ADD CH-SALES-THIS-MTD
              TO BRANCH-SALES (BRANCH-SUBSCRIPT SLOT-SUBSCRIPT)
                 REGION-SALES (REGION-SUBSCRIPT SLOT-SUBSCRIPT)
                 COMPANY-SALES (SLOT-SUBSCRIPT).

      *****************************************************************
      * Prints the report heading, dated with the business date the
      * window is anchored on
      *****************************************************************
       500-PRINT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-3 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-4 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.

      *****************************************************************
      * Prints the 13-period block for one branch that had anything
      * in the window, named from the branch master
      *****************************************************************
       510-PRINT-BRANCH-TREND.

           IF BRANCH-ACTIVE (BRANCH-SUBSCRIPT)
              MOVE SPACES TO BHL-LABEL
              IF BRANCH-NAME (BRANCH-SUBSCRIPT) = SPACES
                 MOVE "NOT ON BRCHMAST"
                    TO BRANCH-NAME (BRANCH-SUBSCRIPT)
              END-IF
              COMPUTE PERIOD-WORK = BRANCH-SUBSCRIPT - 1
              STRING "BRANCH " PERIOD-WORK (5:2) "  "
                   BRANCH-NAME (BRANCH-SUBSCRIPT)
                   DELIMITED SIZE INTO BHL-LABEL
              MOVE BRANCH-PERIODS (BRANCH-SUBSCRIPT)
                 TO PRINT-PERIODS
              PERFORM 550-PRINT-TREND-BLOCK
           END-IF.

      *****************************************************************
      * Prints the 13-period block for one region the same way
      *****************************************************************
       520-PRINT-REGION-TREND.

           IF REGION-ACTIVE (REGION-SUBSCRIPT)
              MOVE SPACES TO BHL-LABEL
              IF REGION-NAME (REGION-SUBSCRIPT) = SPACES
                 MOVE "NOT ON BRCHMAST"
                    TO REGION-NAME (REGION-SUBSCRIPT)
              END-IF
              COMPUTE PERIOD-WORK = REGION-SUBSCRIPT - 1
              STRING "REGION " PERIOD-WORK (6:1) "  "
                   REGION-NAME (REGION-SUBSCRIPT) "  TOTAL *"
                   DELIMITED SIZE INTO BHL-LABEL
              MOVE REGION-PERIODS (REGION-SUBSCRIPT)
                 TO PRINT-PERIODS
              PERFORM 550-PRINT-TREND-BLOCK
           END-IF.

      *****************************************************************
      * Prints the 13-period block for the whole company
      *****************************************************************
       530-PRINT-COMPANY-TREND.

           MOVE "COMPANY TOTAL **" TO BHL-LABEL.
           MOVE COMPANY-PERIODS TO PRINT-PERIODS.
           PERFORM 550-PRINT-TREND-BLOCK.

      *****************************************************************
      * Prints a blank line, the block's header and one line per
      * period in the window from the print table
      *****************************************************************
       550-PRINT-TREND-BLOCK.

           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE BLOCK-HEADER-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           SET PRIOR-DSO-PRESENT TO FALSE.
           PERFORM 560-PRINT-TREND-PERIOD
                VARYING SLOT-SUBSCRIPT FROM 1 BY 1
                UNTIL SLOT-SUBSCRIPT > 13.

      *****************************************************************
      * Prints one period: the receivables, the amount over 90 days
      * and its share of the total, the month's sales and the DSO.
      * A period ARS9200 never snapshotted shows NO SNAPSHOT, and
      * DSO is only worked when there is both a snapshot and a
      * positive month's sales. The trend compares the DSO with the
      * last period that had one -- fewer days is better
      *****************************************************************
       560-PRINT-TREND-PERIOD.

           MOVE PT-PERIOD (SLOT-SUBSCRIPT) TO PERIOD-SPLIT.
           MOVE PS-YEAR  TO TPL-PERIOD-YEAR.
           MOVE PS-MONTH TO TPL-PERIOD-MONTH.
           MOVE SPACES TO TPL-TREND.

           IF PT-AGING-PRESENT (SLOT-SUBSCRIPT)
              MOVE PRINT-AR (SLOT-SUBSCRIPT)      TO TPL-TOTAL-AR
              MOVE PRINT-OVER-90 (SLOT-SUBSCRIPT) TO TPL-OVER-90
              IF PRINT-AR (SLOT-SUBSCRIPT) > ZERO
                 COMPUTE PERCENT-OVER-90 ROUNDED =
                      PRINT-OVER-90 (SLOT-SUBSCRIPT) * 100
                      / PRINT-AR (SLOT-SUBSCRIPT)
                      ON SIZE ERROR
                          MOVE 999.9 TO PERCENT-OVER-90
                 END-COMPUTE
                 MOVE PERCENT-OVER-90 TO TPL-PERCENT-OVER-90
              ELSE
                 MOVE "   N/A" TO TPL-PERCENT-OVER-90-R
              END-IF
           ELSE
              MOVE "   NO SNAPSHOT" TO TPL-TOTAL-AR-R
              MOVE SPACES           TO TPL-OVER-90-R
                                       TPL-PERCENT-OVER-90-R
           END-IF.

           IF PT-SALES-PRESENT (SLOT-SUBSCRIPT)
              MOVE PRINT-SALES (SLOT-SUBSCRIPT) TO TPL-SALES
           ELSE
              MOVE "   NO HISTORY" TO TPL-SALES-R
           END-IF.

           IF PT-AGING-PRESENT (SLOT-SUBSCRIPT)
              AND PRINT-SALES (SLOT-SUBSCRIPT) > ZERO
              PERFORM 570-COMPUTE-DSO
           ELSE
              MOVE "  N/A" TO TPL-DSO-R
           END-IF.

           MOVE TREND-PERIOD-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           ADD 1 TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * Days sales outstanding: the receivables owed at month-end
      * divided by the month's sales, times the days in the month. A
      * credit balance owes nothing and shows zero days
      *****************************************************************
       570-COMPUTE-DSO.

           IF PRINT-AR (SLOT-SUBSCRIPT) > ZERO
              COMPUTE DSO-WORK ROUNDED =
                   PRINT-AR (SLOT-SUBSCRIPT)
                   * PT-DAYS-IN-MONTH (SLOT-SUBSCRIPT)
                   / PRINT-SALES (SLOT-SUBSCRIPT)
                   ON SIZE ERROR
                       MOVE 99999 TO DSO-WORK
              END-COMPUTE
           ELSE
              MOVE ZERO TO DSO-WORK
           END-IF.
           MOVE DSO-WORK TO TPL-DSO.
           IF PRIOR-DSO-PRESENT
              EVALUATE TRUE
                  WHEN DSO-WORK < PRIOR-DSO
                      MOVE "BETTER" TO TPL-TREND
                  WHEN DSO-WORK > PRIOR-DSO
                      MOVE "WORSE " TO TPL-TREND
                  WHEN OTHER
                      MOVE "SAME  " TO TPL-TREND
              END-EVALUATE
           END-IF.
           MOVE DSO-WORK TO PRIOR-DSO.
           SET PRIOR-DSO-PRESENT TO TRUE.
