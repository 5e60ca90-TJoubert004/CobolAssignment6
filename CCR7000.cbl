      *                  on CUSTMAST but missing from the rate file
      *                  goes to the exception listing and is left
      *                  off the payroll file rather than being
      *                  silently paid zero. The commission payment
      *                  ledger COMLEDG remembers, per rep per
      *                  business-date period, what the rep had
      *                  earned and what has already been sent to
      *                  payroll, so each run pays only the
      *                  difference -- a second run in the same month
      *                  pays nothing twice, and a credit memo or
      *                  reversal that lowers the rep's sales after
      *                  payroll has been paid comes back as a
      *                  clawback record on the next payroll file.
      *                  PAYINTF is extended rather than replaced so
      *                  nothing a run records as paid is lost before
      *                  payroll loads it. Sales past the threshold
      *                  percentages of the rep's annual quota on the
      *                  accelerator schedule COMTIER earn the
      *                  tier's stepped-up rate. The register shows
      *                  the earned, previously paid, clawed back and
      *                  net payable amounts for each rep. The run is
      *                  refused without a business date, or once
      *                  CPE6600 has rolled the period's MTD sales
      *                  away -- paying then would claw back the
      *                  whole month
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT INPUT-COMRATE    ASSIGN TO COMRATE.
           SELECT COMMISSION-REGISTER ASSIGN TO CCR7000R.
           SELECT OUTPUT-EXCEPTION ASSIGN TO CCR7000E.
           SELECT OPTIONAL PAYROLL-INTERFACE ASSIGN TO PAYINTF.
           SELECT OPTIONAL INPUT-COMTIER ASSIGN TO COMTIER.
           SELECT OPTIONAL COMMISSION-LEDGER ASSIGN TO COMLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-RECORD-KEY.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.
           SELECT OPTIONAL ROLL-CONTROL-FILE ASSIGN TO ROLLCTL.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       01  EXCEPTION-PRINT-AREA  PIC X(130).

      * Fixed-format commission record per rep for the payroll load.
      * The amount is what the run pays on top of what the rep has
      * already been paid for the period -- a clawback record
      * carries a negative amount to be taken back
       FD  PAYROLL-INTERFACE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PI-SALES-THIS-MTD       PIC S9(7)V99.
           05  PI-COMMISSION-RATE      PIC 9(2)V999.
           05  PI-COMMISSION-AMOUNT    PIC S9(7)V99.
           05  PI-PAYMENT-TYPE         PIC X(1).
               88  PI-COMMISSION-PAYMENT        VALUE "P".
               88  PI-COMMISSION-CLAWBACK       VALUE "C".
           05  PI-COMMISSION-PERIOD    PIC 9(6).
           05  PI-EARNED-TO-DATE       PIC S9(7)V99.
           05  PI-PREVIOUSLY-PAID      PIC S9(7)V99.
           05  FILLER                  PIC X(18).

      * The accelerator schedule -- quota attainment thresholds and
      * the rate step-up earned past each one
       FD  INPUT-COMTIER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY COMTIER.

      * What each rep has earned and been paid for each period
       FD  COMMISSION-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY COMLEDG.

      * The business date control record -- the commission period is
      * the business year and month, not the wall clock
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

      * CPE6600's record of the last period rolled in each mode --
      * read only to see whether this period's MTD sales are gone
       FD  ROLL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 15 CHARACTERS.
       01  ROLL-CONTROL-RECORD   PIC X(15).

       WORKING-STORAGE SECTION.

      * Variable and field definitions for the commission run
      *****************************************************************
      * Defines a table that stores the sales rep's names and ids
      * and the annual quota the accelerator tiers are measured on
       01  SALESREP-TABLE.
           05  SALESREP-GROUP OCCURS 100 TIMES
                              INDEXED BY SRT-INDEX.
               10  SALESREP-NUMBER PIC 9(2).
               10  SALESREP-NAME   PIC X(10).
               10  SALESREP-ANNUAL-QUOTA
                                   PIC S9(6)V99   COMP-3.

      * Defines a table that stores each rep's commission rate,
      * loaded from the commission rate file
               10  RATE-SALESREP-NUMBER PIC 9(2).
               10  RATE-PERCENT         PIC 9(2)V999.

      * Defines a table that stores the accelerator schedule in
      * ascending threshold order, loaded from the tier file
       01  TIER-TABLE.
           05  TIER-GROUP OCCURS 10 TIMES
                          INDEXED BY TIR-INDEX.
               10  TIER-THRESHOLD-PERCENT PIC 9(3)V99.
               10  TIER-RATE-STEP-UP    PIC 9(2)V999.

      * Determines when end of file or a control break is reached
       01  SWITCHES.
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
                                                  FALSE "N".
           05  EXCEPTION-HEADING-SWITCH PIC X   VALUE "N".
              88  EXCEPTION-HEADING-PRINTED     VALUE "Y".
           05  COMTIER-EOF-SWITCH      PIC X    VALUE "N".
              88  COMTIER-EOF                   VALUE "Y".
           05  TIER-TABLE-FULL-SWITCH  PIC X    VALUE "N".
              88  TIER-TABLE-FULL               VALUE "Y".
           05  TIER-SEQUENCE-SWITCH    PIC X    VALUE "N".
              88  TIER-OUT-OF-SEQUENCE          VALUE "Y".
           05  LEDGER-FOUND-SWITCH     PIC X    VALUE "N".
              88  LEDGER-RECORD-FOUND           VALUE "Y"
                                                  FALSE "N".
           05  RUN-REFUSED-SWITCH      PIC X    VALUE "N".
              88  RUN-REFUSED                   VALUE "Y".

      * Holds the control fields used to break on salesrep and
      * branch number changes
           05  OLD-SALESREP-NUMBER PIC 99.
           05  OLD-BRANCH-NUMBER   PIC 99.

      * The rep name, rate and quota pulled from the tables for the
      * rep total just broken
       01  LOOKUP-FIELDS.
           05  REP-NAME-WORK       PIC X(10).
           05  REP-RATE-WORK       PIC 9(2)V999.
           05  REP-QUOTA-WORK      PIC S9(6)V99   COMP-3.

      * The commission period the run pays -- the business year and
      * month -- and the cycle it is recorded under on the ledger
       01  PERIOD-FIELDS.
           05  CURRENT-MONTH-PERIOD.
               10  CMP-YEAR        PIC 9(4).
               10  CMP-MONTH       PIC 9(2).
           05  CURRENT-CYCLE-NUMBER PIC 9(5).

      * Working copy of CPE6600's roll control record
       01  ROLL-CONTROL-FIELDS.
           05  RC-LAST-MONTH-ROLLED.
               10  RC-LM-YEAR           PIC 9(4).
               10  RC-LM-MONTH          PIC 9(2).
           05  RC-LAST-QUARTER-ROLLED.
               10  RC-LQ-YEAR           PIC 9(4).
               10  RC-LQ-QUARTER        PIC 9(1).
           05  RC-LAST-YEAR-ROLLED      PIC 9(4).

      * Work fields for the tiered commission on one sales amount --
      * carried to four places so the difference of two amounts is
      * rounded only once -- and the rate in effect at that amount
       01  TIER-FIELDS.
           05  TIER-COUNT          PIC S9(3)      COMP     VALUE ZERO.
           05  LAST-THRESHOLD-WORK PIC 9(3)V99             VALUE ZERO.
           05  TIER-SALES-WORK     PIC S9(8)V99   COMP-3.
           05  TIER-BREAK-WORK     PIC S9(8)V99   COMP-3.
           05  TIER-COMMISSION-WORK
                                   PIC S9(8)V9(4) COMP-3.
           05  PRIOR-COMMISSION-WORK
                                   PIC S9(8)V9(4) COMP-3.
           05  PRIOR-STEP-UP-WORK  PIC 9(2)V999.
           05  RATE-IN-EFFECT-WORK PIC 9(2)V999.
           05  ATTAINMENT-WORK     PIC S9(4)V9    COMP-3.
           05  NET-PAYABLE-WORK    PIC S9(7)V99   COMP-3.

      * Running totals for the rep, branch and grand lines
       01  TOTAL-FIELDS                  PACKED-DECIMAL.
           05  REP-TOTAL-THIS-YTD        PIC S9(7)V99   VALUE ZERO.
           05  REP-TOTAL-THIS-MTD        PIC S9(7)V99   VALUE ZERO.
           05  REP-EARNED                PIC S9(7)V99   VALUE ZERO.
           05  REP-PREVIOUSLY-PAID       PIC S9(7)V99   VALUE ZERO.
           05  REP-CLAWED-BACK           PIC S9(7)V99   VALUE ZERO.
           05  REP-NET-PAYABLE           PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-TOTAL-THIS-YTD     PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-TOTAL-THIS-MTD     PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-EARNED             PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-PREVIOUSLY-PAID    PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-CLAWED-BACK        PIC S9(7)V99   VALUE ZERO.
           05  BRANCH-NET-PAYABLE        PIC S9(7)V99   VALUE ZERO.
           05  GRAND-TOTAL-THIS-YTD      PIC S9(8)V99   VALUE ZERO.
           05  GRAND-TOTAL-THIS-MTD      PIC S9(8)V99   VALUE ZERO.
           05  GRAND-EARNED              PIC S9(8)V99   VALUE ZERO.
           05  GRAND-PREVIOUSLY-PAID     PIC S9(8)V99   VALUE ZERO.
           05  GRAND-CLAWED-BACK         PIC S9(8)V99   VALUE ZERO.
           05  GRAND-NET-PAYABLE         PIC S9(8)V99   VALUE ZERO.
           05  EXCEPTION-COUNT           PIC S9(5)      VALUE ZERO.

      * Current date and time fields
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR     PIC 9999.
               10  CD-MONTH    PIC 99.
               10  CD-DAY      PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(34)  VALUE SPACE.
           05  FILLER          PIC X(8)   VALUE "PERIOD: ".
           05  RH2-PERIOD-MONTH PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH2-PERIOD-YEAR PIC 9(4).
           05  FILLER          PIC X(34)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "CCR7000".
           05  FILLER          PIC X(28)  VALUE SPACE.

           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(13)  VALUE "SALESREP".
           05  FILLER          PIC X(5)   VALUE SPACES.
           05  FILLER          PIC X(9)   VALUE "SALES YTD".
           05  FILLER          PIC X(5)   VALUE SPACES.
           05  FILLER          PIC X(9)   VALUE "SALES MTD".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "QUOTA%".
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  FILLER          PIC X(4)   VALUE "RATE".
           05  FILLER          PIC X(8)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "EARNED".
           05  FILLER          PIC X(5)   VALUE SPACES.
           05  FILLER          PIC X(9)   VALUE "PREV PAID".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(11)  VALUE "CLAWED BACK".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(11)  VALUE "NET PAYABLE".
           05  FILLER          PIC X(6)   VALUE SPACE.

       01  REGISTER-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(13)  VALUE ALL '-'.
           05  FILLER           PIC X(6)   VALUE SPACE.

       01  REGISTER-LINE.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  RL-SALES-THIS-YTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-SALES-THIS-MTD    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-ATTAINMENT        PIC ZZZ9.9.
           05  RL-ATTAINMENT-R      REDEFINES RL-ATTAINMENT
                                    PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  RL-RATE              PIC Z9.999.
           05  RL-RATE-R            REDEFINES RL-RATE
                                    PIC X(6).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-EARNED            PIC Z,ZZZ,ZZ9.99-.
           05  RL-EARNED-R          REDEFINES RL-EARNED
                                    PIC X(13).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-PREVIOUSLY-PAID   PIC Z,ZZZ,ZZ9.99-.
           05  RL-PREVIOUSLY-PAID-R REDEFINES RL-PREVIOUSLY-PAID
                                    PIC X(13).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-CLAWED-BACK       PIC Z,ZZZ,ZZ9.99-.
           05  RL-CLAWED-BACK-R     REDEFINES RL-CLAWED-BACK
                                    PIC X(13).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  RL-NET-PAYABLE       PIC Z,ZZZ,ZZ9.99-.
           05  RL-NET-PAYABLE-R     REDEFINES RL-NET-PAYABLE
                                    PIC X(13).
           05  FILLER               PIC X(6)       VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  FILLER               PIC X(16)   VALUE "  BRANCH TOTAL".
           05  FILLER               PIC X(7)    VALUE SPACE.
           05  BTL-SALES-THIS-YTD   PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  BTL-SALES-THIS-MTD   PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(17)   VALUE SPACE.
           05  BTL-EARNED           PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  BTL-PREVIOUSLY-PAID  PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  BTL-CLAWED-BACK      PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  BTL-NET-PAYABLE      PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(6)    VALUE "*".

       01  GRAND-TOTAL-LINE.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  FILLER               PIC X(16)   VALUE "   GRAND TOTAL".
           05  FILLER               PIC X(7)    VALUE SPACE.
           05  GTL-SALES-THIS-YTD   PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  GTL-SALES-THIS-MTD   PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(17)   VALUE SPACE.
           05  GTL-EARNED           PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  GTL-PREVIOUSLY-PAID  PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  GTL-CLAWED-BACK      PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  GTL-NET-PAYABLE      PIC $,$$$,$$9.99-.
           05  FILLER               PIC X(6)    VALUE "**".

      *****************************************************************
      * Define the lines printed on the missing-rate exception
           CALL "RHL7800" USING RUN-LOG-AREA.
           INITIALIZE SALESREP-TABLE.
           INITIALIZE RATE-TABLE.
           INITIALIZE TIER-TABLE.
           PERFORM 110-DERIVE-COMMISSION-PERIOD.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  REP-SUMMARY
                   INPUT  INPUT-SALESREP
                   INPUT  INPUT-COMRATE
                   INPUT  INPUT-COMTIER
                   I-O    COMMISSION-LEDGER
                   OUTPUT COMMISSION-REGISTER
                   OUTPUT OUTPUT-EXCEPTION
                   EXTEND PAYROLL-INTERFACE
              PERFORM 100-FORMAT-REGISTER-HEADING
              PERFORM 200-LOAD-SALESREP-TABLE
              PERFORM 220-LOAD-RATE-TABLE
              PERFORM 240-LOAD-TIER-TABLE
              IF NOT SALESREP-TABLE-FULL AND NOT RATE-TABLE-FULL
                 AND NOT TIER-TABLE-FULL AND NOT TIER-OUT-OF-SEQUENCE
                 PERFORM 300-PROCESS-SUMMARY-RECORD
                      WITH TEST AFTER
                      UNTIL REPSUMM-EOF
                 PERFORM 500-PRINT-GRAND-TOTALS
                 PERFORM 510-PRINT-EXCEPTION-TRAILER
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
              CLOSE REP-SUMMARY
                    INPUT-SALESREP
                    INPUT-COMRATE
                    INPUT-COMTIER
                    COMMISSION-LEDGER
                    COMMISSION-REGISTER
                    OUTPUT-EXCEPTION
                    PAYROLL-INTERFACE
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           MOVE CD-YEAR    TO RH1-YEAR.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE CMP-MONTH  TO RH2-PERIOD-MONTH.
           MOVE CMP-YEAR   TO RH2-PERIOD-YEAR.
           MOVE REGISTER-HEADING-LINE-1 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           MOVE REGISTER-HEADING-LINE-2 TO REGISTER-PRINT-AREA.
           MOVE REGISTER-HEADING-LINE-4 TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.

      *****************************************************************
      * Derives the commission period from the official business
      * date. Without the control record the period cannot be
      * placed, so nothing can be checked against the ledger and
      * the run is refused. The run is also refused once CPE6600
      * has rolled the period's month -- the reps' MTD sales have
      * gone to LAST-MTD and paying now would claw back everything
      * the period already paid
      *****************************************************************
       110-DERIVE-COMMISSION-PERIOD.

           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "CCR7000 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - RUN BDC7300 FIRST - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
               NOT AT END
                   MOVE BD-YEAR         TO CMP-YEAR
                   MOVE BD-MONTH        TO CMP-MONTH
                   MOVE BD-CYCLE-NUMBER TO CURRENT-CYCLE-NUMBER
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

           IF NOT RUN-REFUSED
              OPEN INPUT ROLL-CONTROL-FILE
              READ ROLL-CONTROL-FILE
                  AT END
                      MOVE ZEROS TO ROLL-CONTROL-FIELDS
                  NOT AT END
                      MOVE ROLL-CONTROL-RECORD TO ROLL-CONTROL-FIELDS
              END-READ
              CLOSE ROLL-CONTROL-FILE
              IF RC-LAST-MONTH-ROLLED = CURRENT-MONTH-PERIOD
                 SET RUN-REFUSED TO TRUE
                 DISPLAY "CCR7000 - MONTH " CURRENT-MONTH-PERIOD
                    " ALREADY ROLLED BY CPE6600 - RUN REFUSED"
              END-IF
           END-IF.

      *****************************************************************
      * Loads the sales rep table from the sales rep master file
      *****************************************************************
           IF NOT SALESREP-EOF AND SRT-INDEX NOT > 100
              MOVE SM-SALESREP-NUMBER TO SALESREP-NUMBER (SRT-INDEX)
              MOVE SM-SALESREP-NAME   TO SALESREP-NAME (SRT-INDEX)
              MOVE SM-ANNUAL-QUOTA
                 TO SALESREP-ANNUAL-QUOTA (SRT-INDEX)
           END-IF.

      *****************************************************************
              MOVE CR-COMMISSION-RATE TO RATE-PERCENT (RAT-INDEX)
           END-IF.

      *****************************************************************
      * Loads the accelerator schedule the same way. The schedule is
      * optional -- without it every rep is paid the flat rate. The
      * tiers must be in ascending threshold order, since each
      * tier's step-up takes over from the one below it
      *****************************************************************
       240-LOAD-TIER-TABLE.

           PERFORM 250-LOAD-TIER-ENTRY
              WITH TEST AFTER
              VARYING TIR-INDEX FROM 1 BY 1
              UNTIL COMTIER-EOF
                OR TIR-INDEX > 10.

           IF TIR-INDEX > 10 AND NOT COMTIER-EOF
              SET TIER-TABLE-FULL TO TRUE
              DISPLAY "CCR7000 - TIER-TABLE FULL AT 10 ENTRIES"
              DISPLAY "CCR7000 - CHECK COMTIER FILE FOR MORE THAN "
                 "10 TIERS - RUN ABORTED"
           ELSE
              SET TIER-COUNT TO TIR-INDEX
              SUBTRACT 1 FROM TIER-COUNT
           END-IF.

           IF TIER-OUT-OF-SEQUENCE
              DISPLAY "CCR7000 - COMTIER THRESHOLDS NOT IN ASCENDING "
                 "ORDER - RUN ABORTED"
           END-IF.

       250-LOAD-TIER-ENTRY.

           READ INPUT-COMTIER
                AT END
                     SET COMTIER-EOF TO TRUE
           END-READ.
           IF NOT COMTIER-EOF AND TIR-INDEX NOT > 10
              IF TIR-INDEX > 1
                 AND TI-THRESHOLD-PERCENT NOT > LAST-THRESHOLD-WORK
                 SET TIER-OUT-OF-SEQUENCE TO TRUE
              END-IF
              MOVE TI-THRESHOLD-PERCENT
                 TO TIER-THRESHOLD-PERCENT (TIR-INDEX)
                    LAST-THRESHOLD-WORK
              MOVE TI-RATE-STEP-UP TO TIER-RATE-STEP-UP (TIR-INDEX)
           END-IF.

      *****************************************************************
      * Reads the rep summary file RSA8300 cut from CUSTMAST -- one
      * record per rep, already accumulated in branch/salesrep
           PERFORM 355-PROCESS-SALESREP-TOTAL.

      *****************************************************************
      * One rep's accumulation is complete -- look up the rep's name,
      * rate and quota, work out the commission earned for the
      * period, and settle it against what the ledger shows already
      * paid. More earned than paid is paid out; less earned than
      * paid -- a credit has come in since -- is clawed back. Either
      * goes to payroll and onto the ledger. A rep with no rate on
      * file goes to the exception listing instead and the ledger is
      * left alone. The rep's figures then roll into the branch
      * totals
      *****************************************************************
       355-PROCESS-SALESREP-TOTAL.
           SEARCH SALESREP-GROUP
                AT END
                    MOVE "UNKNOWN" TO REP-NAME-WORK
                    MOVE ZERO      TO REP-QUOTA-WORK
                WHEN SALESREP-NUMBER (SRT-INDEX) = OLD-SALESREP-NUMBER
                    MOVE SALESREP-NAME (SRT-INDEX) TO REP-NAME-WORK
                    MOVE SALESREP-ANNUAL-QUOTA (SRT-INDEX)
                       TO REP-QUOTA-WORK
           END-SEARCH.

           SET RATE-FOUND TO FALSE.
           MOVE REP-NAME-WORK       TO RL-SALESREP-NAME.
           MOVE REP-TOTAL-THIS-YTD  TO RL-SALES-THIS-YTD.
           MOVE REP-TOTAL-THIS-MTD  TO RL-SALES-THIS-MTD.
           PERFORM 365-FORMAT-ATTAINMENT.
           IF RATE-FOUND
              PERFORM 370-COMPUTE-EARNED-COMMISSION
              PERFORM 380-READ-LEDGER-RECORD
              COMPUTE NET-PAYABLE-WORK =
                   REP-EARNED - REP-PREVIOUSLY-PAID
              IF NET-PAYABLE-WORK < ZERO
                 COMPUTE REP-CLAWED-BACK = ZERO - NET-PAYABLE-WORK
              ELSE
                 MOVE NET-PAYABLE-WORK TO REP-NET-PAYABLE
              END-IF
              IF NET-PAYABLE-WORK NOT = ZERO
                 PERFORM 357-WRITE-PAYROLL-RECORD
              END-IF
              PERFORM 385-UPDATE-LEDGER-RECORD
              MOVE RATE-IN-EFFECT-WORK TO RL-RATE
              MOVE REP-EARNED          TO RL-EARNED
              MOVE REP-PREVIOUSLY-PAID TO RL-PREVIOUSLY-PAID
              MOVE REP-CLAWED-BACK     TO RL-CLAWED-BACK
              MOVE REP-NET-PAYABLE     TO RL-NET-PAYABLE
              ADD REP-EARNED          TO BRANCH-EARNED
              ADD REP-PREVIOUSLY-PAID TO BRANCH-PREVIOUSLY-PAID
              ADD REP-CLAWED-BACK     TO BRANCH-CLAWED-BACK
              ADD REP-NET-PAYABLE     TO BRANCH-NET-PAYABLE
           ELSE
              MOVE "  N/A " TO RL-RATE-R
              MOVE SPACES   TO RL-EARNED-R
                               RL-PREVIOUSLY-PAID-R
                               RL-CLAWED-BACK-R
                               RL-NET-PAYABLE-R
              PERFORM 358-PRINT-EXCEPTION-LINE
           END-IF.
           MOVE REGISTER-LINE TO REGISTER-PRINT-AREA.
           ADD REP-TOTAL-THIS-MTD TO BRANCH-TOTAL-THIS-MTD.
           INITIALIZE REP-TOTAL-THIS-YTD
                      REP-TOTAL-THIS-MTD
                      REP-EARNED
                      REP-PREVIOUSLY-PAID
                      REP-CLAWED-BACK
                      REP-NET-PAYABLE.

      *****************************************************************
      * Writes one fixed-format commission record for payroll to load
      * -- a payment of the difference still owed, or a clawback of
      * what was paid beyond what the rep has now earned
      *****************************************************************
       357-WRITE-PAYROLL-RECORD.

           MOVE OLD-SALESREP-NUMBER TO PI-SALESREP-NUMBER.
           MOVE REP-NAME-WORK       TO PI-SALESREP-NAME.
           MOVE REP-TOTAL-THIS-MTD  TO PI-SALES-THIS-MTD.
           MOVE RATE-IN-EFFECT-WORK TO PI-COMMISSION-RATE.
           MOVE NET-PAYABLE-WORK    TO PI-COMMISSION-AMOUNT.
           IF NET-PAYABLE-WORK < ZERO
              SET PI-COMMISSION-CLAWBACK TO TRUE
           ELSE
              SET PI-COMMISSION-PAYMENT  TO TRUE
           END-IF.
           MOVE CURRENT-MONTH-PERIOD TO PI-COMMISSION-PERIOD.
           MOVE REP-EARNED          TO PI-EARNED-TO-DATE.
           MOVE REP-PREVIOUSLY-PAID TO PI-PREVIOUSLY-PAID.
           WRITE PAYROLL-INTERFACE-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.


           MOVE BRANCH-TOTAL-THIS-YTD TO BTL-SALES-THIS-YTD.
           MOVE BRANCH-TOTAL-THIS-MTD TO BTL-SALES-THIS-MTD.
           MOVE BRANCH-EARNED         TO BTL-EARNED.
           MOVE BRANCH-PREVIOUSLY-PAID TO BTL-PREVIOUSLY-PAID.
           MOVE BRANCH-CLAWED-BACK    TO BTL-CLAWED-BACK.
           MOVE BRANCH-NET-PAYABLE    TO BTL-NET-PAYABLE.
           MOVE BRANCH-TOTAL-LINE TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.
           ADD BRANCH-TOTAL-THIS-YTD  TO GRAND-TOTAL-THIS-YTD.
           ADD BRANCH-TOTAL-THIS-MTD  TO GRAND-TOTAL-THIS-MTD.
           ADD BRANCH-EARNED          TO GRAND-EARNED.
           ADD BRANCH-PREVIOUSLY-PAID TO GRAND-PREVIOUSLY-PAID.
           ADD BRANCH-CLAWED-BACK     TO GRAND-CLAWED-BACK.
           ADD BRANCH-NET-PAYABLE     TO GRAND-NET-PAYABLE.
           INITIALIZE BRANCH-TOTAL-THIS-YTD
                      BRANCH-TOTAL-THIS-MTD
                      BRANCH-EARNED
                      BRANCH-PREVIOUSLY-PAID
                      BRANCH-CLAWED-BACK
                      BRANCH-NET-PAYABLE.

      *****************************************************************
      * Shows the rep's year-to-date sales as a percentage of the
      * annual quota -- the measure the accelerator tiers step up on.
      * A rep with no quota shows N/A
      *****************************************************************
       365-FORMAT-ATTAINMENT.

           IF REP-QUOTA-WORK > ZERO
              COMPUTE ATTAINMENT-WORK ROUNDED =
                   REP-TOTAL-THIS-YTD * 100 / REP-QUOTA-WORK
                   ON SIZE ERROR
                       MOVE 9999.9 TO ATTAINMENT-WORK
              END-COMPUTE
              IF ATTAINMENT-WORK < ZERO
                 MOVE ZERO TO ATTAINMENT-WORK
              END-IF
              MOVE ATTAINMENT-WORK TO RL-ATTAINMENT
           ELSE
              MOVE "   N/A" TO RL-ATTAINMENT-R
           END-IF.

      *****************************************************************
      * Works out the commission earned for the period. The tiers
      * are measured on year-to-date sales, so the period's sales
      * are the slice between the YTD sales before this month and
      * the YTD sales now, and the period earns the tiered
      * commission on the whole YTD less the tiered commission on
      * the part before the month. Without tiers this is simply the
      * MTD sales at the rep's rate
      *****************************************************************
       370-COMPUTE-EARNED-COMMISSION.

           COMPUTE TIER-SALES-WORK =
                REP-TOTAL-THIS-YTD - REP-TOTAL-THIS-MTD.
           PERFORM 375-COMPUTE-TIERED-COMMISSION.
           MOVE TIER-COMMISSION-WORK TO PRIOR-COMMISSION-WORK.
           MOVE REP-TOTAL-THIS-YTD   TO TIER-SALES-WORK.
           PERFORM 375-COMPUTE-TIERED-COMMISSION.
           COMPUTE REP-EARNED ROUNDED =
                TIER-COMMISSION-WORK - PRIOR-COMMISSION-WORK.

      *****************************************************************
      * The commission on one year-to-date sales amount: the whole
      * amount at the rep's own rate, plus, for each tier the amount
      * has passed, the tier's extra points over the tier below on
      * the sales beyond the tier's threshold. Leaves the rate in
      * effect at that amount for the register and payroll
      *****************************************************************
       375-COMPUTE-TIERED-COMMISSION.

           COMPUTE TIER-COMMISSION-WORK =
                TIER-SALES-WORK * REP-RATE-WORK / 100.
           MOVE REP-RATE-WORK TO RATE-IN-EFFECT-WORK.
           MOVE ZERO          TO PRIOR-STEP-UP-WORK.
           IF TIER-SALES-WORK > ZERO AND REP-QUOTA-WORK > ZERO
              AND TIER-COUNT > ZERO
              PERFORM 377-ADD-TIER-STEP-UP
                 VARYING TIR-INDEX FROM 1 BY 1
                 UNTIL TIR-INDEX > TIER-COUNT
           END-IF.

       377-ADD-TIER-STEP-UP.

           COMPUTE TIER-BREAK-WORK ROUNDED =
                REP-QUOTA-WORK * TIER-THRESHOLD-PERCENT (TIR-INDEX)
                / 100.
           IF TIER-SALES-WORK > TIER-BREAK-WORK
              COMPUTE TIER-COMMISSION-WORK = TIER-COMMISSION-WORK
                   + (TIER-SALES-WORK - TIER-BREAK-WORK)
                   * (TIER-RATE-STEP-UP (TIR-INDEX)
                      - PRIOR-STEP-UP-WORK) / 100
              COMPUTE RATE-IN-EFFECT-WORK =
                   REP-RATE-WORK + TIER-RATE-STEP-UP (TIR-INDEX)
           END-IF.
           MOVE TIER-RATE-STEP-UP (TIR-INDEX) TO PRIOR-STEP-UP-WORK.

      *****************************************************************
      * Reads the rep's ledger record for the period to find what
      * has already been paid. No record means nothing has been paid
      * for the period yet
      *****************************************************************
       380-READ-LEDGER-RECORD.

           MOVE CURRENT-MONTH-PERIOD TO LG-COMMISSION-PERIOD.
           MOVE OLD-BRANCH-NUMBER    TO LG-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER  TO LG-SALESREP-NUMBER.
           SET LEDGER-RECORD-FOUND TO TRUE.
           READ COMMISSION-LEDGER
               INVALID KEY
                   SET LEDGER-RECORD-FOUND TO FALSE
           END-READ.
           IF LEDGER-RECORD-FOUND
              MOVE LG-PAID-TO-DATE TO REP-PREVIOUSLY-PAID
           ELSE
              MOVE ZERO TO REP-PREVIOUSLY-PAID
           END-IF.

      *****************************************************************
      * Records on the ledger what the rep has now earned for the
      * period and what the run paid or clawed back, stamped with
      * the run date and business cycle
      *****************************************************************
       385-UPDATE-LEDGER-RECORD.

           IF NOT LEDGER-RECORD-FOUND
              INITIALIZE COMMISSION-LEDGER-RECORD
              MOVE CURRENT-MONTH-PERIOD TO LG-COMMISSION-PERIOD
              MOVE OLD-BRANCH-NUMBER    TO LG-BRANCH-NUMBER
              MOVE OLD-SALESREP-NUMBER  TO LG-SALESREP-NUMBER
           END-IF.
           MOVE REP-EARNED TO LG-EARNED-TO-DATE.
           ADD NET-PAYABLE-WORK TO LG-PAID-TO-DATE.
           ADD REP-CLAWED-BACK  TO LG-CLAWED-BACK.
           IF NET-PAYABLE-WORK NOT = ZERO
              ADD 1 TO LG-PAYMENT-COUNT
           END-IF.
           MOVE CD-DATE              TO LG-LAST-RUN-DATE.
           MOVE CURRENT-CYCLE-NUMBER TO LG-LAST-CYCLE-NUMBER.
           IF LEDGER-RECORD-FOUND
              REWRITE COMMISSION-LEDGER-RECORD
           ELSE
              WRITE COMMISSION-LEDGER-RECORD
           END-IF.

      *****************************************************************
      * Prints the grand total line at the end of the register

           MOVE GRAND-TOTAL-THIS-YTD TO GTL-SALES-THIS-YTD.
           MOVE GRAND-TOTAL-THIS-MTD TO GTL-SALES-THIS-MTD.
           MOVE GRAND-EARNED         TO GTL-EARNED.
           MOVE GRAND-PREVIOUSLY-PAID TO GTL-PREVIOUSLY-PAID.
           MOVE GRAND-CLAWED-BACK    TO GTL-CLAWED-BACK.
           MOVE GRAND-NET-PAYABLE    TO GTL-NET-PAYABLE.
           MOVE GRAND-TOTAL-LINE TO REGISTER-PRINT-AREA.
           WRITE REGISTER-PRINT-AREA.

