      *****************************************************************
      * Title..........: JSD8900 - Nightly Job Stream Driver
      * Programmer.....: Tristan Joubert
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Runs the nightly job stream from the STEPTBL
      *                  step table instead of from the operator's
      *                  memory. Each step's program is started with
      *                  its run parameter, and when it finishes the
      *                  RUNHIST log is read for the run it just made
      *                  -- a step with no run logged since it was
      *                  started, or one that finished above the
      *                  highest return code the table allows it,
      *                  stops the stream there. A step that writes a
      *                  new master (CUSTMASTN, SALESREPN, BRCHMSTN,
      *                  COMRATEN, PRODLINEN) has it promoted over the
      *                  old master once the step has finished
      *                  cleanly: the old master is kept as a backup
      *                  under its generation number, the new one is
      *                  renamed into its place and the MASTGEN
      *                  generation register is stepped, and only the
      *                  last three backups of each master are kept.
      *                  Progress is checkpointed on the STRMCTL
      *                  restart record after every step, so after a
      *                  failure the next submission resumes at the
      *                  failed step -- the steps already completed
      *                  are skipped, and a step that ran cleanly but
      *                  whose master was not yet promoted is only
      *                  promoted; one whose promotion failed for
      *                  want of a new master is run again, and only
      *                  a failed rename is retried as promotion
      *                  only. FROMTOP on the command line runs
      *                  the whole stream again regardless. A stream
      *                  status report lists every step as completed,
      *                  skipped, failed or not run, and which
      *                  generation of each master is current. The
      *                  run ends with return code 8 when the stream
      *                  stopped on a failed step
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. JSD8900.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STEP-TABLE-FILE      ASSIGN TO STEPTBL.
           SELECT OPTIONAL STREAM-CONTROL-FILE ASSIGN TO STRMCTL.
           SELECT OPTIONAL GENERATION-FILE    ASSIGN TO MASTGEN.
           SELECT OPTIONAL RUN-HISTORY-FILE   ASSIGN TO RUNHIST.
           SELECT STATUS-REPORT        ASSIGN TO JSD8900R.

       DATA DIVISION.

       FILE SECTION.

       FD  STEP-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY JOBSTEP.

      * The restart checkpoint -- read once at the start of the run
      * and rewritten whole after every step
       FD  STREAM-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  STREAM-CONTROL-AREA   PIC X(80).

      * The generation register -- loaded into the generation table
      * at the start of the run and written back after every
      * promotion
       FD  GENERATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY MASTGEN.

      * The shared run-history log every batch program appends to
      * through RHL7800 -- read after each step for the run the step
      * just made
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY RUNHIST.

       FD  STATUS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  REPORT-PRINT-AREA     PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the job stream
      *****************************************************************
      * Command-line parameter carrying the requested run mode --
      * no parameter at all resumes a failed stream where it
      * stopped, so the nightly submission runs unchanged
       01  RUN-PARAMETER               PIC X(20).

       01  RUN-MODE                    PIC X(8).
           88  RESUME-RUN                       VALUE "RESUME", SPACE.
           88  FROM-TOP-RUN                     VALUE "FROMTOP".

       01  SWITCHES.
           05  STEP-TABLE-EOF-SWITCH    PIC X    VALUE "N".
              88  STEP-TABLE-EOF                 VALUE "Y".
           05  GENERATION-EOF-SWITCH    PIC X    VALUE "N".
              88  GENERATION-EOF                 VALUE "Y".
           05  RUNHIST-EOF-SWITCH       PIC X    VALUE "N".
              88  RUNHIST-EOF                    VALUE "Y"
                                                   FALSE "N".
           05  RUN-HISTORY-SWITCH       PIC X    VALUE "N".
              88  RUN-HISTORY-FOUND              VALUE "Y"
                                                   FALSE "N".
           05  RUN-REFUSED-SWITCH       PIC X    VALUE "N".
              88  RUN-REFUSED                    VALUE "Y".
           05  STREAM-FAILED-SWITCH     PIC X    VALUE "N".
              88  STREAM-FAILED                  VALUE "Y".
           05  STEP-FAILED-SWITCH       PIC X    VALUE "N".
              88  STEP-FAILED                    VALUE "Y"
                                                   FALSE "N".
           05  RENAME-FAILED-SWITCH     PIC X    VALUE "N".
              88  RENAME-FAILED                  VALUE "Y"
                                                   FALSE "N".

      * The step table loaded from STEPTBL, with what became of each
      * step on this submission
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 50 TIMES
                          INDEXED BY STP-INDEX.
               10  SE-STEP-NUMBER       PIC 9(3).
               10  SE-PROGRAM-ID        PIC X(8).
               10  SE-RUN-PARAMETER     PIC X(20).
               10  SE-MAX-RETURN-CODE   PIC 9(2).
               10  SE-MASTER-NAME       PIC X(20).
               10  SE-NEW-MASTER-NAME   PIC X(20).
               10  SE-STEP-STATUS       PIC X(8).
                   88  SE-NOT-RUN                VALUE "NOT RUN".
                   88  SE-SKIPPED                VALUE "SKIPPED".
                   88  SE-COMPLETED              VALUE "COMPLETE".
                   88  SE-FAILED                 VALUE "FAILED".
               10  SE-STATUS-NOTE       PIC X(24).
               10  SE-RETURN-CODE-FLAG  PIC X.
                   88  SE-RETURN-CODE-LOGGED     VALUE "Y".
               10  SE-RETURN-CODE       PIC 9(2).
               10  SE-START-STAMP.
                   15  SE-START-DATE    PIC 9(8).
                   15  SE-START-TIME    PIC 9(6).
               10  SE-STOP-STAMP.
                   15  SE-STOP-DATE     PIC 9(8).
                   15  SE-STOP-TIME     PIC 9(6).
               10  SE-GENERATION        PIC 9(4).

      * The generation register loaded from MASTGEN, one entry per
      * master the stream has ever promoted
       01  GENERATION-TABLE.
           05  GENERATION-ENTRY OCCURS 20 TIMES
                                INDEXED BY GEN-INDEX.
               10  GE-MASTER-NAME         PIC X(20).
               10  GE-CURRENT-GENERATION  PIC 9(4).
               10  GE-PROMOTED-DATE       PIC 9(8).
               10  GE-PROMOTED-TIME       PIC 9(6).
               10  GE-PROMOTED-BY         PIC X(8).

      * Counts of the steps by outcome and of the table entries
       01  STREAM-COUNTS               PACKED-DECIMAL.
           05  STEP-COUNT              PIC S9(3)   VALUE ZERO.
           05  GENERATION-COUNT        PIC S9(3)   VALUE ZERO.
           05  COMPLETED-COUNT         PIC S9(3)   VALUE ZERO.
           05  SKIPPED-COUNT           PIC S9(3)   VALUE ZERO.
           05  FAILED-COUNT            PIC S9(3)   VALUE ZERO.
           05  NOT-RUN-COUNT           PIC S9(3)   VALUE ZERO.

      * How many superseded generations of each master are kept
       01  GENERATION-LIMITS.
           05  BACKUPS-KEPT            PIC 9(2)    VALUE 3.

      * Where this submission starts. A zero restart step starts at
      * the top of the table
       01  RESTART-POINT.
           05  PRIOR-STEP-NUMBER       PIC 9(3)    VALUE ZERO.
           05  RESTART-STEP-NUMBER     PIC 9(3)    VALUE ZERO.
           05  RESTART-PHASE           PIC X       VALUE "R".
               88  RESTART-RUN-STEP                VALUE "R".
               88  RESTART-PROMOTE-ONLY            VALUE "P".

      * The restart checkpoint as it is kept between submissions
       COPY STRMCTL.

      * When the step was started, to the second -- a run-history
      * record for the step's program stamped at or after this time
      * is the run the step made
       01  LAUNCH-STAMP.
           05  LS-DATE                 PIC 9(8).
           05  LS-TIME                 PIC 9(6).

       01  HISTORY-STAMP-WORK.
           05  HS-DATE                 PIC 9(8).
           05  HS-TIME                 PIC 9(6).

      * The command line the step's program is started with
       01  STEP-COMMAND                PIC X(40).

      * File names and generation numbers for a promotion, and the
      * status the file routines hand back
       01  PROMOTION-WORK.
           05  MASTER-FILE-NAME        PIC X(30).
           05  NEW-MASTER-FILE-NAME    PIC X(30).
           05  BACKUP-FILE-NAME        PIC X(30).
           05  BACKUP-GENERATION       PIC 9(4).
           05  OLDEST-GENERATION       PIC S9(5)   COMP-3.
           05  FILE-CALL-STATUS        PIC S9(9)   BINARY.
           05  FILE-EXIST-DETAILS      PIC X(16).

      * A timestamp broken apart for printing
       01  STAMP-DATE-WORK.
           05  SD-YEAR         PIC 9(4).
           05  SD-MONTH        PIC 9(2).
           05  SD-DAY          PIC 9(2).

       01  STAMP-TIME-WORK.
           05  SM-HOURS        PIC 9(2).
           05  SM-MINUTES      PIC 9(2).
           05  SM-SECONDS      PIC 9(2).

       01  STAMP-PRINT-WORK.
           05  SP-MONTH        PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  SP-DAY          PIC 9(2).
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  SP-HOURS        PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  SP-MINUTES      PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  SP-SECONDS      PIC 9(2).

       01  RETURN-CODE-EDIT            PIC Z9.

      * Current date and time fields, including seconds
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR     PIC 9(4).
               10  CD-MONTH    PIC 9(2).
               10  CD-DAY      PIC 9(2).
           05  CD-TIME.
               10  CD-HOURS    PIC 9(2).
               10  CD-MINUTES  PIC 9(2).
               10  CD-SECONDS  PIC 9(2).
           05  FILLER          PIC X(7).

      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      *****************************************************************
      * Define all lines printed on the stream status report
      *****************************************************************
       01  REPORT-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  RH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(25)  VALUE
               "NIGHTLY JOB STREAM STATUS".
           05  FILLER          PIC X(64)  VALUE SPACE.

       01  REPORT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  RH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  RH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "JSD8900".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  REPORT-HEADING-LINE-3.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(18)  VALUE "STARTED AT STEP:  ".
           05  RH3-START-STEP  PIC 9(3).
           05  FILLER          PIC X(3)   VALUE SPACE.
           05  RH3-START-NOTE  PIC X(40).
           05  FILLER          PIC X(65)  VALUE SPACE.

       01  REPORT-HEADING-LINE-4.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(4)   VALUE "STEP".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "PROGRAM".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(20)  VALUE "PARAMETER".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "STATUS".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(2)   VALUE "RC".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(3)   VALUE "MAX".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "START".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "STOP".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(24)  VALUE "NOTE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(5)   VALUE "GEN".
           05  FILLER          PIC X(8)   VALUE SPACE.

       01  REPORT-HEADING-LINE-5.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(4)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(2)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(3)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(24)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(8)   VALUE SPACE.

       01  STEP-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STEP-NUMBER       PIC 9(3).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SL-PROGRAM-ID        PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-RUN-PARAMETER     PIC X(20).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STEP-STATUS       PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-RETURN-CODE       PIC X(2).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  SL-MAX-RETURN-CODE   PIC Z9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-START-STAMP       PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STOP-STAMP        PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-STATUS-NOTE       PIC X(24).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  SL-GENERATION        PIC X(5).
           05  FILLER               PIC X(8)       VALUE SPACE.

       01  GENERATION-HEADING-LINE-1.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(34)  VALUE
               "CURRENT MASTER FILE GENERATIONS:  ".
           05  FILLER          PIC X(95)  VALUE SPACE.

       01  GENERATION-HEADING-LINE-2.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(20)  VALUE "MASTER".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(7)   VALUE "CURRENT".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "PROMOTED".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "BY".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(16)  VALUE "BACKUPS KEPT".
           05  FILLER          PIC X(55)  VALUE SPACE.

       01  GENERATION-HEADING-LINE-3.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(20)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(7)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(16)  VALUE ALL '-'.
           05  FILLER           PIC X(55)  VALUE SPACE.

       01  GENERATION-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GL-MASTER-NAME       PIC X(20).
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(1)       VALUE "G".
           05  GL-GENERATION        PIC 9(4).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GL-PROMOTED-STAMP    PIC X(14).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  GL-PROMOTED-BY       PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  FILLER               PIC X(1)       VALUE "G".
           05  GL-OLDEST-BACKUP     PIC 9(4).
           05  FILLER               PIC X(6)       VALUE " THRU ".
           05  FILLER               PIC X(1)       VALUE "G".
           05  GL-NEWEST-BACKUP     PIC 9(4).
           05  FILLER               PIC X(55)      VALUE SPACE.

       01  REPORT-BLANK-LINE        PIC X(130)     VALUE SPACE.

       01  REPORT-TRAILER-LINE-1.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(19)      VALUE
               "STEPS COMPLETED -- ".
           05  RT1-COMPLETED-COUNT  PIC ZZ9.
           05  FILLER               PIC X(15)      VALUE
               "   SKIPPED -- ".
           05  RT1-SKIPPED-COUNT    PIC ZZ9.
           05  FILLER               PIC X(14)      VALUE
               "   FAILED -- ".
           05  RT1-FAILED-COUNT     PIC ZZ9.
           05  FILLER               PIC X(15)      VALUE
               "   NOT RUN -- ".
           05  RT1-NOT-RUN-COUNT    PIC ZZ9.
           05  FILLER               PIC X(54)      VALUE SPACE.

       01  REPORT-TRAILER-LINE-2.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(17)      VALUE
               "STREAM STATUS -- ".
           05  RT2-STREAM-STATUS    PIC X(60).
           05  FILLER               PIC X(52)      VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the job stream
      *****************************************************************
       000-RUN-JOB-STREAM.

           MOVE "JSD8900" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE RUN-PARAMETER TO RUN-MODE.
           IF NOT RESUME-RUN AND NOT FROM-TOP-RUN
              DISPLAY "JSD8900 - RUN MODE MUST BE RESUME, FROMTOP "
                 "OR BLANK - RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              MOVE RETURN-CODE TO RL-RETURN-CODE
              SET RL-END-OF-RUN TO TRUE
              CALL "RHL7800" USING RUN-LOG-AREA
              STOP RUN
           END-IF.
           PERFORM 100-LOAD-STEP-TABLE.
           IF NOT RUN-REFUSED
              PERFORM 120-LOAD-GENERATION-TABLE
           END-IF.
           IF NOT RUN-REFUSED
              PERFORM 140-SET-RESTART-POINT
              PERFORM 300-RUN-JOB-STEP
                   VARYING STP-INDEX FROM 1 BY 1
                   UNTIL STP-INDEX > STEP-COUNT
              PERFORM 400-CLOSE-STREAM-CONTROL
              PERFORM 500-PRINT-STREAM-STATUS
           END-IF.
           IF RUN-REFUSED OR STREAM-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Loads the step table from STEPTBL. The steps must be in
      * ascending step number order -- the restart point is kept as
      * a step number, and every step below it counts as done -- so
      * a table out of order, empty or too large refuses the run
      * before any step is started
      *****************************************************************
       100-LOAD-STEP-TABLE.

           INITIALIZE STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE.
           PERFORM 110-LOAD-STEP-ENTRY
                UNTIL STEP-TABLE-EOF OR RUN-REFUSED.
           CLOSE STEP-TABLE-FILE.
           IF STEP-COUNT = ZERO AND NOT RUN-REFUSED
              DISPLAY "JSD8900 - NO STEPS ON STEPTBL - RUN REFUSED"
              SET RUN-REFUSED TO TRUE
           END-IF.

       110-LOAD-STEP-ENTRY.

           READ STEP-TABLE-FILE
               AT END
                   SET STEP-TABLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   EVALUATE TRUE
                       WHEN STEP-COUNT NOT < 50
                           DISPLAY "JSD8900 - STEP TABLE FULL AT 50 "
                              "ENTRIES - RUN REFUSED"
                           SET RUN-REFUSED TO TRUE
                       WHEN JS-STEP-NUMBER NOT NUMERIC
                         OR JS-STEP-NUMBER NOT > PRIOR-STEP-NUMBER
                           DISPLAY "JSD8900 - STEP " JS-STEP-NUMBER
                              " OUT OF SEQUENCE ON STEPTBL - "
                              "RUN REFUSED"
                           SET RUN-REFUSED TO TRUE
                       WHEN OTHER
                           PERFORM 115-STORE-STEP-ENTRY
                   END-EVALUATE
           END-READ.

       115-STORE-STEP-ENTRY.

           ADD 1 TO STEP-COUNT.
           SET STP-INDEX TO STEP-COUNT.
           MOVE JS-STEP-NUMBER     TO SE-STEP-NUMBER (STP-INDEX)
                                      PRIOR-STEP-NUMBER.
           MOVE JS-PROGRAM-ID      TO SE-PROGRAM-ID (STP-INDEX).
           MOVE JS-RUN-PARAMETER   TO SE-RUN-PARAMETER (STP-INDEX).
           IF JS-MAX-RETURN-CODE NUMERIC
              MOVE JS-MAX-RETURN-CODE TO SE-MAX-RETURN-CODE (STP-INDEX)
           ELSE
              MOVE 4 TO SE-MAX-RETURN-CODE (STP-INDEX)
           END-IF.
           MOVE JS-MASTER-NAME     TO SE-MASTER-NAME (STP-INDEX).
           MOVE JS-NEW-MASTER-NAME TO SE-NEW-MASTER-NAME (STP-INDEX).
           SET SE-NOT-RUN (STP-INDEX) TO TRUE.

      *****************************************************************
      * Loads the generation register. No register yet means no
      * master has been promoted by the stream -- each master starts
      * at generation zero the first time it is promoted
      *****************************************************************
       120-LOAD-GENERATION-TABLE.

           INITIALIZE GENERATION-TABLE.
           OPEN INPUT GENERATION-FILE.
           PERFORM 130-LOAD-GENERATION-ENTRY
                UNTIL GENERATION-EOF OR RUN-REFUSED.
           CLOSE GENERATION-FILE.

       130-LOAD-GENERATION-ENTRY.

           READ GENERATION-FILE
               AT END
                   SET GENERATION-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   IF GENERATION-COUNT NOT < 20
                      DISPLAY "JSD8900 - GENERATION TABLE FULL AT 20 "
                         "MASTERS - RUN REFUSED"
                      SET RUN-REFUSED TO TRUE
                   ELSE
                      ADD 1 TO GENERATION-COUNT
                      SET GEN-INDEX TO GENERATION-COUNT
                      MOVE MG-MASTER-NAME
                        TO GE-MASTER-NAME (GEN-INDEX)
                      MOVE MG-CURRENT-GENERATION
                        TO GE-CURRENT-GENERATION (GEN-INDEX)
                      MOVE MG-PROMOTED-DATE
                        TO GE-PROMOTED-DATE (GEN-INDEX)
                      MOVE MG-PROMOTED-TIME
                        TO GE-PROMOTED-TIME (GEN-INDEX)
                      MOVE MG-PROMOTED-BY
                        TO GE-PROMOTED-BY (GEN-INDEX)
                   END-IF
           END-READ.

      *****************************************************************
      * Reads the restart checkpoint left by the last submission. A
      * stream that failed, or was still marked running because the
      * last submission never finished, is resumed at the step the
      * checkpoint names -- unless FROMTOP was asked for, in which
      * case the whole stream runs again. The checkpoint is then
      * rewritten to show this submission running
      *****************************************************************
       140-SET-RESTART-POINT.

           OPEN INPUT STREAM-CONTROL-FILE.
           READ STREAM-CONTROL-FILE INTO STREAM-CONTROL-RECORD
               AT END
                   MOVE SPACES TO STREAM-CONTROL-RECORD
           END-READ.
           CLOSE STREAM-CONTROL-FILE.
           IF (SC-STREAM-FAILED OR SC-STREAM-RUNNING)
              AND SC-RESTART-STEP NUMERIC
              IF RESUME-RUN
                 MOVE SC-RESTART-STEP  TO RESTART-STEP-NUMBER
                 MOVE SC-RESTART-PHASE TO RESTART-PHASE
                 DISPLAY "JSD8900 - RESUMING THE STREAM AT STEP "
                    SC-RESTART-STEP " AFTER " SC-FAILED-PROGRAM
                    " STOPPED IT"
              ELSE
                 DISPLAY "JSD8900 - RESTART POINT AT STEP "
                    SC-RESTART-STEP " IGNORED - STREAM RUN FROM "
                    "THE TOP"
              END-IF
           END-IF.
           IF RESTART-PROMOTE-ONLY
              MOVE "RESUMED -- PROMOTION ONLY AT THIS STEP"
                TO RH3-START-NOTE
           ELSE
              IF RESTART-STEP-NUMBER > ZERO
                 MOVE "RESUMED AT THE FAILED STEP" TO RH3-START-NOTE
              ELSE
                 MOVE "FULL STREAM" TO RH3-START-NOTE
                 MOVE SE-STEP-NUMBER (1) TO RESTART-STEP-NUMBER
              END-IF
           END-IF.
           MOVE RESTART-STEP-NUMBER TO RH3-START-STEP.

           MOVE SPACES              TO STREAM-CONTROL-RECORD.
           SET SC-STREAM-RUNNING    TO TRUE.
           MOVE RESTART-STEP-NUMBER TO SC-RESTART-STEP.
           MOVE RESTART-PHASE       TO SC-RESTART-PHASE.
           MOVE ZERO                TO SC-FAILED-RETURN-CODE.
           PERFORM 410-WRITE-STREAM-CONTROL.

      *****************************************************************
      * Works one step of the table. Steps below the restart point
      * were completed by an earlier submission and are skipped; a
      * step resumed for promotion only has its new master promoted
      * without running again; every other step is run. Once the
      * stream has stopped on a failure the remaining steps are only
      * counted as not run
      *****************************************************************
       300-RUN-JOB-STEP.

           SET STEP-FAILED TO FALSE.
           SET RENAME-FAILED TO FALSE.
           EVALUATE TRUE
               WHEN STREAM-FAILED
                   MOVE "STREAM STOPPED"
                     TO SE-STATUS-NOTE (STP-INDEX)
                   ADD 1 TO NOT-RUN-COUNT
               WHEN SE-STEP-NUMBER (STP-INDEX) < RESTART-STEP-NUMBER
                   SET SE-SKIPPED (STP-INDEX) TO TRUE
                   MOVE "DONE ON PRIOR SUBMISSION"
                     TO SE-STATUS-NOTE (STP-INDEX)
                   ADD 1 TO SKIPPED-COUNT
               WHEN SE-STEP-NUMBER (STP-INDEX) = RESTART-STEP-NUMBER
                AND RESTART-PROMOTE-ONLY
                   MOVE "RAN ON PRIOR SUBMISSION"
                     TO SE-STATUS-NOTE (STP-INDEX)
                   PERFORM 330-FINISH-JOB-STEP
               WHEN OTHER
                   PERFORM 310-EXECUTE-JOB-STEP
           END-EVALUATE.

      *****************************************************************
      * Starts the step's program with its run parameter and waits
      * for it. How the step finished is taken from the run it
      * logged on RUNHIST rather than from the command status -- a
      * program that never reached its closing log call did not
      * finish, whatever the command status says
      *****************************************************************
       310-EXECUTE-JOB-STEP.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO LS-DATE
                           SE-START-DATE (STP-INDEX).
           MOVE CD-TIME TO LS-TIME
                           SE-START-TIME (STP-INDEX).
           MOVE SPACES TO STEP-COMMAND.
           STRING SE-PROGRAM-ID (STP-INDEX) DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  SE-RUN-PARAMETER (STP-INDEX) DELIMITED BY SIZE
             INTO STEP-COMMAND.
           DISPLAY "JSD8900 - STEP " SE-STEP-NUMBER (STP-INDEX)
              " STARTING " STEP-COMMAND.
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO SE-STOP-DATE (STP-INDEX).
           MOVE CD-TIME TO SE-STOP-TIME (STP-INDEX).

           PERFORM 320-FIND-STEP-RUN.
           EVALUATE TRUE
               WHEN NOT RUN-HISTORY-FOUND
                   MOVE "NO RUN LOGGED ON RUNHIST"
                     TO SE-STATUS-NOTE (STP-INDEX)
                   PERFORM 390-FAIL-JOB-STEP
               WHEN SE-RETURN-CODE (STP-INDEX)
                  > SE-MAX-RETURN-CODE (STP-INDEX)
                   MOVE "RETURN CODE OVER MAXIMUM"
                     TO SE-STATUS-NOTE (STP-INDEX)
                   PERFORM 390-FAIL-JOB-STEP
               WHEN OTHER
                   MOVE "RAN" TO SE-STATUS-NOTE (STP-INDEX)
                   PERFORM 330-FINISH-JOB-STEP
           END-EVALUATE.

      *****************************************************************
      * Reads the run-history log for the run the step just made --
      * the last record for the step's program stamped at or after
      * the time the step was started
      *****************************************************************
       320-FIND-STEP-RUN.

           SET RUN-HISTORY-FOUND TO FALSE.
           SET RUNHIST-EOF TO FALSE.
           OPEN INPUT RUN-HISTORY-FILE.
           PERFORM 325-CHECK-RUN-HISTORY
                UNTIL RUNHIST-EOF.
           CLOSE RUN-HISTORY-FILE.

       325-CHECK-RUN-HISTORY.

           READ RUN-HISTORY-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   IF RH-PROGRAM-ID = SE-PROGRAM-ID (STP-INDEX)
                      MOVE RH-START-DATE TO HS-DATE
                      MOVE RH-START-TIME TO HS-TIME
                      IF HISTORY-STAMP-WORK NOT < LAUNCH-STAMP
                         SET RUN-HISTORY-FOUND TO TRUE
                         SET SE-RETURN-CODE-LOGGED (STP-INDEX)
                           TO TRUE
                         MOVE RH-RETURN-CODE
                           TO SE-RETURN-CODE (STP-INDEX)
                      END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * The step finished cleanly. The checkpoint is moved to show
      * only the promotion left to do before the new master is
      * promoted, then moved on to the next step once it has been --
      * a submission stopped between the two promotes the master
      * on resume instead of running the step again over a master
      * it has already replaced
      *****************************************************************
       330-FINISH-JOB-STEP.

           IF SE-NEW-MASTER-NAME (STP-INDEX) NOT = SPACES
              MOVE SE-STEP-NUMBER (STP-INDEX) TO SC-RESTART-STEP
              SET SC-PROMOTE-ONLY TO TRUE
              PERFORM 410-WRITE-STREAM-CONTROL
              PERFORM 340-PROMOTE-NEW-MASTER
           END-IF.
           IF NOT STEP-FAILED
              SET SE-COMPLETED (STP-INDEX) TO TRUE
              ADD 1 TO COMPLETED-COUNT
              COMPUTE SC-RESTART-STEP =
                   SE-STEP-NUMBER (STP-INDEX) + 1
              SET SC-RUN-STEP TO TRUE
              PERFORM 410-WRITE-STREAM-CONTROL
           END-IF.

      *****************************************************************
      * Promotes the step's new master over the old one. The old
      * master is renamed to its backup name -- the master name
      * suffixed .G and the generation it was -- and the new master
      * renamed into its place, and the register is stepped to the
      * new generation and written back at once. The backup that
      * falls past the retention count is removed. A failed rename
      * of the new master puts the old master back and fails the
      * step. On a promotion-only resume a missing new master means
      * the promotion was already made before the interruption
      *****************************************************************
       340-PROMOTE-NEW-MASTER.

           PERFORM 350-FIND-GENERATION-ENTRY.
           IF NOT STEP-FAILED
              MOVE SE-MASTER-NAME (STP-INDEX) TO MASTER-FILE-NAME
              MOVE SE-NEW-MASTER-NAME (STP-INDEX)
                TO NEW-MASTER-FILE-NAME
              CALL "CBL_CHECK_FILE_EXIST" USING NEW-MASTER-FILE-NAME
                                                FILE-EXIST-DETAILS
                   RETURNING FILE-CALL-STATUS
              IF FILE-CALL-STATUS = ZERO
                 PERFORM 342-RENAME-NEW-MASTER
              ELSE
                 PERFORM 341-NO-NEW-MASTER
              END-IF
           END-IF.

       341-NO-NEW-MASTER.

           IF SE-STATUS-NOTE (STP-INDEX) = "RAN ON PRIOR SUBMISSION"
              MOVE "ALREADY PROMOTED" TO SE-STATUS-NOTE (STP-INDEX)
              MOVE GE-CURRENT-GENERATION (GEN-INDEX)
                TO SE-GENERATION (STP-INDEX)
           ELSE
              MOVE "NEW MASTER NOT WRITTEN"
                TO SE-STATUS-NOTE (STP-INDEX)
              PERFORM 390-FAIL-JOB-STEP
           END-IF.

       342-RENAME-NEW-MASTER.

           MOVE GE-CURRENT-GENERATION (GEN-INDEX) TO BACKUP-GENERATION.
           PERFORM 345-FORMAT-BACKUP-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING MASTER-FILE-NAME
                                             FILE-EXIST-DETAILS
                RETURNING FILE-CALL-STATUS.
           IF FILE-CALL-STATUS = ZERO
              CALL "CBL_RENAME_FILE" USING MASTER-FILE-NAME
                                           BACKUP-FILE-NAME
                   RETURNING FILE-CALL-STATUS
              IF FILE-CALL-STATUS NOT = ZERO
                 MOVE "BACKUP RENAME FAILED"
                   TO SE-STATUS-NOTE (STP-INDEX)
                 SET RENAME-FAILED TO TRUE
                 PERFORM 390-FAIL-JOB-STEP
              END-IF
           END-IF.
           IF NOT STEP-FAILED
              CALL "CBL_RENAME_FILE" USING NEW-MASTER-FILE-NAME
                                           MASTER-FILE-NAME
                   RETURNING FILE-CALL-STATUS
              IF FILE-CALL-STATUS = ZERO
                 PERFORM 344-STEP-GENERATION
              ELSE
                 CALL "CBL_RENAME_FILE" USING BACKUP-FILE-NAME
                                              MASTER-FILE-NAME
                 MOVE "PROMOTE RENAME FAILED"
                   TO SE-STATUS-NOTE (STP-INDEX)
                 SET RENAME-FAILED TO TRUE
                 PERFORM 390-FAIL-JOB-STEP
              END-IF
           END-IF.

       344-STEP-GENERATION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ADD 1 TO GE-CURRENT-GENERATION (GEN-INDEX).
           MOVE CD-DATE TO GE-PROMOTED-DATE (GEN-INDEX).
           MOVE CD-TIME TO GE-PROMOTED-TIME (GEN-INDEX).
           MOVE SE-PROGRAM-ID (STP-INDEX) TO GE-PROMOTED-BY (GEN-INDEX).
           MOVE GE-CURRENT-GENERATION (GEN-INDEX)
             TO SE-GENERATION (STP-INDEX).
           DISPLAY "JSD8900 - " MASTER-FILE-NAME " PROMOTED TO "
              "GENERATION " GE-CURRENT-GENERATION (GEN-INDEX).
           COMPUTE OLDEST-GENERATION =
                GE-CURRENT-GENERATION (GEN-INDEX) - BACKUPS-KEPT - 1.
           IF OLDEST-GENERATION NOT < ZERO
              MOVE OLDEST-GENERATION TO BACKUP-GENERATION
              PERFORM 345-FORMAT-BACKUP-NAME
              CALL "CBL_DELETE_FILE" USING BACKUP-FILE-NAME
                   RETURNING FILE-CALL-STATUS
           END-IF.
           PERFORM 360-SAVE-GENERATION-TABLE.

       345-FORMAT-BACKUP-NAME.

           MOVE SPACES TO BACKUP-FILE-NAME.
           STRING MASTER-FILE-NAME  DELIMITED BY SPACE
                  ".G"              DELIMITED BY SIZE
                  BACKUP-GENERATION DELIMITED BY SIZE
             INTO BACKUP-FILE-NAME.

      *****************************************************************
      * Finds the step's master on the generation register, adding
      * it at generation zero the first time the stream promotes it
      *****************************************************************
       350-FIND-GENERATION-ENTRY.

           SET GEN-INDEX TO 1.
           SEARCH GENERATION-ENTRY
               AT END
                   PERFORM 355-ADD-GENERATION-ENTRY
               WHEN GEN-INDEX > GENERATION-COUNT
                   PERFORM 355-ADD-GENERATION-ENTRY
               WHEN GE-MASTER-NAME (GEN-INDEX)
                  = SE-MASTER-NAME (STP-INDEX)
                   CONTINUE
           END-SEARCH.

       355-ADD-GENERATION-ENTRY.

           IF GENERATION-COUNT NOT < 20
              MOVE "GENERATION TABLE FULL" TO SE-STATUS-NOTE (STP-INDEX)
              PERFORM 390-FAIL-JOB-STEP
           ELSE
              ADD 1 TO GENERATION-COUNT
              SET GEN-INDEX TO GENERATION-COUNT
              MOVE SE-MASTER-NAME (STP-INDEX)
                TO GE-MASTER-NAME (GEN-INDEX)
              MOVE ZERO   TO GE-CURRENT-GENERATION (GEN-INDEX)
                             GE-PROMOTED-DATE (GEN-INDEX)
                             GE-PROMOTED-TIME (GEN-INDEX)
              MOVE SPACES TO GE-PROMOTED-BY (GEN-INDEX)
           END-IF.

      *****************************************************************
      * Writes the whole generation register back from the table
      *****************************************************************
       360-SAVE-GENERATION-TABLE.

           OPEN OUTPUT GENERATION-FILE.
           PERFORM 365-WRITE-GENERATION-ENTRY
                VARYING GEN-INDEX FROM 1 BY 1
                UNTIL GEN-INDEX > GENERATION-COUNT.
           CLOSE GENERATION-FILE.

       365-WRITE-GENERATION-ENTRY.

           MOVE SPACES TO MASTER-GENERATION-RECORD.
           MOVE GE-MASTER-NAME (GEN-INDEX)   TO MG-MASTER-NAME.
           MOVE GE-CURRENT-GENERATION (GEN-INDEX)
             TO MG-CURRENT-GENERATION.
           MOVE GE-PROMOTED-DATE (GEN-INDEX) TO MG-PROMOTED-DATE.
           MOVE GE-PROMOTED-TIME (GEN-INDEX) TO MG-PROMOTED-TIME.
           MOVE GE-PROMOTED-BY (GEN-INDEX)   TO MG-PROMOTED-BY.
           WRITE MASTER-GENERATION-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * The step failed -- the stream stops here and the checkpoint
      * is left at this step, so the next submission starts with it.
      * Only a failed rename of a new master the step did write
      * leaves the checkpoint at promotion only; any other failure
      * -- no new master written, no room on the generation
      * register -- has the step run again on resume, so a step
      * that never produced its master cannot be taken on resume
      * for one that was already promoted
      *****************************************************************
       390-FAIL-JOB-STEP.

           SET STEP-FAILED TO TRUE.
           SET STREAM-FAILED TO TRUE.
           SET SE-FAILED (STP-INDEX) TO TRUE.
           ADD 1 TO FAILED-COUNT.
           DISPLAY "JSD8900 - STEP " SE-STEP-NUMBER (STP-INDEX) " "
              SE-PROGRAM-ID (STP-INDEX) " FAILED - "
              SE-STATUS-NOTE (STP-INDEX).
           SET SC-STREAM-FAILED TO TRUE.
           MOVE SE-STEP-NUMBER (STP-INDEX) TO SC-RESTART-STEP.
           IF NOT RENAME-FAILED
              SET SC-RUN-STEP TO TRUE
           END-IF.
           MOVE SE-PROGRAM-ID (STP-INDEX)  TO SC-FAILED-PROGRAM.
           MOVE SE-RETURN-CODE (STP-INDEX) TO SC-FAILED-RETURN-CODE.
           PERFORM 410-WRITE-STREAM-CONTROL.

      *****************************************************************
      * Marks the stream complete on the checkpoint when every step
      * ran, so the next submission starts from the top
      *****************************************************************
       400-CLOSE-STREAM-CONTROL.

           IF NOT STREAM-FAILED
              SET SC-STREAM-COMPLETE TO TRUE
              MOVE ZERO   TO SC-RESTART-STEP
                             SC-FAILED-RETURN-CODE
              SET SC-RUN-STEP TO TRUE
              MOVE SPACES TO SC-FAILED-PROGRAM
              PERFORM 410-WRITE-STREAM-CONTROL
           END-IF.

       410-WRITE-STREAM-CONTROL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO SC-UPDATE-DATE.
           MOVE CD-TIME TO SC-UPDATE-TIME.
           OPEN OUTPUT STREAM-CONTROL-FILE.
           WRITE STREAM-CONTROL-AREA FROM STREAM-CONTROL-RECORD.
           CLOSE STREAM-CONTROL-FILE.

      *****************************************************************
      * Prints the stream status report: every step of the table and
      * what became of it on this submission, then the generation
      * now current for every master the stream promotes
      *****************************************************************
       500-PRINT-STREAM-STATUS.

           OPEN OUTPUT STATUS-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RH1-MONTH.
           MOVE CD-DAY     TO RH1-DAY.
           MOVE CD-YEAR    TO RH1-YEAR.
           MOVE CD-HOURS   TO RH2-HOURS.
           MOVE CD-MINUTES TO RH2-MINUTES.
           MOVE REPORT-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-3 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-4 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-HEADING-LINE-5 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           PERFORM 510-PRINT-STEP-LINE
                VARYING STP-INDEX FROM 1 BY 1
                UNTIL STP-INDEX > STEP-COUNT.

           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE GENERATION-HEADING-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE GENERATION-HEADING-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE GENERATION-HEADING-LINE-3 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           PERFORM 530-PRINT-GENERATION-LINE
                VARYING GEN-INDEX FROM 1 BY 1
                UNTIL GEN-INDEX > GENERATION-COUNT.

           MOVE COMPLETED-COUNT TO RT1-COMPLETED-COUNT.
           MOVE SKIPPED-COUNT   TO RT1-SKIPPED-COUNT.
           MOVE FAILED-COUNT    TO RT1-FAILED-COUNT.
           MOVE NOT-RUN-COUNT   TO RT1-NOT-RUN-COUNT.
           MOVE REPORT-BLANK-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           MOVE REPORT-TRAILER-LINE-1 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           IF STREAM-FAILED
              MOVE SPACES TO RT2-STREAM-STATUS
              STRING "FAILED AT STEP "   DELIMITED BY SIZE
                     SC-RESTART-STEP     DELIMITED BY SIZE
                     " " SC-FAILED-PROGRAM DELIMITED BY SIZE
                     " -- RESUBMIT TO RESTART THERE"
                                         DELIMITED BY SIZE
                INTO RT2-STREAM-STATUS
           ELSE
              MOVE "COMPLETE" TO RT2-STREAM-STATUS
           END-IF.
           MOVE REPORT-TRAILER-LINE-2 TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
           CLOSE STATUS-REPORT.

       510-PRINT-STEP-LINE.

           MOVE SE-STEP-NUMBER (STP-INDEX)     TO SL-STEP-NUMBER.
           MOVE SE-PROGRAM-ID (STP-INDEX)      TO SL-PROGRAM-ID.
           MOVE SE-RUN-PARAMETER (STP-INDEX)   TO SL-RUN-PARAMETER.
           MOVE SE-STEP-STATUS (STP-INDEX)     TO SL-STEP-STATUS.
           MOVE SE-MAX-RETURN-CODE (STP-INDEX) TO SL-MAX-RETURN-CODE.
           MOVE SE-STATUS-NOTE (STP-INDEX)     TO SL-STATUS-NOTE.
           IF SE-RETURN-CODE-LOGGED (STP-INDEX)
              MOVE SE-RETURN-CODE (STP-INDEX) TO RETURN-CODE-EDIT
              MOVE RETURN-CODE-EDIT TO SL-RETURN-CODE
           ELSE
              MOVE SPACES TO SL-RETURN-CODE
           END-IF.
           IF SE-START-DATE (STP-INDEX) > ZERO
              MOVE SE-START-DATE (STP-INDEX) TO STAMP-DATE-WORK
              MOVE SE-START-TIME (STP-INDEX) TO STAMP-TIME-WORK
              PERFORM 520-FORMAT-PRINT-STAMP
              MOVE STAMP-PRINT-WORK TO SL-START-STAMP
              MOVE SE-STOP-DATE (STP-INDEX) TO STAMP-DATE-WORK
              MOVE SE-STOP-TIME (STP-INDEX) TO STAMP-TIME-WORK
              PERFORM 520-FORMAT-PRINT-STAMP
              MOVE STAMP-PRINT-WORK TO SL-STOP-STAMP
           ELSE
              MOVE SPACES TO SL-START-STAMP
                             SL-STOP-STAMP
           END-IF.
           IF SE-GENERATION (STP-INDEX) > ZERO
              MOVE SPACES TO SL-GENERATION
              STRING "G" SE-GENERATION (STP-INDEX)
                  DELIMITED BY SIZE
                INTO SL-GENERATION
           ELSE
              MOVE SPACES TO SL-GENERATION
           END-IF.
           MOVE STEP-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.

       520-FORMAT-PRINT-STAMP.

           MOVE SD-MONTH   TO SP-MONTH.
           MOVE SD-DAY     TO SP-DAY.
           MOVE SM-HOURS   TO SP-HOURS.
           MOVE SM-MINUTES TO SP-MINUTES.
           MOVE SM-SECONDS TO SP-SECONDS.

      *****************************************************************
      * One line per master -- the generation now current, when and
      * by which program it was promoted, and the range of backup
      * generations still kept
      *****************************************************************
       530-PRINT-GENERATION-LINE.

           MOVE GE-MASTER-NAME (GEN-INDEX) TO GL-MASTER-NAME.
           MOVE GE-CURRENT-GENERATION (GEN-INDEX) TO GL-GENERATION.
           MOVE GE-PROMOTED-DATE (GEN-INDEX) TO STAMP-DATE-WORK.
           MOVE GE-PROMOTED-TIME (GEN-INDEX) TO STAMP-TIME-WORK.
           PERFORM 520-FORMAT-PRINT-STAMP.
           MOVE STAMP-PRINT-WORK TO GL-PROMOTED-STAMP.
           MOVE GE-PROMOTED-BY (GEN-INDEX) TO GL-PROMOTED-BY.
           COMPUTE OLDEST-GENERATION =
                GE-CURRENT-GENERATION (GEN-INDEX) - BACKUPS-KEPT.
           IF OLDEST-GENERATION < ZERO
              MOVE ZERO TO OLDEST-GENERATION
           END-IF.
           MOVE OLDEST-GENERATION TO GL-OLDEST-BACKUP.
           COMPUTE GL-NEWEST-BACKUP =
                GE-CURRENT-GENERATION (GEN-INDEX) - 1.
           MOVE GENERATION-LINE TO REPORT-PRINT-AREA.
           WRITE REPORT-PRINT-AREA.
