      *****************************************************************
      * Title..........: CJI9100 - Master File Change History Inquiry
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Prints the change history the master
      *                  maintenance programs journal through CJW9000 to
      *                  CHGJRNL, so an auditor's question about who
      *                  moved a customer or changed a credit limit, a
      *                  quota or a commission rate is answered from one
      *                  file instead of from whichever printed audit
      *                  listing was kept. The selection comes from the
      *                  command line in the CMP8400 style -- KEY
      *                  followed by a record key, or by a master file
      *                  name and a key on that file (KEY CUSTMAST
      *                  01102C0001), FILE followed by a master file
      *                  name, PROGRAM followed by a program ID, DATES
      *                  followed by a first and a last business date as
      *                  yyyymmdd, or ALL for the whole journal. Every
      *                  image selected is printed in the order it was
      *                  journaled, with its business date and cycle,
      *                  the program, the file, the kind of change and
      *                  the key, and the record decoded into the fields
      *                  that matter for that master -- the name, credit
      *                  limit, hold flag and YTD sales of a customer,
      *                  the name and quotas of a rep, the name, region
      *                  and manager of a branch, the rate on a
      *                  commission rate record, the name of a product
      *                  line, and the name, city and state of a bill-to
      *                  address. The before and after images of one
      *                  change print together. A key named with its
      *                  file is matched exactly on that file alone. A
      *                  bare five-character key is a customer number
      *                  and finds the customer's customer master and
      *                  bill-to address changes under every branch and
      *                  rep it has been keyed under; any other bare key
      *                  is matched exactly on every file
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CJI9100.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL.
           SELECT HISTORY-REPORT       ASSIGN TO CJI9100R.

       DATA DIVISION.

       FILE SECTION.

       FD  CHANGE-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.
       COPY CHGJRNL.

       FD  HISTORY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  HISTORY-PRINT-AREA    PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the inquiry run
      *****************************************************************
      * Command-line parameter carrying the selection -- KEY, FILE,
      * PROGRAM or DATES followed by the value to select on, or ALL.
      * A date range needs two dates and a key may be named with its
      * file, so this parameter is wider than the usual run mode
       01  RUN-PARAMETER               PIC X(40).

       01  RUN-MODE                    PIC X(7).
           88  KEY-INQUIRY                      VALUE "KEY".
           88  FILE-INQUIRY                     VALUE "FILE".
           88  PROGRAM-INQUIRY                  VALUE "PROGRAM".
           88  DATE-INQUIRY                     VALUE "DATES".
           88  ALL-INQUIRY                      VALUE "ALL".

      * The value selected on, and for a key the master file it was
      * qualified with, if any, and the number of characters in it
       01  SELECT-VALUE                PIC X(20).
       01  SELECT-FILE                 PIC X(8).
       01  SELECT-LENGTH               PIC S9(4) COMP.

      * The one or two words following KEY on the command line, and
      * the length of each
       01  KEY-PARAMETER-WORDS.
           05  KEY-FIRST-WORD          PIC X(20).
           05  KEY-SECOND-WORD         PIC X(20).
           05  KEY-FIRST-LENGTH        PIC S9(4) COMP VALUE ZERO.
           05  KEY-SECOND-LENGTH       PIC S9(4) COMP VALUE ZERO.

       01  SELECT-DATE-RANGE.
           05  SELECT-FIRST-DATE       PIC X(8).
           05  SELECT-FIRST-DATE-N     REDEFINES SELECT-FIRST-DATE
                                       PIC 9(8).
           05  SELECT-LAST-DATE        PIC X(8).
           05  SELECT-LAST-DATE-N      REDEFINES SELECT-LAST-DATE
                                       PIC 9(8).

      * Determines when end of file is reached, how a run was
      * refused and whether the image just read is selected
       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH       PIC X    VALUE "N".
              88  JOURNAL-EOF                    VALUE "Y".
           05  RUN-REFUSED-SWITCH       PIC X    VALUE "N".
              88  RUN-REFUSED                    VALUE "Y".
           05  IMAGE-SELECTED-SWITCH    PIC X    VALUE "N".
              88  IMAGE-SELECTED                 VALUE "Y"
                                                   FALSE "N".

      * Identifies the change the last printed image belonged to, so
      * the images of one change print together and a new change is
      * set off by a blank line
       01  HOLD-CHANGE-ID.
           05  HC-PROGRAM-ID            PIC X(8)  VALUE SPACE.
           05  HC-RUN-DATE              PIC 9(8)  VALUE ZERO.
           05  HC-RUN-TIME              PIC 9(6)  VALUE ZERO.
           05  HC-CHANGE-SEQUENCE       PIC 9(7)  VALUE ZERO.

      * Record counts for the report trailer and the run log
       01  INQUIRY-COUNTS               PACKED-DECIMAL.
           05  READ-COUNT               PIC S9(7)      VALUE ZERO.
           05  SELECTED-COUNT           PIC S9(7)      VALUE ZERO.
           05  CHANGE-COUNT             PIC S9(7)      VALUE ZERO.

      * The journaled record image laid out as each master it can
      * come from, for decoding the fields printed
       COPY CUSTMAST.

       COPY SALESREP.

       COPY BRCHMAST.

       COPY COMRATE.

       COPY PRODLINE.

       COPY BILLADDR.

      * The decoded contents of an image, one layout per master --
      * the one matching the journaled file is moved to the detail
      * line
       01  CUSTOMER-CONTENTS.
           05  CC-CUSTOMER-NAME     PIC X(20).
           05  FILLER               PIC X(7)       VALUE " LIMIT ".
           05  CC-CREDIT-LIMIT      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(6)       VALUE " HOLD ".
           05  CC-CREDIT-HOLD-FLAG  PIC X(1).
           05  FILLER               PIC X(5)       VALUE " YTD ".
           05  CC-SALES-THIS-YTD    PIC ZZZ,ZZ9.99-.

       01  SALESREP-CONTENTS.
           05  SC-SALESREP-NAME     PIC X(10).
           05  FILLER               PIC X(8)       VALUE " ANNUAL ".
           05  SC-ANNUAL-QUOTA      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9)       VALUE " MONTHLY ".
           05  SC-MONTHLY-QUOTA     PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11)      VALUE SPACE.

       01  BRANCH-CONTENTS.
           05  BC-BRANCH-NAME       PIC X(20).
           05  FILLER               PIC X(8)       VALUE " REGION ".
           05  BC-REGION-NUMBER     PIC 9(1).
           05  FILLER               PIC X(5)       VALUE " MGR ".
           05  BC-MANAGER-NAME      PIC X(20).
           05  FILLER               PIC X(6)       VALUE SPACE.

       01  RATE-CONTENTS.
           05  FILLER               PIC X(16)      VALUE
               "COMMISSION RATE ".
           05  RC-COMMISSION-RATE   PIC Z9.999.
           05  FILLER               PIC X(38)      VALUE SPACE.

       01  PRODUCT-LINE-CONTENTS.
           05  PC-PRODUCT-LINE-NAME PIC X(20).
           05  FILLER               PIC X(40)      VALUE SPACE.

       01  BILL-TO-CONTENTS.
           05  AC-BILL-TO-NAME      PIC X(30).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AC-CITY              PIC X(15).
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  AC-STATE             PIC X(2).
           05  FILLER               PIC X(11)      VALUE SPACE.

      * A yyyymmdd date broken apart, and the same date edited for
      * printing
       01  DATE-WORK.
           05  DW-YEAR         PIC 9(4).
           05  DW-MONTH        PIC 9(2).
           05  DW-DAY          PIC 9(2).

       01  DATE-EDIT-WORK.
           05  DE-MONTH        PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  DE-DAY          PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  DE-YEAR         PIC 9(4).

      * Current date and time fields
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
      * Define all lines printed on the change history report
      *****************************************************************
       01  HISTORY-HEADING-LINE-1.
           05  FILLER          PIC X(7)   VALUE "DATE:  ".
           05  HH1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HH1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)   VALUE "/".
           05  HH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(24)  VALUE SPACE.
           05  FILLER          PIC X(30)  VALUE
               "MASTER FILE CHANGE HISTORY".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  HISTORY-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  HH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  HH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "CJI9100".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  SELECTION-LINE.
           05  FILLER          PIC X(1)   VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE "SELECTION: ".
           05  SEL-PARAMETER   PIC X(40).
           05  FILLER          PIC X(78)  VALUE SPACE.

       01  HISTORY-HEADING-LINE-3.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "BUS. DATE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(5)   VALUE "CYCLE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "PROGRAM".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "FILE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "CHANGE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "IMAGE".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(10)  VALUE "RECORD KEY".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(60)  VALUE "RECORD CONTENTS".
           05  FILLER          PIC X(2)   VALUE SPACE.

       01  HISTORY-HEADING-LINE-4.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(5)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(10)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(60)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.

       01  HISTORY-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  HL-BUSINESS-DATE     PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-CYCLE-NUMBER      PIC ZZZZ9.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-PROGRAM-ID        PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-FILE-NAME         PIC X(8).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-CHANGE-KIND       PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-IMAGE-TYPE        PIC X(6).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-RECORD-KEY        PIC X(10).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  HL-CONTENTS          PIC X(60).
           05  FILLER               PIC X(2)       VALUE SPACE.

       01  HISTORY-BLANK-LINE       PIC X(130)     VALUE SPACE.

       01  HISTORY-TRAILER-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(24)      VALUE
               "JOURNAL RECORDS READ -- ".
           05  HT-READ-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(12)      VALUE
               "SELECTED -- ".
           05  HT-SELECTED-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "CHANGES -- ".
           05  HT-CHANGE-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(47)      VALUE SPACE.

       01  HISTORY-MESSAGE-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  HM-MESSAGE           PIC X(70).
           05  FILLER               PIC X(59)      VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the inquiry run
      *****************************************************************
       000-PRINT-CHANGE-HISTORY.

           MOVE "CJI9100" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           PERFORM 100-VALIDATE-SELECTION.
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT  CHANGE-JOURNAL-FILE
                   OUTPUT HISTORY-REPORT
              PERFORM 150-FORMAT-REPORT-HEADING
              PERFORM 200-PROCESS-JOURNAL-RECORD
                   WITH TEST AFTER
                   UNTIL JOURNAL-EOF
              PERFORM 500-PRINT-REPORT-TRAILER
              CLOSE CHANGE-JOURNAL-FILE
                    HISTORY-REPORT
           END-IF.
           MOVE READ-COUNT  TO RL-RECORDS-READ.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Sets the selection from the command line and refuses a run
      * that names no selection, or names one without the value to
      * select on
      *****************************************************************
       100-VALIDATE-SELECTION.

           MOVE SPACES TO SELECT-VALUE SELECT-FILE.
           EVALUATE TRUE
               WHEN RUN-PARAMETER (1:4) = "KEY "
                   SET KEY-INQUIRY TO TRUE
                   PERFORM 110-SPLIT-KEY-PARAMETER
               WHEN RUN-PARAMETER (1:5) = "FILE "
                   SET FILE-INQUIRY TO TRUE
                   MOVE RUN-PARAMETER (6:8) TO SELECT-VALUE
               WHEN RUN-PARAMETER (1:8) = "PROGRAM "
                   SET PROGRAM-INQUIRY TO TRUE
                   MOVE RUN-PARAMETER (9:8) TO SELECT-VALUE
               WHEN RUN-PARAMETER (1:6) = "DATES "
                   SET DATE-INQUIRY TO TRUE
                   MOVE RUN-PARAMETER (7:8)  TO SELECT-FIRST-DATE
                   MOVE RUN-PARAMETER (16:8) TO SELECT-LAST-DATE
               WHEN RUN-PARAMETER (1:3) = "ALL"
                   SET ALL-INQUIRY TO TRUE
               WHEN OTHER
                   DISPLAY "CJI9100 - SELECTION MUST BE KEY, FILE, "
                      "PROGRAM, DATES OR ALL - RUN REFUSED"
                   SET RUN-REFUSED TO TRUE
           END-EVALUATE.

           IF (KEY-INQUIRY OR FILE-INQUIRY OR PROGRAM-INQUIRY)
              AND SELECT-VALUE = SPACES
              DISPLAY "CJI9100 - SELECTION NEEDS A VALUE TO "
                 "SELECT ON - RUN REFUSED"
              SET RUN-REFUSED TO TRUE
           END-IF.
           IF KEY-INQUIRY AND KEY-FIRST-LENGTH > 8
              AND SELECT-FILE NOT = SPACES
              DISPLAY "CJI9100 - " KEY-FIRST-WORD
                 " IS NOT A MASTER FILE NAME - RUN REFUSED"
              SET RUN-REFUSED TO TRUE
           END-IF.
           IF DATE-INQUIRY
              IF SELECT-FIRST-DATE NOT NUMERIC
                 OR SELECT-LAST-DATE NOT NUMERIC
                 DISPLAY "CJI9100 - DATES NEEDS A FIRST AND LAST "
                    "BUSINESS DATE AS YYYYMMDD - RUN REFUSED"
                 SET RUN-REFUSED TO TRUE
              ELSE
                 IF SELECT-FIRST-DATE-N > SELECT-LAST-DATE-N
                    DISPLAY "CJI9100 - FIRST DATE " SELECT-FIRST-DATE
                       " IS AFTER LAST DATE " SELECT-LAST-DATE
                       " - RUN REFUSED"
                    SET RUN-REFUSED TO TRUE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * Splits the words following KEY. One word is a bare key; two
      * are a master file name and a key on that file
      *****************************************************************
       110-SPLIT-KEY-PARAMETER.

           MOVE SPACES TO KEY-FIRST-WORD KEY-SECOND-WORD.
           MOVE ZERO   TO KEY-FIRST-LENGTH KEY-SECOND-LENGTH.
           UNSTRING RUN-PARAMETER (5:36) DELIMITED BY ALL SPACE
               INTO KEY-FIRST-WORD  COUNT IN KEY-FIRST-LENGTH
                    KEY-SECOND-WORD COUNT IN KEY-SECOND-LENGTH
           END-UNSTRING.
           IF KEY-SECOND-WORD = SPACES
              MOVE KEY-FIRST-WORD    TO SELECT-VALUE
              MOVE KEY-FIRST-LENGTH  TO SELECT-LENGTH
           ELSE
              MOVE KEY-FIRST-WORD    TO SELECT-FILE
              MOVE KEY-SECOND-WORD   TO SELECT-VALUE
              MOVE KEY-SECOND-LENGTH TO SELECT-LENGTH
           END-IF.

      *****************************************************************
      * Get current date and time for the report heading and print
      * the heading lines with the selection the report was run for
      *****************************************************************
       150-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HH1-MONTH.
           MOVE CD-DAY     TO HH1-DAY.
           MOVE CD-YEAR    TO HH1-YEAR.
           MOVE CD-HOURS   TO HH2-HOURS.
           MOVE CD-MINUTES TO HH2-MINUTES.
           MOVE RUN-PARAMETER TO SEL-PARAMETER.
           MOVE HISTORY-HEADING-LINE-1 TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE HISTORY-HEADING-LINE-2 TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE SELECTION-LINE TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE HISTORY-BLANK-LINE TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE HISTORY-HEADING-LINE-3 TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE HISTORY-HEADING-LINE-4 TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.

      *****************************************************************
      * Reads one journal record and prints it when it meets the
      * selection
      *****************************************************************
       200-PROCESS-JOURNAL-RECORD.

           READ CHANGE-JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   PERFORM 210-TEST-SELECTION
                   IF IMAGE-SELECTED
                      PERFORM 300-PRINT-JOURNAL-IMAGE
                   END-IF
           END-READ.

      *****************************************************************
      * The key selection is tested on its own; the other selections
      * must match exactly or fall inside the range
      *****************************************************************
       210-TEST-SELECTION.

           SET IMAGE-SELECTED TO FALSE.
           EVALUATE TRUE
               WHEN KEY-INQUIRY
                   PERFORM 215-TEST-KEY-SELECTION
               WHEN FILE-INQUIRY
                   IF CJ-FILE-NAME = SELECT-VALUE
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
               WHEN PROGRAM-INQUIRY
                   IF CJ-PROGRAM-ID = SELECT-VALUE
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
               WHEN DATE-INQUIRY
                   IF CJ-BUSINESS-DATE NOT < SELECT-FIRST-DATE-N
                      AND CJ-BUSINESS-DATE NOT > SELECT-LAST-DATE-N
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
               WHEN OTHER
                   SET IMAGE-SELECTED TO TRUE
           END-EVALUATE.

      *****************************************************************
      * A key named with its file must be that file's key exactly. A
      * bare five-character value is a customer number and is found
      * in the customer number position of the customer master and
      * bill-to address keys, so the customer is found under every
      * branch and rep it was keyed under without matching a rep,
      * branch or product line key that happens to contain the same
      * characters. Any other bare key must be a journaled key
      * exactly, on whichever file carries it
      *****************************************************************
       215-TEST-KEY-SELECTION.

           EVALUATE TRUE
               WHEN SELECT-FILE NOT = SPACES
                   IF CJ-FILE-NAME = SELECT-FILE
                      AND CJ-RECORD-KEY = SELECT-VALUE
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
               WHEN SELECT-LENGTH = 5
                   IF (CJ-FILE-NAME = "CUSTMAST"
                       OR CJ-FILE-NAME = "BILLADDR")
                      AND CJ-RECORD-KEY (6:5) = SELECT-VALUE (1:5)
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
               WHEN OTHER
                   IF CJ-RECORD-KEY = SELECT-VALUE
                      SET IMAGE-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Prints one selected image. The first image of each change is
      * set off from the change before it by a blank line
      *****************************************************************
       300-PRINT-JOURNAL-IMAGE.

           ADD 1 TO SELECTED-COUNT.
           IF CJ-PROGRAM-ID      NOT = HC-PROGRAM-ID
              OR CJ-RUN-DATE     NOT = HC-RUN-DATE
              OR CJ-RUN-TIME     NOT = HC-RUN-TIME
              OR CJ-CHANGE-SEQUENCE NOT = HC-CHANGE-SEQUENCE
              ADD 1 TO CHANGE-COUNT
              MOVE CJ-PROGRAM-ID      TO HC-PROGRAM-ID
              MOVE CJ-RUN-DATE        TO HC-RUN-DATE
              MOVE CJ-RUN-TIME        TO HC-RUN-TIME
              MOVE CJ-CHANGE-SEQUENCE TO HC-CHANGE-SEQUENCE
              MOVE HISTORY-BLANK-LINE TO HISTORY-PRINT-AREA
              WRITE HISTORY-PRINT-AREA
           END-IF.

           MOVE CJ-BUSINESS-DATE   TO DATE-WORK.
           MOVE DW-MONTH           TO DE-MONTH.
           MOVE DW-DAY             TO DE-DAY.
           MOVE DW-YEAR            TO DE-YEAR.
           MOVE DATE-EDIT-WORK     TO HL-BUSINESS-DATE.
           MOVE CJ-CYCLE-NUMBER    TO HL-CYCLE-NUMBER.
           MOVE CJ-PROGRAM-ID      TO HL-PROGRAM-ID.
           MOVE CJ-FILE-NAME       TO HL-FILE-NAME.
           MOVE CJ-CHANGE-KIND     TO HL-CHANGE-KIND.
           IF CJ-BEFORE-IMAGE
              MOVE "BEFORE"        TO HL-IMAGE-TYPE
           ELSE
              MOVE "AFTER"         TO HL-IMAGE-TYPE
           END-IF.
           MOVE CJ-RECORD-KEY      TO HL-RECORD-KEY.
           PERFORM 310-DECODE-RECORD-IMAGE.
           MOVE HISTORY-LINE TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.

      *****************************************************************
      * Decodes the journaled record into the fields that matter for
      * its master. A packed field still carrying spaces from before
      * it existed on the master prints as zero. An image from a
      * file this report does not know prints as it was journaled
      *****************************************************************
       310-DECODE-RECORD-IMAGE.

           EVALUATE CJ-FILE-NAME
               WHEN "CUSTMAST"
                   MOVE CJ-RECORD-IMAGE     TO CUSTOMER-MASTER-RECORD
                   MOVE CM-CUSTOMER-NAME    TO CC-CUSTOMER-NAME
                   IF CM-CREDIT-LIMIT NUMERIC
                      MOVE CM-CREDIT-LIMIT  TO CC-CREDIT-LIMIT
                   ELSE
                      MOVE ZERO             TO CC-CREDIT-LIMIT
                   END-IF
                   MOVE CM-CREDIT-HOLD-FLAG TO CC-CREDIT-HOLD-FLAG
                   IF CM-SALES-THIS-YTD NUMERIC
                      MOVE CM-SALES-THIS-YTD TO CC-SALES-THIS-YTD
                   ELSE
                      MOVE ZERO             TO CC-SALES-THIS-YTD
                   END-IF
                   MOVE CUSTOMER-CONTENTS   TO HL-CONTENTS
               WHEN "SALESREP"
                   MOVE CJ-RECORD-IMAGE     TO SALESREP-MASTER-RECORD
                   MOVE SM-SALESREP-NAME    TO SC-SALESREP-NAME
                   IF SM-ANNUAL-QUOTA NUMERIC
                      MOVE SM-ANNUAL-QUOTA  TO SC-ANNUAL-QUOTA
                   ELSE
                      MOVE ZERO             TO SC-ANNUAL-QUOTA
                   END-IF
                   IF SM-MONTHLY-QUOTA NUMERIC
                      MOVE SM-MONTHLY-QUOTA TO SC-MONTHLY-QUOTA
                   ELSE
                      MOVE ZERO             TO SC-MONTHLY-QUOTA
                   END-IF
                   MOVE SALESREP-CONTENTS   TO HL-CONTENTS
               WHEN "BRCHMAST"
                   MOVE CJ-RECORD-IMAGE     TO BRANCH-MASTER-RECORD
                   MOVE BM-BRANCH-NAME      TO BC-BRANCH-NAME
                   MOVE BM-REGION-NUMBER    TO BC-REGION-NUMBER
                   MOVE BM-MANAGER-NAME     TO BC-MANAGER-NAME
                   MOVE BRANCH-CONTENTS     TO HL-CONTENTS
               WHEN "COMRATE"
                   MOVE CJ-RECORD-IMAGE     TO COMMISSION-RATE-RECORD
                   MOVE CR-COMMISSION-RATE  TO RC-COMMISSION-RATE
                   MOVE RATE-CONTENTS       TO HL-CONTENTS
               WHEN "PRODLINE"
                   MOVE CJ-RECORD-IMAGE     TO PRODUCT-LINE-RECORD
                   MOVE PL-PRODUCT-LINE-NAME TO PC-PRODUCT-LINE-NAME
                   MOVE PRODUCT-LINE-CONTENTS TO HL-CONTENTS
               WHEN "BILLADDR"
                   MOVE CJ-RECORD-IMAGE     TO BILL-TO-ADDRESS-RECORD
                   MOVE BA-BILL-TO-NAME     TO AC-BILL-TO-NAME
                   MOVE BA-CITY             TO AC-CITY
                   MOVE BA-STATE            TO AC-STATE
                   MOVE BILL-TO-CONTENTS    TO HL-CONTENTS
               WHEN OTHER
                   MOVE CJ-RECORD-IMAGE     TO HL-CONTENTS
           END-EVALUATE.

      *****************************************************************
      * Prints the trailer line, and says so plainly when nothing on
      * the journal met the selection
      *****************************************************************
       500-PRINT-REPORT-TRAILER.

           IF SELECTED-COUNT = ZERO
              MOVE "NO JOURNALED CHANGES MEET THE SELECTION"
                 TO HM-MESSAGE
              MOVE HISTORY-BLANK-LINE TO HISTORY-PRINT-AREA
              WRITE HISTORY-PRINT-AREA
              MOVE HISTORY-MESSAGE-LINE TO HISTORY-PRINT-AREA
              WRITE HISTORY-PRINT-AREA
           END-IF.
           MOVE READ-COUNT     TO HT-READ-COUNT.
           MOVE SELECTED-COUNT TO HT-SELECTED-COUNT.
           MOVE CHANGE-COUNT   TO HT-CHANGE-COUNT.
           MOVE HISTORY-BLANK-LINE TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
           MOVE HISTORY-TRAILER-LINE TO HISTORY-PRINT-AREA.
           WRITE HISTORY-PRINT-AREA.
