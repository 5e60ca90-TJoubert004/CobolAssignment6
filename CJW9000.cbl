      *****************************************************************
      * Title..........: CJW9000 - Change Journal Writer Subprogram
      * Programmer.....: Tristan Joubert
      * Date...........: 9-9-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Called by the master maintenance programs --
      *                  CMM6400, SRM6100, BMM6900, CRM7100, PLM8000,
      *                  CTR7900, CMP8400 and BAM8500 -- to append every
      *                  change they apply to the shared change journal
      *                  CHGJRNL. An OPEN call stamps the run with its
      *                  date and time and the business date and cycle
      *                  from the control file and opens the journal for
      *                  extend. Each POST call journals one change as a
      *                  before-image record of the master record as it
      *                  stood and an after-image record of the record
      *                  as written, under one change sequence number --
      *                  an add has no before image and a delete or
      *                  purge no after image. A transfer journals the
      *                  old key on the before image and the new key on
      *                  the after image. The CLOSE call closes the
      *                  journal. A run made before BDC7300 has ever
      *                  created the control record is journaled under
      *                  the run date at cycle zero rather than lost
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CJW9000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO CHGJRNL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BDATECTL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHANGE-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 220 CHARACTERS.
       COPY CHGJRNL.

      * The business date control record -- read only for the date
      * and cycle the run's changes are journaled under
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       COPY BDATECTL.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the journal writer
      *****************************************************************
      * Set while the journal is open for the caller's run, so a
      * POST or CLOSE without an OPEN is still journaled
       01  SWITCHES.
           05  JOURNAL-OPEN-SWITCH      PIC X    VALUE "N".
              88  JOURNAL-OPEN                   VALUE "Y"
                                                   FALSE "N".

      * The stamp and dates every record of the caller's run carries,
      * set once by the OPEN call, and the sequence number that ties
      * the two images of one change together
       01  RUN-STAMP-WORK.
           05  RSW-RUN-DATE             PIC 9(8).
           05  RSW-RUN-TIME             PIC 9(6).
           05  RSW-BUSINESS-DATE        PIC 9(8).
           05  RSW-CYCLE-NUMBER         PIC 9(5).
           05  RSW-CHANGE-SEQUENCE      PIC 9(7)  VALUE ZERO.

      * Current date and time fields, including seconds -- two runs
      * of the same program in one minute are still two runs
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE         PIC 9(8).
           05  CD-TIME         PIC 9(6).
           05  FILLER          PIC X(7).

       LINKAGE SECTION.

       COPY CHGPOST.

       PROCEDURE DIVISION USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Main processing logic for the journal call
      *****************************************************************
       000-PROCESS-JOURNAL-CALL.

           EVALUATE TRUE
               WHEN CW-OPEN-JOURNAL
                   PERFORM 100-OPEN-CHANGE-JOURNAL
               WHEN CW-POST-CHANGE
                   PERFORM 200-WRITE-CHANGE-IMAGES
               WHEN CW-CLOSE-JOURNAL
                   PERFORM 300-CLOSE-CHANGE-JOURNAL
               WHEN OTHER
                   DISPLAY "CJW9000 - FUNCTION CODE "
                      CW-FUNCTION-CODE " NOT OPEN, POST OR CLOSE - "
                      "CALL IGNORED"
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Stamps the run with the run date and time and the business
      * date and cycle, and opens the journal for extend. A missing
      * control record journals the run under the run date at cycle
      * zero -- the changes still happened, and a refused journal
      * would hide them from the auditors
      *****************************************************************
       100-OPEN-CHANGE-JOURNAL.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO RSW-RUN-DATE
                           RSW-BUSINESS-DATE.
           MOVE CD-TIME TO RSW-RUN-TIME.
           MOVE ZERO    TO RSW-CYCLE-NUMBER
                           RSW-CHANGE-SEQUENCE.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "CJW9000 - NO BUSINESS DATE RECORD ON "
                      "BDATECTL - " CW-PROGRAM-ID
                      " JOURNALED UNDER THE RUN DATE AT CYCLE ZERO"
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO RSW-BUSINESS-DATE
                   MOVE BD-CYCLE-NUMBER  TO RSW-CYCLE-NUMBER
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           SET JOURNAL-OPEN TO TRUE.

      *****************************************************************
      * Journals one change as its before and after images. Both
      * images carry the same change sequence number so the inquiry
      * can pair them
      *****************************************************************
       200-WRITE-CHANGE-IMAGES.

           IF NOT JOURNAL-OPEN
              PERFORM 100-OPEN-CHANGE-JOURNAL
           END-IF.
           ADD 1 TO RSW-CHANGE-SEQUENCE.

           IF NOT CW-ADD-RECORD
              PERFORM 210-STAMP-JOURNAL-RECORD
              SET CJ-BEFORE-IMAGE   TO TRUE
              MOVE CW-BEFORE-KEY    TO CJ-RECORD-KEY
              MOVE CW-BEFORE-IMAGE  TO CJ-RECORD-IMAGE
              WRITE CHANGE-JOURNAL-RECORD
           END-IF.

           IF NOT CW-DELETE-RECORD AND NOT CW-PURGE-RECORD
              PERFORM 210-STAMP-JOURNAL-RECORD
              SET CJ-AFTER-IMAGE    TO TRUE
              MOVE CW-AFTER-KEY     TO CJ-RECORD-KEY
              MOVE CW-AFTER-IMAGE   TO CJ-RECORD-IMAGE
              WRITE CHANGE-JOURNAL-RECORD
           END-IF.

       210-STAMP-JOURNAL-RECORD.

           INITIALIZE CHANGE-JOURNAL-RECORD.
           MOVE RSW-BUSINESS-DATE   TO CJ-BUSINESS-DATE.
           MOVE RSW-CYCLE-NUMBER    TO CJ-CYCLE-NUMBER.
           MOVE CW-PROGRAM-ID       TO CJ-PROGRAM-ID.
           MOVE CW-FILE-NAME        TO CJ-FILE-NAME.
           MOVE CW-CHANGE-KIND      TO CJ-CHANGE-KIND.
           MOVE RSW-RUN-DATE        TO CJ-RUN-DATE.
           MOVE RSW-RUN-TIME        TO CJ-RUN-TIME.
           MOVE RSW-CHANGE-SEQUENCE TO CJ-CHANGE-SEQUENCE.

      *****************************************************************
      * Closes the journal at the end of the caller's run
      *****************************************************************
       300-CLOSE-CHANGE-JOURNAL.

           IF JOURNAL-OPEN
              CLOSE CHANGE-JOURNAL-FILE
              SET JOURNAL-OPEN TO FALSE
           END-IF.
