      *****************************************************************
      * Title..........: BAM8500 - Bill-To Address Master Maintenance
      * Programmer.....: Tristan Joubert
      * Date...........: 9-2-26
      * GitHub URL.....: https://github.com/bstearns07/RPT6000
      * Program Desc...: Applies add/change/delete transactions from
      *                  the bill-to address transaction file against
      *                  the bill-to address master, producing a new
      *                  master and an audit listing of every change
      *                  applied. Companion to CMM6400 and built the
      *                  same way: transactions arrive in customer
      *                  master sequence -- branch, region, sales rep,
      *                  customer -- and are matched against the old
      *                  master on that key. An add is cross-checked
      *                  against CUSTMAST by key, so an address can
      *                  only be filed for a customer the customer
      *                  master actually carries. A change replaces
      *                  only the fields the transaction carries; a
      *                  field keyed as spaces keeps the value on
      *                  file. The master is read as optional, so the
      *                  first run builds it from adds alone. Every
      *                  add, change and delete applied is also
      *                  journaled through CJW9000 to the shared
      *                  change journal as the address record before
      *                  and after the change
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BAM8500.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL OLD-BILL-TO-MASTER ASSIGN TO BILLADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-RECORD-KEY.
           SELECT BILL-TO-TRANS        ASSIGN TO BATRANS.
           SELECT CUSTMAST             ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-RECORD-KEY
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NUMBER
                   WITH DUPLICATES.
           SELECT NEW-BILL-TO-MASTER   ASSIGN TO BILLADDRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NB-RECORD-KEY.
           SELECT AUDIT-LISTING        ASSIGN TO BAM8500R.

       DATA DIVISION.

       FILE SECTION.

       FD  OLD-BILL-TO-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BILLADDR.

       FD  BILL-TO-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BATRANS.

      * The customer master -- read directly by key to prove an add
      * is for a customer on file
       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.

       FD  NEW-BILL-TO-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-BILL-TO-RECORD.
           05  NB-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(120).

       FD  AUDIT-LISTING
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  AUDIT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Variable and field definitions for the maintenance run
      *****************************************************************
      * Determines when end of file is reached on either input file
       01  SWITCHES.
           05  OLD-MASTER-EOF-SWITCH    PIC X    VALUE "N".
              88  OLD-MASTER-EOF                 VALUE "Y".
           05  TRANS-EOF-SWITCH         PIC X    VALUE "N".
              88  TRANS-EOF                      VALUE "Y".
           05  AUDIT-HEADING-SWITCH     PIC X    VALUE "N".
              88  AUDIT-HEADING-PRINTED          VALUE "Y".
           05  TRANS-SEQUENCE-SWITCH    PIC X    VALUE "N".
              88  TRANS-IN-SEQUENCE              VALUE "Y"
                                                   FALSE "N".
           05  CUSTOMER-FOUND-SWITCH    PIC X    VALUE "N".
              88  CUSTOMER-FOUND                 VALUE "Y"
                                                   FALSE "N".

      * Control keys used to match the old master against the
      * transaction file in customer master sequence -- branch,
      * region, sales rep, customer. Set to HIGH-VALUES when a file
      * reaches end of file so the other file's records always sort
      * ahead of it. The prior transaction key backs the sequence
      * check on the transaction file
       01  MATCH-KEYS.
           05  OM-CONTROL-KEY.
               10  OM-BRANCH-NUMBER     PIC X(2).
               10  OM-REGION-NUMBER     PIC X(1).
               10  OM-SALESREP-NUMBER   PIC X(2).
               10  OM-CUSTOMER-NUMBER   PIC X(5).
           05  TR-CONTROL-KEY.
               10  TR-BRANCH-NUMBER     PIC X(2).
               10  TR-REGION-NUMBER     PIC X(1).
               10  TR-SALESREP-NUMBER   PIC X(2).
               10  TR-CUSTOMER-NUMBER   PIC X(5).
           05  TR-PRIOR-KEY             PIC X(10) VALUE LOW-VALUES.

      * Counts of each kind of transaction applied, for the audit
      * trailer
       01  AUDIT-COUNTS                 PACKED-DECIMAL.
           05  ADD-COUNT                PIC S9(5)   VALUE ZERO.
           05  CHANGE-COUNT             PIC S9(5)   VALUE ZERO.
           05  DELETE-COUNT             PIC S9(5)   VALUE ZERO.
           05  ERROR-COUNT              PIC S9(5)   VALUE ZERO.

      * Work area used to build an added address record without
      * disturbing the old master record still buffered in the FD
      * record area -- that record has not been written yet and must
      * survive the add untouched
       01  ADD-ADDRESS-WORK.
           05  AA-BRANCH-NUMBER        PIC 9(2).
           05  AA-REGION-NUMBER        PIC 9(1).
           05  AA-SALESREP-NUMBER      PIC 9(2).
           05  AA-CUSTOMER-NUMBER      PIC X(5).
           05  AA-BILL-TO-NAME         PIC X(30).
           05  AA-ADDRESS-LINE-1       PIC X(30).
           05  AA-ADDRESS-LINE-2       PIC X(30).
           05  AA-CITY                 PIC X(15).
           05  AA-STATE                PIC X(2).
           05  AA-ZIP-CODE             PIC X(10).
           05  FILLER                  PIC X(3)       VALUE SPACE.

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

      * Work area for the CJW9000 change journal calls
       COPY CHGPOST.

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
           05  FILLER          PIC X(30)  VALUE
               "BILL-TO ADDRESS AUDIT LISTING".
           05  FILLER          PIC X(59)  VALUE SPACE.

       01  AUDIT-HEADING-LINE-2.
           05  FILLER          PIC X(7)   VALUE "TIME:  ".
           05  AH2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)   VALUE ":".
           05  AH2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(83)  VALUE SPACE.
           05  FILLER          PIC X(7)   VALUE "BAM8500".
           05  FILLER          PIC X(28)  VALUE SPACE.

       01  AUDIT-HEADING-LINE-3.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "ACTION".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(6)   VALUE "BRANCH".
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  FILLER          PIC X(8)   VALUE "CUSTOMER".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(30)  VALUE "OLD BILL-TO NAME".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(30)  VALUE "NEW BILL-TO NAME".
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  FILLER          PIC X(14)  VALUE "FLAG".
           05  FILLER          PIC X(22)  VALUE SPACE.

       01  AUDIT-HEADING-LINE-4.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(1)   VALUE SPACE.
           05  FILLER           PIC X(6)   VALUE ALL '-'.
           05  FILLER           PIC X(3)   VALUE SPACE.
           05  FILLER           PIC X(8)   VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(30)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(30)  VALUE ALL '-'.
           05  FILLER           PIC X(2)   VALUE SPACE.
           05  FILLER           PIC X(14)  VALUE ALL '-'.
           05  FILLER           PIC X(22)  VALUE SPACE.

       01  AUDIT-LINE.
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-ACTION            PIC X(8).
           05  FILLER               PIC X(3)       VALUE SPACE.
           05  AL-BRANCH-NUMBER     PIC X(2).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AL-CUSTOMER-NUMBER   PIC X(5).
           05  FILLER               PIC X(5)       VALUE SPACE.
           05  AL-OLD-NAME          PIC X(30).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-NEW-NAME          PIC X(30).
           05  FILLER               PIC X(2)       VALUE SPACE.
           05  AL-FLAG              PIC X(14).
           05  FILLER               PIC X(22)      VALUE SPACE.

       01  AUDIT-TRAILER-LINE.
           05  FILLER               PIC X(1)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "ADDED -- ".
           05  ATL-ADD-COUNT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "CHANGED -- ".
           05  ATL-CHANGE-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(11)      VALUE "DELETED -- ".
           05  ATL-DELETE-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(4)       VALUE SPACE.
           05  FILLER               PIC X(10)      VALUE "ERRORS -- ".
           05  ATL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(50)      VALUE SPACE.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main processing logic for the maintenance run
      *****************************************************************
       000-MAINTAIN-BILL-TO-MASTER.

           MOVE "BAM8500" TO RL-PROGRAM-ID.
           SET RL-START-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           OPEN INPUT  OLD-BILL-TO-MASTER
                INPUT  BILL-TO-TRANS
                INPUT  CUSTMAST
                OUTPUT NEW-BILL-TO-MASTER
                OUTPUT AUDIT-LISTING.
           MOVE "BAM8500"  TO CW-PROGRAM-ID.
           MOVE "BILLADDR" TO CW-FILE-NAME.
           SET CW-OPEN-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           PERFORM 100-FORMAT-AUDIT-HEADING.
           PERFORM 200-READ-OLD-MASTER.
           PERFORM 210-READ-TRANSACTION.
           PERFORM 300-PROCESS-RECORDS
                WITH TEST AFTER
                UNTIL OLD-MASTER-EOF AND TRANS-EOF.
           PERFORM 500-PRINT-AUDIT-TRAILER.
           IF ERROR-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           SET CW-CLOSE-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           CLOSE OLD-BILL-TO-MASTER
                 BILL-TO-TRANS
                 CUSTMAST
                 NEW-BILL-TO-MASTER
                 AUDIT-LISTING.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           SET RL-END-OF-RUN TO TRUE.
           CALL "RHL7800" USING RUN-LOG-AREA.
           STOP RUN.

      *****************************************************************
      * Get current date and time for the audit listing heading
      *****************************************************************
       100-FORMAT-AUDIT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO AH1-MONTH.
           MOVE CD-DAY     TO AH1-DAY.
           MOVE CD-YEAR    TO AH1-YEAR.
           MOVE CD-HOURS   TO AH2-HOURS.
           MOVE CD-MINUTES TO AH2-MINUTES.

      *****************************************************************
      * Reads the old bill-to master, setting the control key to
      * HIGH-VALUES at end of file so the transaction file drives the
      * remainder of the match
      *****************************************************************
       200-READ-OLD-MASTER.

           READ OLD-BILL-TO-MASTER
               AT END
                   SET OLD-MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO OM-CONTROL-KEY
               NOT AT END
                   MOVE BA-BRANCH-NUMBER   TO OM-BRANCH-NUMBER
                   MOVE BA-REGION-NUMBER   TO OM-REGION-NUMBER
                   MOVE BA-SALESREP-NUMBER TO OM-SALESREP-NUMBER
                   MOVE BA-CUSTOMER-NUMBER TO OM-CUSTOMER-NUMBER
           END-READ.

      *****************************************************************
      * Reads the transaction file until a transaction in customer
      * master sequence is found, rejecting any transaction whose key
      * does not rise above the prior transaction's key -- an
      * out-of-sequence add would land in the new master out of
      * order, and a second transaction for a key already applied
      * would try to write a duplicate key on the new master. The
      * control key is set to HIGH-VALUES at end of file so the old
      * master drives the remainder of the match
      *****************************************************************
       210-READ-TRANSACTION.

           PERFORM 215-GET-NEXT-TRANSACTION
                WITH TEST AFTER
                UNTIL TRANS-EOF OR TRANS-IN-SEQUENCE.

       215-GET-NEXT-TRANSACTION.

           SET TRANS-IN-SEQUENCE TO FALSE.
           READ BILL-TO-TRANS
               AT END
                   SET TRANS-EOF TO TRUE
                   MOVE HIGH-VALUES TO TR-CONTROL-KEY
               NOT AT END
                   ADD 1 TO RL-RECORDS-READ
                   MOVE AD-BRANCH-NUMBER   TO TR-BRANCH-NUMBER
                   MOVE AD-REGION-NUMBER   TO TR-REGION-NUMBER
                   MOVE AD-SALESREP-NUMBER TO TR-SALESREP-NUMBER
                   MOVE AD-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER
                   IF TR-CONTROL-KEY NOT > TR-PRIOR-KEY
                      MOVE SPACES              TO AL-OLD-NAME
                                                  AL-NEW-NAME
                      MOVE AD-BRANCH-NUMBER   TO AL-BRANCH-NUMBER
                      MOVE AD-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
                      MOVE "REJECT"           TO AL-ACTION
                      MOVE "OUT OF SEQ"       TO AL-FLAG
                      ADD 1 TO ERROR-COUNT
                      PERFORM 350-PRINT-AUDIT-LINE
                   ELSE
                      SET TRANS-IN-SEQUENCE TO TRUE
                      MOVE TR-CONTROL-KEY TO TR-PRIOR-KEY
                   END-IF
           END-READ.

      *****************************************************************
      * Matches the old master against the transaction file one key
      * at a time and drives the add/change/delete logic
      *****************************************************************
       300-PROCESS-RECORDS.

           EVALUATE TRUE
               WHEN OM-CONTROL-KEY < TR-CONTROL-KEY
      *            No transaction for this address -- carry the
      *            master record forward unchanged
                   PERFORM 320-WRITE-NEW-MASTER
                   PERFORM 200-READ-OLD-MASTER
               WHEN TR-CONTROL-KEY < OM-CONTROL-KEY
      *            Transaction for an address not on the old master --
      *            only an ADD is valid here
                   PERFORM 330-PROCESS-UNMATCHED-TRANS
                   PERFORM 210-READ-TRANSACTION
               WHEN OTHER
      *            Transaction matches an existing address -- CHANGE
      *            or DELETE is valid, a duplicate ADD is an error
                   PERFORM 340-PROCESS-MATCHED-TRANS
                   PERFORM 200-READ-OLD-MASTER
                   PERFORM 210-READ-TRANSACTION
           END-EVALUATE.

      *****************************************************************
      * Writes the current old master record to the new master file
      * unchanged
      *****************************************************************
       320-WRITE-NEW-MASTER.

           MOVE BILL-TO-ADDRESS-RECORD TO NEW-BILL-TO-RECORD.
           WRITE NEW-BILL-TO-RECORD.
           ADD 1 TO RL-RECORDS-WRITTEN.

      *****************************************************************
      * Processes a transaction that has no matching old master
      * record. An added address is built in the work area -- not in
      * the old master record area, which still holds an unwritten
      * master record -- and written here, ahead of the higher-keyed
      * master record still buffered, so the new master stays in
      * customer master order. An add for a key the customer master
      * does not carry would file an address nobody can be billed at,
      * so it is rejected
      *****************************************************************
       330-PROCESS-UNMATCHED-TRANS.

           IF AD-ADD
              PERFORM 335-VALIDATE-ADD-CUSTOMER
           END-IF.
           IF AD-ADD AND NOT CUSTOMER-FOUND
               MOVE SPACES             TO AL-OLD-NAME
               MOVE AD-BILL-TO-NAME    TO AL-NEW-NAME
               MOVE "REJECT"           TO AL-ACTION
               MOVE "NO CUSTOMER"      TO AL-FLAG
               ADD 1 TO ERROR-COUNT
               PERFORM 350-PRINT-AUDIT-LINE
           ELSE
           IF AD-ADD
               MOVE AD-BRANCH-NUMBER   TO AA-BRANCH-NUMBER
               MOVE AD-REGION-NUMBER   TO AA-REGION-NUMBER
               MOVE AD-SALESREP-NUMBER TO AA-SALESREP-NUMBER
               MOVE AD-CUSTOMER-NUMBER TO AA-CUSTOMER-NUMBER
      *        An add keyed with no bill-to name is billed under the
      *        name the customer master carries
               IF AD-BILL-TO-NAME = SPACES
                  MOVE CM-CUSTOMER-NAME TO AA-BILL-TO-NAME
               ELSE
                  MOVE AD-BILL-TO-NAME  TO AA-BILL-TO-NAME
               END-IF
               MOVE AD-ADDRESS-LINE-1  TO AA-ADDRESS-LINE-1
               MOVE AD-ADDRESS-LINE-2  TO AA-ADDRESS-LINE-2
               MOVE AD-CITY            TO AA-CITY
               MOVE AD-STATE           TO AA-STATE
               MOVE AD-ZIP-CODE        TO AA-ZIP-CODE
               MOVE ADD-ADDRESS-WORK   TO NEW-BILL-TO-RECORD
               WRITE NEW-BILL-TO-RECORD
               ADD 1 TO RL-RECORDS-WRITTEN
               SET CW-ADD-RECORD       TO TRUE
               MOVE SPACES             TO CW-BEFORE-KEY
                                          CW-BEFORE-IMAGE
               MOVE NB-RECORD-KEY      TO CW-AFTER-KEY
               MOVE NEW-BILL-TO-RECORD TO CW-AFTER-IMAGE
               PERFORM 360-JOURNAL-MASTER-CHANGE
               MOVE SPACES             TO AL-OLD-NAME
               MOVE AA-BILL-TO-NAME    TO AL-NEW-NAME
               MOVE "ADDED"            TO AL-ACTION
               IF AD-ADDRESS-LINE-1 = SPACES
                  MOVE "NO STREET"     TO AL-FLAG
               ELSE
                  MOVE SPACES          TO AL-FLAG
               END-IF
               ADD 1 TO ADD-COUNT
               PERFORM 350-PRINT-AUDIT-LINE
           ELSE
               MOVE SPACES             TO AL-OLD-NAME AL-NEW-NAME
               MOVE "REJECT"           TO AL-ACTION
               MOVE "NOT ON MASTER"    TO AL-FLAG
               ADD 1 TO ERROR-COUNT
               PERFORM 350-PRINT-AUDIT-LINE
           END-IF
           END-IF.

      *****************************************************************
      * Reads the customer master directly on the add's key. The
      * whole key must match -- an address filed under the wrong
      * branch or rep would never be found by the statement run
      *****************************************************************
       335-VALIDATE-ADD-CUSTOMER.

           MOVE AD-BRANCH-NUMBER   TO CM-BRANCH-NUMBER.
           MOVE AD-REGION-NUMBER   TO CM-REGION-NUMBER.
           MOVE AD-SALESREP-NUMBER TO CM-SALESREP-NUMBER.
           MOVE AD-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   SET CUSTOMER-FOUND TO FALSE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * Processes a transaction that matches an existing old master
      * record by branch/region/salesrep/customer key. A change
      * replaces only the fields the transaction carries
      *****************************************************************
       340-PROCESS-MATCHED-TRANS.

           EVALUATE TRUE
               WHEN AD-CHANGE
                   MOVE BA-RECORD-KEY     TO CW-BEFORE-KEY
                   MOVE BILL-TO-ADDRESS-RECORD TO CW-BEFORE-IMAGE
                   MOVE BA-BILL-TO-NAME   TO AL-OLD-NAME
                   IF AD-BILL-TO-NAME NOT = SPACES
                      MOVE AD-BILL-TO-NAME   TO BA-BILL-TO-NAME
                   END-IF
                   IF AD-ADDRESS-LINE-1 NOT = SPACES
                      MOVE AD-ADDRESS-LINE-1 TO BA-ADDRESS-LINE-1
                   END-IF
                   IF AD-ADDRESS-LINE-2 NOT = SPACES
                      MOVE AD-ADDRESS-LINE-2 TO BA-ADDRESS-LINE-2
                   END-IF
                   IF AD-CITY NOT = SPACES
                      MOVE AD-CITY           TO BA-CITY
                   END-IF
                   IF AD-STATE NOT = SPACES
                      MOVE AD-STATE          TO BA-STATE
                   END-IF
                   IF AD-ZIP-CODE NOT = SPACES
                      MOVE AD-ZIP-CODE       TO BA-ZIP-CODE
                   END-IF
                   MOVE BA-BILL-TO-NAME   TO AL-NEW-NAME
                   PERFORM 320-WRITE-NEW-MASTER
                   SET CW-CHANGE-RECORD    TO TRUE
                   MOVE BA-RECORD-KEY      TO CW-AFTER-KEY
                   MOVE BILL-TO-ADDRESS-RECORD TO CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
                   MOVE "CHANGED"          TO AL-ACTION
                   MOVE SPACES             TO AL-FLAG
                   ADD 1 TO CHANGE-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
               WHEN AD-DELETE
                   MOVE BA-BILL-TO-NAME   TO AL-OLD-NAME
                   MOVE SPACES             TO AL-NEW-NAME
                   MOVE "DELETED"          TO AL-ACTION
                   MOVE SPACES             TO AL-FLAG
                   ADD 1 TO DELETE-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
                   SET CW-DELETE-RECORD    TO TRUE
                   MOVE BA-RECORD-KEY      TO CW-BEFORE-KEY
                   MOVE BILL-TO-ADDRESS-RECORD TO CW-BEFORE-IMAGE
                   MOVE SPACES             TO CW-AFTER-KEY
                                              CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
      *            Record is not written to the new master -- this is
      *            what removes the address from the file
               WHEN OTHER
      *            A duplicate ADD against an existing address
                   MOVE BA-BILL-TO-NAME   TO AL-OLD-NAME
                   MOVE SPACES             TO AL-NEW-NAME
                   MOVE "REJECT"           TO AL-ACTION
                   MOVE "DUPLICATE ADD"    TO AL-FLAG
                   ADD 1 TO ERROR-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
                   PERFORM 320-WRITE-NEW-MASTER
           END-EVALUATE.

      *****************************************************************
      * Prints the heading lines at the top of the audit listing the
      * first time a transaction is processed
      *****************************************************************
       345-PRINT-AUDIT-HEADING.

           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-2 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-3 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           MOVE AUDIT-HEADING-LINE-4 TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
           SET AUDIT-HEADING-PRINTED TO TRUE.

      *****************************************************************
      * Writes one detail line to the audit listing for the
      * transaction just applied (or rejected). The branch and
      * customer identifying an out-of-sequence reject are moved by
      * the sequence check itself; every other caller identifies the
      * transaction by whichever file is driving the match
      *****************************************************************
       350-PRINT-AUDIT-LINE.

           IF NOT AUDIT-HEADING-PRINTED
              PERFORM 345-PRINT-AUDIT-HEADING
           END-IF

           IF AL-ACTION NOT = "REJECT" OR AL-FLAG NOT = "OUT OF SEQ"
              IF TR-CONTROL-KEY < OM-CONTROL-KEY
                 MOVE AD-BRANCH-NUMBER   TO AL-BRANCH-NUMBER
                 MOVE AD-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
              ELSE
                 MOVE BA-BRANCH-NUMBER   TO AL-BRANCH-NUMBER
                 MOVE BA-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
              END-IF
           END-IF

           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the change just applied to the bill-to master -- the
      * caller has set the kind of change and the record images
      * before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the trailer line summarizing the counts of adds,
      * changes, deletes, and rejected transactions for the run
      *****************************************************************
       500-PRINT-AUDIT-TRAILER.

           IF NOT AUDIT-HEADING-PRINTED
              PERFORM 345-PRINT-AUDIT-HEADING
           END-IF
           MOVE ADD-COUNT    TO ATL-ADD-COUNT.
           MOVE CHANGE-COUNT TO ATL-CHANGE-COUNT.
           MOVE DELETE-COUNT TO ATL-DELETE-COUNT.
           MOVE ERROR-COUNT  TO ATL-ERROR-COUNT.
           MOVE AUDIT-TRAILER-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.
