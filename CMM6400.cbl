      *                  tomorrow's reports. The credit limit and
      *                  credit-hold flag on the master are
      *                  maintained through the same add and change
      *                  transactions. Every add, change and delete
      *                  applied is also journaled through CJW9000 to
      *                  the shared change journal as the customer
      *                  record before and after the change
      * File Desc......: Defines the sole source code for application
      *****************************************************************
       IDENTIFICATION DIVISION.
      * Work area for the RHL7800 run-history logging calls
       COPY RUNLOG.

      * Work area for the CJW9000 change journal calls
       COPY CHGPOST.

      *****************************************************************
      * Define all lines printed on the audit listing
      *****************************************************************
                INPUT  INPUT-BRCHMAST
                OUTPUT NEW-CUSTOMER-MASTER
                OUTPUT AUDIT-LISTING.
           MOVE "CMM6400"  TO CW-PROGRAM-ID.
           MOVE "CUSTMAST" TO CW-FILE-NAME.
           SET CW-OPEN-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           PERFORM 100-FORMAT-AUDIT-HEADING.
           PERFORM 120-LOAD-SALESREP-TABLE.
           PERFORM 130-LOAD-BRANCH-TABLE.
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           SET CW-CLOSE-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           CLOSE OLD-CUSTOMER-MASTER
                 CUSTOMER-TRANS
                 INPUT-SALESREP
               MOVE ADD-CUSTOMER-WORK  TO NEW-CUSTOMER-RECORD
               WRITE NEW-CUSTOMER-RECORD
               ADD 1 TO RL-RECORDS-WRITTEN
               SET CW-ADD-RECORD       TO TRUE
               MOVE SPACES             TO CW-BEFORE-KEY
                                          CW-BEFORE-IMAGE
               MOVE NC-RECORD-KEY      TO CW-AFTER-KEY
               MOVE NEW-CUSTOMER-RECORD TO CW-AFTER-IMAGE
               PERFORM 360-JOURNAL-MASTER-CHANGE
               MOVE SPACES             TO AL-OLD-NAME
               MOVE CT-CUSTOMER-NAME   TO AL-NEW-NAME
               MOVE "ADDED"            TO AL-ACTION

           EVALUATE TRUE
               WHEN CT-CHANGE
                   MOVE CM-RECORD-KEY     TO CW-BEFORE-KEY
                   MOVE CUSTOMER-MASTER-RECORD TO CW-BEFORE-IMAGE
                   MOVE CM-CUSTOMER-NAME  TO AL-OLD-NAME
                   MOVE CT-CUSTOMER-NAME  TO CM-CUSTOMER-NAME
                   MOVE CM-CUSTOMER-NAME  TO AL-NEW-NAME
                         TO CM-CREDIT-HOLD-FLAG
                   END-IF
                   PERFORM 320-WRITE-NEW-MASTER
                   SET CW-CHANGE-RECORD    TO TRUE
                   MOVE CM-RECORD-KEY      TO CW-AFTER-KEY
                   MOVE CUSTOMER-MASTER-RECORD TO CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
                   MOVE "CHANGED"          TO AL-ACTION
                   MOVE SPACES             TO AL-FLAG
                   ADD 1 TO CHANGE-COUNT
                   END-IF
                   ADD 1 TO DELETE-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
                   SET CW-DELETE-RECORD    TO TRUE
                   MOVE CM-RECORD-KEY      TO CW-BEFORE-KEY
                   MOVE CUSTOMER-MASTER-RECORD TO CW-BEFORE-IMAGE
                   MOVE SPACES             TO CW-AFTER-KEY
                                              CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
      *            Record is not written to the new master -- this is
      *            what removes the customer from the file
               WHEN OTHER
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the change just applied to the customer master --
      * the caller has set the kind of change and the record images
      * before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the trailer line summarizing the counts of adds,
      * changes, deletes, and rejected transactions for the run
