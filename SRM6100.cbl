      *                  are cross-checked against CUSTMAST -- a rep
      *                  still carrying customers is not deleted, the
      *                  transaction is rejected onto the audit
      *                  listing instead. Every add, change and
      *                  delete applied is also journaled through
      *                  CJW9000 to the shared change journal as the
      *                  rep record before and after the change
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
                   INPUT  CUSTMAST
                   OUTPUT NEW-SALESREP-MASTER
                   OUTPUT AUDIT-LISTING
              MOVE "SRM6100"  TO CW-PROGRAM-ID
              MOVE "SALESREP" TO CW-FILE-NAME
              SET CW-OPEN-JOURNAL TO TRUE
              CALL "CJW9000" USING CHANGE-JOURNAL-AREA
              PERFORM 100-FORMAT-AUDIT-HEADING
              PERFORM 150-LOAD-REPS-IN-USE
              PERFORM 200-READ-OLD-MASTER
                   UNTIL OLD-MASTER-EOF AND TRANS-EOF
              PERFORM 500-PRINT-AUDIT-TRAILER
              PERFORM 510-MARK-CYCLE-COMPLETE
              SET CW-CLOSE-JOURNAL TO TRUE
              CALL "CJW9000" USING CHANGE-JOURNAL-AREA
              CLOSE OLD-SALESREP-MASTER
                    SALESREP-TRANS
                    CUSTMAST
               MOVE ADD-SALESREP-WORK TO NEW-SALESREP-RECORD
               WRITE NEW-SALESREP-RECORD
               ADD 1 TO RL-RECORDS-WRITTEN
               SET CW-ADD-RECORD       TO TRUE
               MOVE SPACES             TO CW-BEFORE-KEY
                                          CW-BEFORE-IMAGE
               MOVE AS-SALESREP-NUMBER TO CW-AFTER-KEY
               MOVE NEW-SALESREP-RECORD TO CW-AFTER-IMAGE
               PERFORM 360-JOURNAL-MASTER-CHANGE
               MOVE SPACES             TO AL-OLD-NAME
               MOVE ST-SALESREP-NAME   TO AL-NEW-NAME
               MOVE "ADDED"            TO AL-ACTION

           EVALUATE TRUE
               WHEN ST-CHANGE
                   MOVE SM-SALESREP-NUMBER TO CW-BEFORE-KEY
                   MOVE SALESREP-MASTER-RECORD TO CW-BEFORE-IMAGE
                   MOVE SM-SALESREP-NAME  TO AL-OLD-NAME
                   MOVE ST-SALESREP-NAME  TO SM-SALESREP-NAME
                   MOVE SM-SALESREP-NAME  TO AL-NEW-NAME
                   MOVE SALESREP-MASTER-RECORD TO NEW-SALESREP-RECORD
                   WRITE NEW-SALESREP-RECORD
                   ADD 1 TO RL-RECORDS-WRITTEN
                   SET CW-CHANGE-RECORD    TO TRUE
                   MOVE SM-SALESREP-NUMBER TO CW-AFTER-KEY
                   MOVE NEW-SALESREP-RECORD TO CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
                   MOVE "CHANGED"          TO AL-ACTION
                   MOVE SPACES             TO AL-FLAG
                   ADD 1 TO CHANGE-COUNT
              MOVE SPACES             TO AL-FLAG
              ADD 1 TO DELETE-COUNT
              PERFORM 350-PRINT-AUDIT-LINE
              SET CW-DELETE-RECORD    TO TRUE
              MOVE SM-SALESREP-NUMBER TO CW-BEFORE-KEY
              MOVE SALESREP-MASTER-RECORD TO CW-BEFORE-IMAGE
              MOVE SPACES             TO CW-AFTER-KEY
                                         CW-AFTER-IMAGE
              PERFORM 360-JOURNAL-MASTER-CHANGE
           END-IF.

      *****************************************************************
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the change just applied to the sales rep master --
      * the caller has set the kind of change and the record images
      * before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the trailer line summarizing the counts of adds,
      * changes, deletes, and rejected transactions for the run
