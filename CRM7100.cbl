      *                  rate file and an audit listing of every
      *                  change applied. Built the same way as
      *                  SRM6100, which does the same job for the
      *                  sales rep master. Every add, change and
      *                  delete applied is also journaled through
      *                  CJW9000 to the shared change journal as the
      *                  rate record before and after the change
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
                INPUT  RATE-TRANS
                OUTPUT NEW-RATE-MASTER
                OUTPUT AUDIT-LISTING.
           MOVE "CRM7100"  TO CW-PROGRAM-ID.
           MOVE "COMRATE"  TO CW-FILE-NAME.
           SET CW-OPEN-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           PERFORM 100-FORMAT-AUDIT-HEADING.
           PERFORM 200-READ-OLD-MASTER.
           PERFORM 210-READ-TRANSACTION.
                WITH TEST AFTER
                UNTIL OLD-MASTER-EOF AND TRANS-EOF.
           PERFORM 500-PRINT-AUDIT-TRAILER.
           SET CW-CLOSE-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           CLOSE OLD-RATE-MASTER
                 RATE-TRANS
                 NEW-RATE-MASTER
               MOVE ADD-RATE-WORK      TO NEW-RATE-RECORD
               WRITE NEW-RATE-RECORD
               ADD 1 TO RL-RECORDS-WRITTEN
               SET CW-ADD-RECORD       TO TRUE
               MOVE SPACES             TO CW-BEFORE-KEY
                                          CW-BEFORE-IMAGE
               MOVE AR-SALESREP-NUMBER TO CW-AFTER-KEY
               MOVE NEW-RATE-RECORD    TO CW-AFTER-IMAGE
               PERFORM 360-JOURNAL-MASTER-CHANGE
               MOVE SPACES             TO AL-OLD-RATE-R
               MOVE RT-COMMISSION-RATE TO AL-NEW-RATE
               MOVE "ADDED"            TO AL-ACTION

           EVALUATE TRUE
               WHEN RT-CHANGE
                   MOVE CR-SALESREP-NUMBER TO CW-BEFORE-KEY
                   MOVE COMMISSION-RATE-RECORD TO CW-BEFORE-IMAGE
                   MOVE CR-COMMISSION-RATE TO AL-OLD-RATE
                   MOVE RT-COMMISSION-RATE TO CR-COMMISSION-RATE
                   MOVE CR-COMMISSION-RATE TO AL-NEW-RATE
                   PERFORM 320-WRITE-NEW-MASTER
                   SET CW-CHANGE-RECORD    TO TRUE
                   MOVE CR-SALESREP-NUMBER TO CW-AFTER-KEY
                   MOVE COMMISSION-RATE-RECORD TO CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
                   MOVE "CHANGED"          TO AL-ACTION
                   ADD 1 TO CHANGE-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
                   MOVE "DELETED"          TO AL-ACTION
                   ADD 1 TO DELETE-COUNT
                   PERFORM 350-PRINT-AUDIT-LINE
                   SET CW-DELETE-RECORD    TO TRUE
                   MOVE CR-SALESREP-NUMBER TO CW-BEFORE-KEY
                   MOVE COMMISSION-RATE-RECORD TO CW-BEFORE-IMAGE
                   MOVE SPACES             TO CW-AFTER-KEY
                                              CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
      *            Record is not written to the new rate file -- this
      *            is what removes the rep's rate
               WHEN OTHER
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the change just applied to the rate file -- the
      * caller has set the kind of change and the record images
      * before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the trailer line summarizing the counts of adds,
      * changes, deletes, and rejected transactions for the run
