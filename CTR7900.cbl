      *                  BRCHMAST, is rejected onto the audit
      *                  listing before any customer moves. Every
      *                  customer moved is shown on the audit
      *                  listing with its key before and after, and
      *                  is journaled through CJW9000 to the shared
      *                  change journal as the customer record under
      *                  its old key and under its new key
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
              ELSE
                 OPEN INPUT  OLD-CUSTOMER-MASTER
                      OUTPUT NEW-CUSTOMER-MASTER
                 MOVE "CTR7900"  TO CW-PROGRAM-ID
                 MOVE "CUSTMAST" TO CW-FILE-NAME
                 SET CW-OPEN-JOURNAL TO TRUE
                 CALL "CJW9000" USING CHANGE-JOURNAL-AREA
                 SORT SORT-WORK-FILE
                     ON ASCENDING KEY SW-RECORD-KEY
                     INPUT PROCEDURE 300-TRANSFER-CUSTOMERS
                     OUTPUT PROCEDURE 400-WRITE-NEW-MASTER
                 SET CW-CLOSE-JOURNAL TO TRUE
                 CALL "CJW9000" USING CHANGE-JOURNAL-AREA
                 CLOSE OLD-CUSTOMER-MASTER
                       NEW-CUSTOMER-MASTER
              END-IF
      * Rewrites the matched customer's key fields to the transfer's
      * target and prints the before/after audit line. Everything
      * past the key -- the name, all six sales buckets and the
      * credit fields -- rides along untouched in the record area.
      * The record is journaled under both keys, so a history asked
      * for by either the old or the new key shows the move
      *****************************************************************
       330-MOVE-CUSTOMER.

           MOVE CM-RECORD-KEY      TO CW-BEFORE-KEY.
           MOVE CUSTOMER-MASTER-RECORD TO CW-BEFORE-IMAGE.
           MOVE "MOVED"            TO AL-ACTION.
           MOVE CM-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO AL-CUSTOMER-NAME.
           ADD 1 TO MOVED-COUNT.
           PERFORM 350-PRINT-AUDIT-LINE.

           SET CW-MOVE-RECORD      TO TRUE.
           MOVE CM-RECORD-KEY      TO CW-AFTER-KEY.
           MOVE CUSTOMER-MASTER-RECORD TO CW-AFTER-IMAGE.
           SET CW-POST-CHANGE      TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the heading lines at the top of the audit listing the
      * first time a line is printed
