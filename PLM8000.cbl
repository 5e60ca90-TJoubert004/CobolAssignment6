      *                  transaction is rejected onto the audit
      *                  listing instead, so the product sales
      *                  report never loses the name for a line
      *                  that still has dollars on it. Every add,
      *                  change and delete applied is also journaled
      *                  through CJW9000 to the shared change journal
      *                  as the line record before and after the
      *                  change
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
                INPUT  PRODUCT-SALES-FILE
                OUTPUT NEW-PRODUCT-LINE
                OUTPUT AUDIT-LISTING.
           MOVE "PLM8000"  TO CW-PROGRAM-ID.
           MOVE "PRODLINE" TO CW-FILE-NAME.
           SET CW-OPEN-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           PERFORM 100-FORMAT-AUDIT-HEADING.
           PERFORM 150-LOAD-LINES-IN-USE.
           IF USE-TABLE-FULL
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           SET CW-CLOSE-JOURNAL TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.
           CLOSE OLD-PRODUCT-LINE
                 PRODUCT-LINE-TRANS
                 PRODUCT-SALES-FILE
               MOVE ADD-PRODUCT-LINE-WORK TO NEW-PRODUCT-LINE-RECORD
               WRITE NEW-PRODUCT-LINE-RECORD
               ADD 1 TO RL-RECORDS-WRITTEN
               SET CW-ADD-RECORD         TO TRUE
               MOVE SPACES               TO CW-BEFORE-KEY
                                            CW-BEFORE-IMAGE
               MOVE AP-PRODUCT-LINE      TO CW-AFTER-KEY
               MOVE NEW-PRODUCT-LINE-RECORD TO CW-AFTER-IMAGE
               PERFORM 360-JOURNAL-MASTER-CHANGE
               MOVE SPACES               TO AL-OLD-NAME
               MOVE PT-PRODUCT-LINE-NAME TO AL-NEW-NAME
               MOVE "ADDED"              TO AL-ACTION

           EVALUATE TRUE
               WHEN PT-CHANGE
                   MOVE PL-PRODUCT-LINE      TO CW-BEFORE-KEY
                   MOVE PRODUCT-LINE-RECORD  TO CW-BEFORE-IMAGE
                   MOVE PL-PRODUCT-LINE-NAME TO AL-OLD-NAME
                   MOVE PT-PRODUCT-LINE-NAME TO PL-PRODUCT-LINE-NAME
                   MOVE PL-PRODUCT-LINE-NAME TO AL-NEW-NAME
                   PERFORM 320-WRITE-NEW-MASTER
                   SET CW-CHANGE-RECORD      TO TRUE
                   MOVE PL-PRODUCT-LINE      TO CW-AFTER-KEY
                   MOVE PRODUCT-LINE-RECORD  TO CW-AFTER-IMAGE
                   PERFORM 360-JOURNAL-MASTER-CHANGE
                   MOVE "CHANGED"            TO AL-ACTION
                   MOVE SPACES               TO AL-FLAG
                   ADD 1 TO CHANGE-COUNT
              MOVE SPACES               TO AL-FLAG
              ADD 1 TO DELETE-COUNT
              PERFORM 350-PRINT-AUDIT-LINE
              SET CW-DELETE-RECORD      TO TRUE
              MOVE PL-PRODUCT-LINE      TO CW-BEFORE-KEY
              MOVE PRODUCT-LINE-RECORD  TO CW-BEFORE-IMAGE
              MOVE SPACES               TO CW-AFTER-KEY
                                           CW-AFTER-IMAGE
              PERFORM 360-JOURNAL-MASTER-CHANGE
           END-IF.

      *****************************************************************
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the change just applied to the product-line file --
      * the caller has set the kind of change and the record images
      * before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * Prints the trailer line summarizing the counts of adds,
      * changes, deletes, and rejected transactions for the run
