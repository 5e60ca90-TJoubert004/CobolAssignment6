      *                  activity check works by customer number, so
      *                  a number active under any branch protects
      *                  every record carrying it -- the purge errs
      *                  on the side of keeping a customer. Every
      *                  customer purged or restored is journaled
      *                  through CJW9000 to the shared change journal
      *                  -- a purge as the record taken off the
      *                  master, a restore as an add of the record
      *                  put back
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
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AUDIT-LISTING
              MOVE "CMP8400"  TO CW-PROGRAM-ID
              MOVE "CUSTMAST" TO CW-FILE-NAME
              SET CW-OPEN-JOURNAL TO TRUE
              CALL "CJW9000" USING CHANGE-JOURNAL-AREA
              PERFORM 150-FORMAT-AUDIT-HEADING
              IF PURGE-RUN
                 PERFORM 200-RUN-PURGE-PASS
                 PERFORM 600-RUN-RESTORE-PASS
              END-IF
              PERFORM 500-PRINT-AUDIT-TRAILER
              SET CW-CLOSE-JOURNAL TO TRUE
              CALL "CJW9000" USING CHANGE-JOURNAL-AREA
              CLOSE AUDIT-LISTING
           END-IF.
           MOVE READ-COUNT  TO RL-RECORDS-READ.
           MOVE CM-CUSTOMER-NAME    TO AL-CUSTOMER-NAME.
           MOVE SPACES              TO AL-FLAG.
           PERFORM 350-PRINT-AUDIT-LINE.
           SET CW-PURGE-RECORD      TO TRUE.
           MOVE CM-RECORD-KEY       TO CW-BEFORE-KEY.
           MOVE CUSTOMER-MASTER-RECORD TO CW-BEFORE-IMAGE.
           MOVE SPACES              TO CW-AFTER-KEY
                                       CW-AFTER-IMAGE.
           PERFORM 360-JOURNAL-MASTER-CHANGE.

       350-PRINT-AUDIT-LINE.

           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

      *****************************************************************
      * Journals the purge or restore just applied to the customer
      * master -- the caller has set the kind of change and the
      * record images before and after it
      *****************************************************************
       360-JOURNAL-MASTER-CHANGE.

           SET CW-POST-CHANGE TO TRUE.
           CALL "CJW9000" USING CHANGE-JOURNAL-AREA.

      *****************************************************************
      * The restore pass: the old master and the archive records
      * being reinstated are run through a sort on the master key
           MOVE CA-CUSTOMER-NAME    TO AL-CUSTOMER-NAME.
           MOVE SPACES              TO AL-FLAG.
           PERFORM 350-PRINT-AUDIT-LINE.
           SET CW-ADD-RECORD        TO TRUE.
           MOVE SPACES              TO CW-BEFORE-KEY
                                       CW-BEFORE-IMAGE.
           MOVE RESTORE-CUSTOMER-WORK TO CW-AFTER-IMAGE.
           MOVE CW-AFTER-IMAGE (1:10) TO CW-AFTER-KEY.
           PERFORM 360-JOURNAL-MASTER-CHANGE.

       650-RELEASE-MASTER-RECORD.

