      *****************************************************************
      * Title..........: STRMCTL - Job Stream Restart Control Record
      * File Desc......: Single-record checkpoint JSD8900 rewrites as
      *                  the nightly stream moves from step to step --
      *                  whether the stream is running, failed or
      *                  complete, the step the next submission starts
      *                  at, and whether that step still has to run
      *                  or only has its new master left to promote.
      *                  A failed or interrupted stream is resumed
      *                  from here instead of from the top
      *****************************************************************
       01  STREAM-CONTROL-RECORD.
           05  SC-STREAM-STATUS        PIC X(1).
               88  SC-STREAM-RUNNING            VALUE "R".
               88  SC-STREAM-FAILED             VALUE "F".
               88  SC-STREAM-COMPLETE           VALUE "C".
           05  SC-RESTART-STEP         PIC 9(3).
           05  SC-RESTART-PHASE        PIC X(1).
               88  SC-RUN-STEP                  VALUE "R".
               88  SC-PROMOTE-ONLY              VALUE "P".
           05  SC-FAILED-PROGRAM       PIC X(8).
           05  SC-FAILED-RETURN-CODE   PIC 9(2).
           05  SC-UPDATE-DATE          PIC 9(8).
           05  SC-UPDATE-TIME          PIC 9(6).
           05  FILLER                  PIC X(51).
