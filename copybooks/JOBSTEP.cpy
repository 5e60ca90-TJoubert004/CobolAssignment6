      *****************************************************************
      * Title..........: JOBSTEP - Job Stream Step Table Record
      * File Desc......: One record per step of the nightly job
      *                  stream, in the order JSD8900 runs them --
      *                  the step number, the program and the run
      *                  parameter it is started with, the highest
      *                  return code the step may finish with and
      *                  still let the stream go on, and, for a step
      *                  that writes a new master, the name of the
      *                  master and of the new master it writes,
      *                  which JSD8900 promotes over the old one once
      *                  the step has finished cleanly. A blank or
      *                  non-numeric highest return code is taken as
      *                  4, the suite's return code for a run that
      *                  finished with rejects
      *****************************************************************
       01  JOB-STEP-RECORD.
           05  JS-STEP-NUMBER          PIC 9(3).
           05  JS-PROGRAM-ID           PIC X(8).
           05  JS-RUN-PARAMETER        PIC X(20).
           05  JS-MAX-RETURN-CODE      PIC X(2).
           05  JS-MASTER-NAME          PIC X(20).
           05  JS-NEW-MASTER-NAME      PIC X(20).
           05  FILLER                  PIC X(7).
