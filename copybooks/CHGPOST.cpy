      *****************************************************************
      * Title..........: CHGPOST - Change Journal Writer Work Area
      * File Desc......: Communication area passed to the CJW9000
      *                  change journal writer. The calling program
      *                  sets its program ID and the master file it
      *                  maintains and calls with OPEN before its
      *                  first change. Each POST call carries one
      *                  change applied to the master -- the kind of
      *                  change, the record key before and after and
      *                  the master record as it stood before and as
      *                  it was written -- and is journaled as a
      *                  before-image and an after-image record. The
      *                  CLOSE call closes the journal at the end of
      *                  the run
      *****************************************************************
       01  CHANGE-JOURNAL-AREA.
           05  CW-FUNCTION-CODE        PIC X(5).
               88  CW-OPEN-JOURNAL              VALUE "OPEN".
               88  CW-POST-CHANGE               VALUE "POST".
               88  CW-CLOSE-JOURNAL             VALUE "CLOSE".
           05  CW-PROGRAM-ID           PIC X(8).
           05  CW-FILE-NAME            PIC X(8).
           05  CW-CHANGE-KIND          PIC X(6).
               88  CW-ADD-RECORD                VALUE "ADD".
               88  CW-CHANGE-RECORD             VALUE "CHANGE".
               88  CW-DELETE-RECORD             VALUE "DELETE".
               88  CW-MOVE-RECORD               VALUE "MOVE".
               88  CW-PURGE-RECORD              VALUE "PURGE".
           05  CW-BEFORE-KEY           PIC X(20).
           05  CW-AFTER-KEY            PIC X(20).
           05  CW-BEFORE-IMAGE         PIC X(130).
           05  CW-AFTER-IMAGE          PIC X(130).
