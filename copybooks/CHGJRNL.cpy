      *****************************************************************
      * Title..........: CHGJRNL - Master File Change Journal
      * File Desc......: Record layout for the shared change journal,
      *                  appended to through the CJW9000 journal writer
      *                  by every master maintenance program -- CMM6400,
      *                  SRM6100, BMM6900, CRM7100, PLM8000, CTR7900,
      *                  CMP8400 and BAM8500. Each change applied to a
      *                  master lands as a before-image record and an
      *                  after-image record of the master record (an add
      *                  has only an after image, a delete or purge only
      *                  a before image), stamped with the business date
      *                  and cycle it was made under, the program, the
      *                  master file, the record key and the kind of
      *                  change. The two images of one change share the
      *                  run stamp and change sequence number. A
      *                  transfer carries the old key on its before
      *                  image and the new key on its after image.
      *                  CJI9100 reports from the file by key, file,
      *                  program or business date range
      *****************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-BUSINESS-DATE         PIC 9(8).
           05  CJ-CYCLE-NUMBER          PIC 9(5).
           05  CJ-PROGRAM-ID            PIC X(8).
           05  CJ-FILE-NAME             PIC X(8).
           05  CJ-RECORD-KEY            PIC X(20).
           05  CJ-CHANGE-KIND           PIC X(6).
               88  CJ-ADD-RECORD                 VALUE "ADD".
               88  CJ-CHANGE-RECORD              VALUE "CHANGE".
               88  CJ-DELETE-RECORD              VALUE "DELETE".
               88  CJ-MOVE-RECORD                VALUE "MOVE".
               88  CJ-PURGE-RECORD               VALUE "PURGE".
           05  CJ-IMAGE-TYPE            PIC X(1).
               88  CJ-BEFORE-IMAGE               VALUE "B".
               88  CJ-AFTER-IMAGE                VALUE "A".
           05  CJ-RUN-STAMP.
               10  CJ-RUN-DATE          PIC 9(8).
               10  CJ-RUN-TIME          PIC 9(6).
           05  CJ-CHANGE-SEQUENCE       PIC 9(7).
           05  CJ-RECORD-IMAGE          PIC X(130).
           05  FILLER                   PIC X(13).
