      *****************************************************************
      * Title..........: MASTGEN - Master File Generation Register
      * File Desc......: One record per master file JSD8900 promotes
      *                  -- the generation now current, and when and
      *                  by which program it was written. The master
      *                  it replaced is kept under the master's name
      *                  suffixed .G and the four-digit generation
      *                  number it had while it was current, and the
      *                  oldest backup past the retention count is
      *                  removed at each promotion
      *****************************************************************
       01  MASTER-GENERATION-RECORD.
           05  MG-MASTER-NAME          PIC X(20).
           05  MG-CURRENT-GENERATION   PIC 9(4).
           05  MG-PROMOTED-DATE        PIC 9(8).
           05  MG-PROMOTED-TIME        PIC 9(6).
           05  MG-PROMOTED-BY          PIC X(8).
           05  FILLER                  PIC X(34).
