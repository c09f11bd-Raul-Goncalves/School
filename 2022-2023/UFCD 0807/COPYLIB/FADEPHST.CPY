      *****************************************************************
      * FADEPHST.CPY
      * Fixed-asset depreciation history - one line per asset per
      * FADEPR run that charged it: the period (AAAAMM) the charge
      * was posted under and the amount.  FAREG adds the lines up to
      * a period to the opening accumulated depreciation, so the
      * register can be stated as at any closed period and agreed
      * to that period's GLBAL closings.
      *****************************************************************
       01  FA-HISTORY-RECORD.
           05  FH-ASSET-NUMBER       PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FH-PERIOD             PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FH-AMOUNT             PIC 9(8)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FH-POST-DATE          PIC 9(08).
