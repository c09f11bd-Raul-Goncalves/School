      *****************************************************************
      * PROVHST.CPY
      * Doubtful-debt provision history - one appended record per
      * ARPROV month-end run: the open receivables in the ARAGE age
      * buckets (current / 30 / 60 / 90+), the percentage provided
      * on each, the provision that results and the change posted
      * to the ledger against the previous run's provision.  The
      * last record on the file is the provision standing.
      *****************************************************************
       01  PROVISION-HISTORY-REC.
           05  PV-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PV-BUCKET OCCURS 4 TIMES.
               10  PV-BUCKET-AMOUNT  PIC 9(8)V99.
               10  FILLER            PIC X(01) VALUE SPACES.
               10  PV-BUCKET-PCT     PIC 9(03).
               10  FILLER            PIC X(01) VALUE SPACES.
           05  PV-PROVISION          PIC 9(8)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PV-CHANGE             PIC S9(8)V99
                                     SIGN IS LEADING SEPARATE.
