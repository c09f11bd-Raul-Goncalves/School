      *****************************************************************
      * REBAGR.CPY
      * Volume-rebate agreement, one per customer, keyed on the
      * customer number: whether the rebate is settled yearly (A)
      * or quarterly (Q), and up to five tiers in ascending order -
      * once the period's qualifying net sales pass a tier's
      * threshold, that tier's percentage applies to the whole of
      * them (e.g. 2% past 10,000.00, 3% past 25,000.00).  REBMNT
      * keeps the agreements; REBRUN settles them and records the
      * last period settled, so a period is never rebated twice.
      *****************************************************************
       01  REBATE-AGREEMENT-RECORD.
           05  RB-CUST-NUMBER        PIC 9(05).
           05  RB-PERIOD             PIC X(01).
               88  RB-ANNUAL                   VALUE "A".
               88  RB-QUARTERLY                VALUE "Q".
               88  RB-PERIOD-VALID             VALUES "A" "Q".
           05  RB-STATUS             PIC X(01).
               88  RB-ACTIVE                   VALUES "A" SPACE.
               88  RB-SUSPENDED                VALUE "S".
           05  RB-TIER-COUNT         PIC 9(01).
           05  RB-TIER OCCURS 5 TIMES.
               10  RB-THRESHOLD      PIC 9(7)V99.
               10  RB-PCT            PIC V999.
           05  RB-LAST-PERIOD-END    PIC 9(08).
           05  RB-LAST-NOTE          PIC 9(06).
           05  RB-LAST-AMOUNT        PIC 9(6)V99.
