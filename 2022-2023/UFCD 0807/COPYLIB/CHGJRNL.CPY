      * the journal on top of the restored masters up to the moment
      * of failure - the day's keyed work stops being re-keyed from
      * memory.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  CJ-RECORD-IMAGE widened to 250 bytes - the
      *                 customer record outgrew 120 once it carried
      *                 its postal address.
      *****************************************************************
       01  CHGJRNL-LINKAGE.
           05  CJ-FILE-NAME          PIC X(08).
               88  CJ-OP-REWRITE               VALUE "R".
               88  CJ-OP-DELETE                VALUE "D".
           05  CJ-OPERATOR           PIC X(10).
           05  CJ-RECORD-IMAGE       PIC X(250).
