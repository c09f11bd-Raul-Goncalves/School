      *****************************************************************
      * WQRAISE.CPY
      * Linkage record for the WQRAISE subprogram: the caller names
      * the kind of item, the reference of the record behind it, a
      * line of description, the operator level needed to clear it
      * and itself as the raising program.  WQRAISE puts the item on
      * the WORKQ operator work queue dated with the business date
      * and says whether it was raised, was already there from an
      * earlier run, or could not be written.
      *****************************************************************
       01  WQRAISE-LINKAGE.
           05  WR-ITEM-TYPE          PIC X(08).
           05  WR-REFERENCE          PIC X(24).
           05  WR-DESCRIPTION        PIC X(50).
           05  WR-REQUIRED-LEVEL     PIC 9(01).
           05  WR-RAISED-BY          PIC X(08).
           05  WR-RESULT-CODE        PIC X(01).
               88  WR-RAISED                   VALUE "0".
               88  WR-ALREADY-QUEUED           VALUE "D".
               88  WR-FAILED                   VALUE "1".
