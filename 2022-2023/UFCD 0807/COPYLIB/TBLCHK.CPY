      *****************************************************************
      * TBLCHK.CPY
      * Linkage record for the TBLCHK table-capacity check: the
      * caller names itself and the in-memory table, and passes the
      * entries it holds and the entries it can hold.  Past 80% full
      * TBLCHK appends a "W" warning record to the shared run log and
      * tells the operator, so a table is enlarged or replaced before
      * the day it overflows.
      *****************************************************************
       01  TBLCHK-LINKAGE.
           05  TC-PROGRAM-NAME       PIC X(08).
           05  TC-TABLE-NAME         PIC X(12).
           05  TC-ENTRY-COUNT        PIC 9(07).
           05  TC-CAPACITY           PIC 9(07).
           05  TC-RESULT-CODE        PIC X(01).
               88  TC-WITHIN-LIMIT             VALUE "0".
               88  TC-NEAR-FULL                VALUE "W".
