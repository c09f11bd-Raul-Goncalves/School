      *****************************************************************
      * EMPHIST.CPY
      * Employment-history record, keyed on the employee id, the date
      * the event took effect and a sequence within that date, so an
      * employee's records read back in the order things happened.
      * EMPMAINT writes one as each change is made: H the hire (or,
      * for an employee already on file before the history began,
      * the state found at the first change), P a new position, D a
      * department move, S a base pay change, T the termination.
      * Every record carries the department, position and base pay
      * in force after the event and, beside them, the ones before
      * it - so the state on any date is the latest record on or
      * before it, and the one before the first record is that
      * record's HS-PREV- fields.  HEADCNT counts from it.
      *****************************************************************
       01  EMPLOYMENT-HISTORY-RECORD.
           05  HS-KEY.
               10  HS-EMP-ID         PIC 9(05).
               10  HS-EFFECTIVE-DATE PIC 9(08).
               10  HS-SEQUENCE       PIC 9(03).
           05  HS-EVENT-TYPE         PIC X(01).
               88  HS-HIRE                     VALUE "H".
               88  HS-POSITION-CHANGE          VALUE "P".
               88  HS-DEPT-MOVE                VALUE "D".
               88  HS-PAY-CHANGE               VALUE "S".
               88  HS-TERMINATION              VALUE "T".
           05  HS-DEPT               PIC X(04).
           05  HS-POSITION           PIC X(20).
           05  HS-BASE-PAY           PIC 9(4)V99.
           05  HS-PREV-DEPT          PIC X(04).
           05  HS-PREV-POSITION      PIC X(20).
           05  HS-PREV-BASE-PAY      PIC 9(4)V99.
           05  HS-PAY-FREQ           PIC X(01).
           05  HS-OPERATOR           PIC X(10).
           05  HS-ENTRY-DATE         PIC 9(08).
