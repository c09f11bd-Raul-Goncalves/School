      *****************************************************************
      * INSTPLAN.CPY
      * Tuition instalment plan, one per enrollment, keyed student +
      * course like the STUOPEN ledger and maintained by INSTMNT:
      * the number of instalments and, for each, its due date and
      * amount - monthly from the first due date unless re-keyed,
      * always in due-date order and adding up to the course's
      * CRS-FEE.  TUITBILL bills one STUOPEN charge per instalment
      * instead of the whole fee; the plan can no longer be changed
      * once the enrollment is billed.
      *****************************************************************
       01  INSTALMENT-PLAN-RECORD.
           05  IP-KEY.
               10  IP-NUMERO         PIC 9(04).
               10  IP-CRS-CODE       PIC X(06).
           05  IP-INSTALMENT-COUNT   PIC 9(02).
           05  IP-INSTALMENT OCCURS 12 TIMES.
               10  IP-DUE-DATE       PIC 9(08).
               10  IP-AMOUNT         PIC 9(5)V99.
           05  IP-CREATED-BY         PIC X(10).
           05  IP-CREATED-DATE       PIC 9(08).
