      *****************************************************************
      * SALESREP.CPY
      * Salesperson master, keyed on the three-character code the
      * customer master carries in CU-SALESREP-CODE.  SR-EMP-ID is
      * the salesperson's EMPLOYEE-PAY number, so the commission
      * COMMRUN works out each month reaches NETPAY as a type "J"
      * pay line; SR-COMM-PCT is the rate on the net of collected
      * invoices (and clawed back on credit notes).  REPMNT keeps
      * the file; COMMRUN records the last month it paid and the
      * amount, so a month is never paid twice.
      *****************************************************************
       01  SALESREP-RECORD.
           05  SR-CODE               PIC X(03).
           05  SR-NAME               PIC X(25).
           05  SR-EMP-ID             PIC 9(05).
           05  SR-COMM-PCT           PIC V999.
           05  SR-STATUS             PIC X(01).
               88  SR-ACTIVE                   VALUES "A" SPACE.
               88  SR-INACTIVE                 VALUE "X".
           05  SR-LAST-MONTH         PIC 9(06).
           05  SR-LAST-AMOUNT        PIC S9(7)V99.
