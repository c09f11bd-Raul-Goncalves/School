      *****************************************************************
      * LABDONE.CPY
      * One record per NETPAY run LABDIST has distributed, keyed on
      * the run's pay period and run kind, so the same LABCOST is
      * never posted to the GL and the labour actuals twice.
      *****************************************************************
       01  LABOUR-DONE-RECORD.
           05  LD-KEY.
               10  LD-PAY-PERIOD     PIC 9(08).
               10  LD-RUN-KIND       PIC X(01).
           05  LD-DIST-DATE          PIC 9(08).
           05  LD-DEFAULT-CENTER     PIC 9(03).
           05  LD-TOTAL-COST         PIC 9(9)V99.
