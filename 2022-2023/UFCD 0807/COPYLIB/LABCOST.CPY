      *****************************************************************
      * LABCOST.CPY
      * Labour-cost record - one per employee paid by a live NETPAY
      * run: the gross the run paid and the employer social security
      * charged on it, under the run's pay period and run kind.  The
      * file holds the last live run only; LABDIST spreads it over
      * the cost centers by the TIMESHT hours.
      *****************************************************************
       01  LABOUR-COST-RECORD.
           05  LC-PAY-PERIOD         PIC 9(08).
           05  LC-RUN-KIND           PIC X(01).
           05  LC-EMP-ID             PIC 9(05).
           05  LC-DEPT               PIC X(04).
           05  LC-PAY-FREQ           PIC X(01).
           05  LC-GROSS              PIC 9(7)V99.
           05  LC-ER-CHARGES         PIC 9(7)V99.
