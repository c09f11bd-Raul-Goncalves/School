      * Cost-center master record, keyed on the 3-digit center id:
      * the name and responsible manager the budget reports used to
      * need a photocopied legend for.  Maintained by CCMNT.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added CM-PAYROLL-DEPT, the EMP-DEPT whose staff
      *                 cost NETPAY charges to the center (blank for
      *                 none); record widened to 57.
      *****************************************************************
       01  COST-CENTER-MASTER-RECORD.
           05  CM-CENTER-ID          PIC 9(03).
           05  CM-NAME               PIC X(25).
           05  CM-MANAGER            PIC X(25).
           05  CM-PAYROLL-DEPT       PIC X(04).
