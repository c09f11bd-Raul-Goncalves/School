      *****************************************************************
      * PAYHIST.CPY
      * Payroll history record, keyed on the employee id, the pay
      * period, the run kind (R/F/N/S, as NETPAY) and a sequence -
      * 00 the employee's pay in that run, 01 up the retro
      * adjustments posted with it.  Every live NETPAY run appends
      * one as it posts the employee, with every figure the payslip
      * printed (in euros, after conversion from the employee's
      * currency at the rate shown) and the YTD as it stood after
      * the run, so PAYINQ can answer what was paid when and print
      * the payslip again.  A rerun of the period after an abend
      * writes the same record over itself.
      *****************************************************************
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-EMP-ID         PIC 9(05).
               10  PH-PAY-PERIOD     PIC 9(08).
               10  PH-RUN-KIND       PIC X(01).
               10  PH-SEQUENCE       PIC 9(02).
           05  PH-ENTRY-TYPE         PIC X(01).
               88  PH-PAY-ENTRY                VALUE "P".
               88  PH-ADJ-ENTRY                VALUE "J".
           05  PH-RUN-DATE           PIC 9(08).
           05  PH-EMP-NAME           PIC X(25).
           05  PH-DEPT               PIC X(04).
           05  PH-PAY-FREQ           PIC X(01).
           05  PH-CURRENCY-CODE      PIC X(03).
           05  PH-CURRENCY-RATE      PIC 9(3)V9999.
           05  PH-GROSS              PIC 9(6)V99.
           05  PH-TAXA               PIC 9(6)V99.
           05  PH-PR                 PIC 9(6)V99.
           05  PH-PENSAO             PIC 9(6)V99.
           05  PH-COBRANCA           PIC 9(6)V99.
           05  PH-SUB-HOL            PIC 9(6)V99.
           05  PH-SUB-XMAS           PIC 9(6)V99.
           05  PH-SUB-TAXA           PIC 9(6)V99.
           05  PH-SET-WORKED-PAY     PIC 9(6)V99.
           05  PH-SET-LEAVE-PAY      PIC 9(6)V99.
           05  PH-SET-NOTICE         PIC 9(6)V99.
           05  PH-SET-COMPENSATION   PIC 9(6)V99.
           05  PH-LOAN-DEDUCTION     PIC 9(7)V99.
           05  PH-EXP-REIMB          PIC 9(5)V99.
      *    the net paid (an adjustment's signed amount); zero when
      *    the deductions exceeded the pay and nothing went out
           05  PH-NET-PAY            PIC S9(7)V99.
           05  PH-PAY-METHOD         PIC X(01).
               88  PH-PAID-BY-TRANSFER         VALUE "T".
               88  PH-PAID-BY-CHEQUE           VALUE "C".
               88  PH-NOT-PAID                 VALUE "N".
           05  PH-BANK-ACCT          PIC X(12).
           05  PH-YTD-NET-PAY        PIC S9(7)V99.
           05  PH-YTD-HOL-SUBSIDY    PIC S9(7)V99.
           05  PH-YTD-XMAS-SUBSIDY   PIC S9(7)V99.
