      *****************************************************************
      * LOANHST.CPY
      * Loan history record - one appended line per movement on an
      * EMPLOAN loan or advance: the grant (C) and cash repayments
      * at the desk (D) keyed in LOANMNT, and the instalments NETPAY
      * recovers from pay (R), each with the balance it left.  Every
      * movement is also posted to the EMPRPESS receivable account,
      * so LOANRPT can tie the ledger to the GL balance.
      *****************************************************************
       01  LOAN-HISTORY-RECORD.
           05  LH-POST-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-EMP-ID             PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-LOAN-NUMBER        PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-MOVE-TYPE          PIC X(01).
               88  LH-GRANT                    VALUE "C".
               88  LH-PAYROLL-RECOVERY         VALUE "R".
               88  LH-DESK-REPAYMENT           VALUE "D".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-BALANCE            PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-PAY-PERIOD         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LH-SOURCE             PIC X(08).
