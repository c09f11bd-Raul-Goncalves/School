      *****************************************************************
      * BANKBOOK.CPY
      * Book side of the bank reconciliation - one item per movement
      * our own records say went through the bank account, keyed by
      * where it was taken from and a reference unique there:
      *   GLARCH   a BANCO posting on the GL archive (line number) -
      *            CASHAPP receipts, REMITRUN and APPAYRUN transfers
      *            and every other source that posts the bank
      *   DEPREG   a DEPPREP cash deposit (deposit date)
      *   EFTREG   a NETPAY payroll EFT batch (run date + period)
      *   MEMDD    a MEMDD direct-debit collection (batch number)
      *   MEMDDRET a collection the bank returned (batch + member)
      *   CHQREG   a NETPAY cheque (cheque number)
      * Only the GLARCH items are already in the BANCO balance on
      * GLBAL (BK-POSTED-TO-GL).  BK-MATCH-REF is what the bank is
      * expected to quote on the statement line, where there is
      * one.  An item is matched one-for-one to a BANKLINE
      * statement line, whose key is kept in BK-STMT-KEY.
      *****************************************************************
       01  BANK-BOOK-RECORD.
           05  BK-KEY.
               10  BK-ORIGIN         PIC X(08).
               10  BK-ORIGIN-REF     PIC X(16).
           05  BK-DATE               PIC 9(08).
           05  BK-DIRECTION          PIC X(01).
               88  BK-RECEIPT                  VALUE "R".
               88  BK-PAYMENT                  VALUE "P".
           05  BK-AMOUNT             PIC 9(9)V99.
           05  BK-SOURCE             PIC X(08).
           05  BK-DESCRIPTION        PIC X(20).
           05  BK-MATCH-REF          PIC X(16).
           05  BK-MATCH-REF-LEN      PIC 9(02).
           05  BK-IN-GL              PIC X(01).
               88  BK-POSTED-TO-GL             VALUE "Y".
               88  BK-NOT-IN-GL                VALUE "N".
           05  BK-STATUS             PIC X(01).
               88  BK-UNMATCHED                VALUE "U".
               88  BK-AUTO-MATCHED             VALUE "A".
               88  BK-MANUAL-MATCHED           VALUE "M".
               88  BK-MATCHED                  VALUES "A" "M".
           05  BK-STMT-KEY.
               10  BK-STMT-DATE      PIC 9(08).
               10  BK-STMT-LINE      PIC 9(04).
           05  BK-MATCH-DATE         PIC 9(08).
           05  FILLER                PIC X(10).
