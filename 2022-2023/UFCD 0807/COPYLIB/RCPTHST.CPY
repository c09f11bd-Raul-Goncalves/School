      *****************************************************************
      * RCPTHST.CPY
      * Receipt history record - one appended line per receipt
      * CASHAPP applies to an AROPEN item, at the desk (T) or from
      * the bank file (B): the amount received in the item's
      * currency, what it cleared in euros, and whether it paid the
      * item off (L) or left it open (P).  CUSTINQ lists a
      * customer's latest receipts from it.
      *****************************************************************
       01  RECEIPT-HISTORY-RECORD.
           05  RH-RECEIPT-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-AMOUNT             PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-CURRENCY-CODE      PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-CLEARED-EUR        PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-SOURCE             PIC X(01).
               88  RH-FROM-DESK                VALUE "T".
               88  RH-FROM-BANK                VALUE "B".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RH-RESULT             PIC X(01).
               88  RH-ITEM-SETTLED             VALUE "L".
               88  RH-ITEM-PART-PAID           VALUE "P".
