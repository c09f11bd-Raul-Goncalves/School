      *****************************************************************
      * CRNPOST.CPY
      * Linkage record for the CRNPOST credit-note posting service.
      * The caller passes the note date, customer, type and up to
      * three lines, each with its VAT band and the rate in force
      * and the net to credit; CRNPOST numbers the note (SEQSVC
      * CREDNOTE), works each line's VAT, prints the note, writes
      * the CRNREG register, and posts the customer balance, the
      * AROPEN item and the GL, returning the number and amounts.
      * A return (R) names the original order it credits and posts
      * against the till; a volume rebate (B) names no order, comes
      * off the customer's open items oldest first and posts
      * against the customer account.
      *****************************************************************
       01  CRNPOST-LINKAGE.
           05  CP-NOTE-TYPE          PIC X(01).
               88  CP-TYPE-RETURN              VALUE "R".
               88  CP-TYPE-REBATE              VALUE "B".
           05  CP-NOTE-DATE          PIC 9(08).
           05  CP-CUST-NUMBER        PIC 9(05).
           05  CP-ORIG-ORDER         PIC 9(05).
           05  CP-ORIG-LINE          PIC 9(02).
           05  CP-REASON             PIC X(20).
           05  CP-LINE-COUNT         PIC 9(01).
           05  CP-LINE OCCURS 3 TIMES.
               10  CP-PROD-CODE      PIC 9(03).
               10  CP-QTY            PIC 9(03).
               10  CP-VAT-BAND       PIC X(01).
               10  CP-TAX-RATE       PIC V999.
               10  CP-NET-AMOUNT     PIC 9(5)V99.
               10  CP-TAX-AMOUNT     PIC 9(5)V99.
           05  CP-NOTE-NUMBER        PIC 9(06).
           05  CP-NET-TOTAL          PIC 9(6)V99.
           05  CP-TAX-TOTAL          PIC 9(6)V99.
           05  CP-GROSS-AMOUNT       PIC 9(6)V99.
           05  CP-UNAPPLIED          PIC 9(6)V99.
           05  CP-STATUS-SW          PIC X(01).
               88  CP-OK                       VALUE "0".
               88  CP-ERROR                    VALUE "1".
