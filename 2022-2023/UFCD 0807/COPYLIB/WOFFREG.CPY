      *****************************************************************
      * WOFFREG.CPY
      * Bad-debt write-off register record - one appended line per
      * AROPEN item ARWOFF writes off as uncollectable: the amount
      * written off, the VAT it contained that may be recovered (zero
      * for an interest item or an invoice not found in INVARCH) and
      * the net loss, with the authorising operator and the reason.
      * VATDECL takes the period's VAT recovered off the VAT payable.
      *****************************************************************
       01  WRITE-OFF-REGISTER-REC.
           05  WO-WRITE-OFF-DATE     PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-GROSS-AMOUNT       PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-VAT-AMOUNT         PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-NET-AMOUNT         PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-REASON             PIC X(30).
