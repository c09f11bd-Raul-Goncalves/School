      * reversed, so the VATDECL declaration run can net credit
      * notes off the period's output VAT instead of someone netting
      * them on a calculator.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  One line per credit-note line CRNPOST issues,
      *                 for CRNOTE returns and REBRUN volume rebates.
      *                 Added CRR-CUST-NUMBER and CRR-NOTE-TYPE, so
      *                 REBRUN can take a customer's returns off the
      *                 sales its rebate is worked on, and TIEOUT can
      *                 leave rebates (credited to the customer
      *                 account, not the till) out of the CAIXA tie.
      *****************************************************************
       01  CREDIT-NOTE-REGISTER-REC.
           05  CRR-NOTE-DATE         PIC 9(08).
           05  CRR-NET-AMOUNT        PIC 9(5)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CRR-TAX-AMOUNT        PIC 9(5)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CRR-CUST-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CRR-NOTE-TYPE         PIC X(01).
               88  CRR-TYPE-RETURN             VALUES "R" SPACE.
               88  CRR-TYPE-REBATE             VALUE "B".
