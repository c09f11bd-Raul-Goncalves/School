      *****************************************************************
      * PURVREG.CPY
      * Purchase VAT register record - one appended line per VAT
      * band of every supplier invoice APINVREG approves, with the
      * taxable base and the input VAT charged, so the VATDECL
      * declaration run can deduct the period's input VAT from the
      * output VAT - the CRNREG idea on the payables side.  EXPCLM
      * appends the VAT on the receipted lines of an approved staff
      * expense claim the same way, with supplier zero and the
      * claim reference (D, employee, claim number) as the invoice.
      *****************************************************************
       01  PURCHASE-VAT-REGISTER-REC.
           05  PVR-POST-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PVR-SUPP-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PVR-INVOICE-NUMBER    PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PVR-VAT-BAND          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PVR-NET-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PVR-TAX-AMOUNT        PIC 9(7)V99.
