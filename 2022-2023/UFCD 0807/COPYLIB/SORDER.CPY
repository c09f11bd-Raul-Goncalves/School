      *****************************************************************
      * SORDER.CPY
      * Sales-order book record - one per order line, keyed on the
      * order number and the line number, with the order's customer
      * and date carried on every line.  ORDBATCH takes the overnight
      * orders into the book as entered (E); SORDMNT confirms them
      * (C), writes off a balance that will not be shipped (X) and
      * answers the status inquiry; PICKLST picks the confirmed
      * balances and SODISP ships and invoices what actually left,
      * closing a line (F) once nothing is outstanding.  The price
      * is the one agreed when the order was taken - the rate, any
      * contract price and the campaign in force then - and the VAT
      * band, whose rate is the one in force on the invoice date.
      * Outstanding = ordered - shipped - cancelled.
      * SO-WEB-REF is the web shop's order reference on an order
      * WEBIMP imported (blank otherwise), carried to the invoice.
      *****************************************************************
       01  SALES-ORDER-RECORD.
           05  SO-KEY.
               10  SO-ORDER-NUMBER   PIC 9(05).
               10  SO-LINE-NUMBER    PIC 9(03).
           05  SO-CUST-NUMBER        PIC 9(05).
           05  SO-ORDER-DATE         PIC 9(08).
           05  SO-STATUS             PIC X(01).
               88  SO-ENTERED                  VALUE "E".
               88  SO-CONFIRMED                VALUE "C".
               88  SO-COMPLETE                 VALUE "F".
               88  SO-CANCELLED                VALUE "X".
           05  SO-PROD-CODE          PIC 9(03).
           05  SO-DESC               PIC X(20).
           05  SO-LOCATION           PIC X(02).
           05  SO-KIT-SW             PIC X(01).
               88  SO-IS-KIT                   VALUE "K".
           05  SO-VAT-CAT            PIC X(01).
           05  SO-RATE               PIC 9V99.
           05  SO-CONTRACT-SW        PIC X(01).
               88  SO-CONTRACT-PRICED          VALUE "Y".
           05  SO-CAMPAIGN-SW        PIC X(01).
               88  SO-CAMPAIGN-ACTIVE          VALUE "Y".
           05  SO-CAMPAIGN-PCT       PIC V999.
           05  SO-CAMPAIGN-RULE      PIC X(01).
           05  SO-CAMPAIGN-REF       PIC X(06).
           05  SO-QTY-ORDERED        PIC 9(03).
           05  SO-QTY-SHIPPED        PIC 9(03).
           05  SO-QTY-INVOICED       PIC 9(03).
           05  SO-QTY-CANCELLED      PIC 9(03).
           05  SO-LAST-DISPATCH-DATE PIC 9(08).
           05  SO-LAST-INVOICE       PIC 9(05).
           05  SO-WEB-REF            PIC X(15).
