      * STKMOVE.CPY
      * Stock-movement ledger record - one appended line for every
      * change to PROD-ON-HAND, wherever it happens: R goods receipt
      * (GOODSRCV), S sale (ficha5ex3, SODISP, BORLSE), C credit-
      * note return (CRNOTE), A adjustment (PRODMNT, STKTAKE).  The
      * signed quantity is the change applied; a wrong stock figure
      * is traced here instead of argued about.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added the purchase-order reference of a goods
      *                 receipt: the PO number and line, the quantity
      *                 ordered, the quantity still outstanding after
      *                 the receipt and SK-RECEIPT-FLAG (O over, U
      *                 under, N no PO; blank when the line was met
      *                 exactly).  Blank on every other movement.
      * 2026-10-15  RG  Added SK-UNIT-COST and the signed SK-VALUE
      *                 (quantity times unit cost): a receipt is
      *                 valued at its purchase price, every other
      *                 movement at the product's PROD-AVG-COST at
      *                 the time, so INVVALRP can post stock and
      *                 cost of sales from the ledger.
      * 2026-10-15  RG  Added SK-LOCATION, the stock location the
      *                 movement applies to, and the T transfer type:
      *                 an STKTRF transfer writes a matched pair, out
      *                 of one location and into the other, both
      *                 carrying the transfer number in
      *                 SK-TRANSFER-NUMBER.
      *****************************************************************
       01  STOCK-MOVEMENT-RECORD.
           05  SK-MOVE-DATE          PIC 9(08).
               88  SK-TYPE-SALE                VALUE "S".
               88  SK-TYPE-RETURN              VALUE "C".
               88  SK-TYPE-ADJUSTMENT          VALUE "A".
               88  SK-TYPE-TRANSFER            VALUE "T".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-QTY                PIC S9(05)
                                     SIGN IS LEADING SEPARATE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-PO-LINE            PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-PO-ORDERED         PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-PO-OUTSTANDING     PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-RECEIPT-FLAG       PIC X(01).
               88  SK-RECEIPT-EXACT            VALUE SPACE.
               88  SK-RECEIPT-OVER             VALUE "O".
               88  SK-RECEIPT-UNDER            VALUE "U".
               88  SK-RECEIPT-NO-PO            VALUE "N".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-UNIT-COST          PIC 9(5)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-VALUE              PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SK-TRANSFER-NUMBER    PIC 9(06).
