      * number.  One record per completed invoice, written by the
      * pricing runs and reported by ARSTMT, so a statement of what
      * each customer owes can finally be produced.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added AR-CURRENCY-CODE, AR-FX-RATE and
      *                 AR-FX-AMOUNT.  AR-AMOUNT is always the euro
      *                 amount; an item invoiced in a foreign currency
      *                 also carries the currency, the CURRATE rate of
      *                 the invoice date and the amount still open in
      *                 that currency, so CASHAPP can work the realised
      *                 exchange difference and FXREVAL the unrealised
      *                 one.
      * 2026-10-15  RG  Added AR-COMM-DATE, the period end of the
      *                 COMMRUN that paid the sales commission on a
      *                 settled invoice, so no invoice earns its
      *                 salesperson twice.
      * 2026-10-15  RG  Added status W: an item ARWOFF wrote off as
      *                 uncollectable is closed with the amount
      *                 written off left on it, and is neither aged,
      *                 dunned, charged interest nor open to a receipt
      *                 again.
      *****************************************************************
       01  AR-OPEN-ITEM-RECORD.
           05  AR-KEY.
           05  AR-STATUS             PIC X(01).
               88  AR-ITEM-OPEN                VALUE "O".
               88  AR-ITEM-PAID                VALUE "P".
               88  AR-ITEM-WRITTEN-OFF         VALUE "W".
           05  AR-DUE-DATE           PIC 9(08).
           05  AR-ITEM-TYPE          PIC X(01).
               88  AR-TYPE-INVOICE             VALUES "I" SPACE.
               88  AR-TYPE-INTEREST            VALUE "J".
               88  AR-TYPE-BROUGHT-FWD         VALUE "B".
           05  AR-INT-CHARGED-DATE   PIC 9(08).
           05  AR-CURRENCY-CODE      PIC X(03).
               88  AR-HOME-CURRENCY            VALUES SPACES "EUR".
           05  AR-FX-RATE            PIC 9(3)V9999.
           05  AR-FX-AMOUNT          PIC 9(7)V99.
           05  AR-COMM-DATE          PIC 9(08).
