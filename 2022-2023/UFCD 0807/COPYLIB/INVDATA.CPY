      *****************************************************************
      * INVDATA.CPY
      * Invoice data file - every document the till and the order
      * programs print onto INVOICE, kept again in fixed layout with
      * unedited amounts, so the readers no longer de-edit the 80-
      * byte print image by column position.  Keyed on the invoice
      * number (sequence INVNO, issued once per document, never
      * reused the way a released backorder reuses its order number)
      * and a line number: line 000 is the header, 001 on are the
      * priced lines ("D") and the kit components under them ("K")
      * in print order, and line 999 is the trailer with the totals.
      * A desk receipt (STUPAY, MEMPAY) is a header and a trailer
      * with order number zero and no lines.  Written by ficha5ex3,
      * SODISP, BORLSE, STUPAY and MEMPAY; cumulative, never
      * archived or cleared by end of day.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added ID-PAY-METHOD and ID-TERMINAL-ID to the
      *                 header: a desk receipt taken on a counter
      *                 card terminal carries "M" and the terminal,
      *                 so CASHRECN leaves it out of the drawer cash
      *                 and CARDTOT totals it per terminal and day
      *                 for the acquirer settlement.  Blank reads as
      *                 cash, as every document written before.
      *****************************************************************
       01  INVOICE-DATA-RECORD.
           05  ID-KEY.
               10  ID-INVOICE-NUMBER PIC 9(07).
               10  ID-LINE-NUMBER    PIC 9(03).
                   88  ID-HEADER-REC           VALUE ZERO.
                   88  ID-TRAILER-REC          VALUE 999.
           05  ID-RECORD-TYPE        PIC X(01).
               88  ID-TYPE-HEADER              VALUE "H".
               88  ID-TYPE-DETAIL              VALUE "D".
               88  ID-TYPE-COMPONENT           VALUE "K".
               88  ID-TYPE-TRAILER             VALUE "T".
           05  ID-HEADER-DATA.
               10  ID-DOC-TYPE       PIC X(01).
                   88  ID-DOC-INVOICE          VALUE "F".
                   88  ID-DOC-RECEIPT          VALUE "R".
               10  ID-ORDER-NUMBER   PIC 9(05).
               10  ID-CUST-NUMBER    PIC 9(05).
               10  ID-CUST-NAME      PIC X(25).
               10  ID-INVOICE-DATE   PIC 9(08).
      *        a drawer only on a counter sale or a desk receipt
               10  ID-DRAWER-ID      PIC 9(03).
                   88  ID-NO-DRAWER            VALUE ZERO.
               10  ID-SOURCE         PIC X(08).
               10  ID-CURRENCY-CODE  PIC X(03).
                   88  ID-IN-EUROS             VALUES SPACES "EUR".
               10  ID-FX-RATE        PIC 9(3)V9999.
               10  ID-PAY-METHOD     PIC X(01).
                   88  ID-PAID-CASH            VALUES SPACE "N".
                   88  ID-PAID-CARD            VALUE "M".
               10  ID-TERMINAL-ID    PIC X(08).
               10  FILLER            PIC X(01).
           05  ID-DETAIL-DATA REDEFINES ID-HEADER-DATA.
               10  ID-PROD-CODE      PIC 9(03).
               10  ID-PROD-DESC      PIC X(20).
      *        shipped quantity; on a component, the shortfall
      *        backordered against the kit follows
               10  ID-QTY            PIC 9(03).
               10  ID-SHORT-QTY      PIC 9(03).
               10  ID-NET-AMOUNT     PIC 9(5)V99.
               10  ID-VAT-CAT        PIC X(01).
               10  ID-CONTRACT-FLAG  PIC X(01).
                   88  ID-CONTRACT-PRICE       VALUE "C".
               10  ID-CAMPAIGN-REF   PIC X(06).
               10  ID-LOCATION       PIC X(02).
               10  ID-FX-NET         PIC 9(6)V99.
               10  FILLER            PIC X(21).
           05  ID-TRAILER-DATA REDEFINES ID-HEADER-DATA.
               10  ID-NET-TOTAL      PIC 9(7)V99.
               10  ID-TAX-TOTAL      PIC 9(7)V99.
               10  ID-GROSS-TOTAL    PIC 9(7)V99.
               10  ID-FX-NET-TOTAL   PIC 9(7)V99.
               10  ID-FX-TAX-TOTAL   PIC 9(7)V99.
               10  ID-FX-GROSS-TOTAL PIC 9(7)V99.
               10  FILLER            PIC X(21).
