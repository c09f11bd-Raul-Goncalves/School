      *****************************************************************
      * APOPEN.CPY
      * Accounts-payable open item - one per supplier invoice,
      * keyed on the supplier and the supplier's own invoice number
      * so the same invoice cannot be registered twice.  Written by
      * APINVREG after the three-way match against the purchase
      * order and the GOODSRCV receipts: an invoice that matched is
      * approved (and posted) at once, one outside tolerance is held
      * until someone releases it.  AP-PO-NUMBER zero is an expense
      * invoice with no order behind it, debited to the account
      * keyed at registration.  The amounts are kept per VAT band
      * (1 normal, 2 intermedia, 3 reduzida), as VATDECL reports.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added AP-WITHHELD-AMOUNT - the income tax
      *                 withheld at source on a self-employed
      *                 trainer's fee (TRNRSETL); APPAYRUN transfers
      *                 the gross less this amount.
      * 2026-10-15  RG  Added AP-COST-CENTER-ID - the CCMAST center
      *                 an expense invoice is charged to (zero for
      *                 none), carried onto the GLPOST debit line.
      *****************************************************************
       01  AP-OPEN-ITEM-RECORD.
           05  AP-KEY.
               10  AP-SUPP-NUMBER    PIC 9(05).
               10  AP-INVOICE-NUMBER PIC X(12).
           05  AP-INVOICE-DATE       PIC 9(08).
           05  AP-DUE-DATE           PIC 9(08).
           05  AP-PO-NUMBER          PIC 9(06).
           05  AP-DEBIT-ACCOUNT      PIC X(08).
           05  AP-BAND-AMOUNTS OCCURS 3 TIMES.
               10  AP-BAND-NET       PIC 9(7)V99.
               10  AP-BAND-VAT       PIC 9(7)V99.
           05  AP-NET-AMOUNT         PIC 9(7)V99.
           05  AP-VAT-AMOUNT         PIC 9(7)V99.
           05  AP-GROSS-AMOUNT       PIC 9(7)V99.
           05  AP-WITHHELD-AMOUNT    PIC 9(7)V99.
           05  AP-STATUS             PIC X(01).
               88  AP-ITEM-HELD                VALUE "H".
               88  AP-ITEM-APPROVED            VALUE "A".
               88  AP-ITEM-PAID                VALUE "P".
           05  AP-HOLD-COUNT         PIC 9(02).
           05  AP-APPROVED-DATE      PIC 9(08).
           05  AP-PAID-DATE          PIC 9(08).
           05  AP-OPERATOR           PIC X(10).
           05  AP-COST-CENTER-ID     PIC 9(03).
