      *****************************************************************
      * PURCHORD.CPY
      * Purchase-order line record, keyed on the SEQSVC PONO order
      * number and the line within it.  Every line carries its
      * supplier and order date, so there is no separate header
      * record.  Lines are raised by PURCHORD (or drafted by the
      * REORDRPT replenishment run for a buyer to release), and
      * GOODSRCV adds each receipt to PO-QTY-RECEIVED - ordered less
      * received is what is still outstanding with the supplier.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added PO-QTY-INVOICED, the quantity APINVREG
      *                 has matched supplier invoices against - what
      *                 was received and not yet invoiced is what the
      *                 next invoice on the line may charge for.
      *****************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-KEY.
               10  PO-NUMBER         PIC 9(06).
               10  PO-LINE           PIC 9(02).
           05  PO-SUPP-NUMBER        PIC 9(05).
           05  PO-ORDER-DATE         PIC 9(08).
           05  PO-PROD-CODE          PIC 9(03).
           05  PO-QTY-ORDERED        PIC 9(05).
           05  PO-QTY-RECEIVED       PIC 9(05).
           05  PO-UNIT-PRICE         PIC 9(5)V99.
           05  PO-QTY-INVOICED       PIC 9(05).
           05  PO-LINE-STATUS        PIC X(01).
               88  PO-LINE-DRAFT               VALUE "D".
               88  PO-LINE-OPEN                VALUE "O".
               88  PO-LINE-PART-RECEIVED       VALUE "P".
               88  PO-LINE-COMPLETE            VALUE "C".
               88  PO-LINE-CANCELLED           VALUE "X".
               88  PO-LINE-RECEIVABLE          VALUES "O" "P" "C".
               88  PO-LINE-OUTSTANDING         VALUES "D" "O" "P".
           05  PO-SOURCE             PIC X(08).
