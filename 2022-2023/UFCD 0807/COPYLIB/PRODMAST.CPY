      * 2026-09-02  RG  Added PROD-STD-COST (maintained by PRODMNT)
      *                 so SALESDAY's margin section can say whether
      *                 the discount tiers give margin away.
      * 2026-10-15  RG  Added PROD-SUPP-NUMBER, the usual supplier
      *                 (maintained by PRODMNT) the REORDRPT run
      *                 drafts its purchase-order lines against.
      * 2026-10-15  RG  Added PROD-AVG-COST, the moving weighted-
      *                 average unit cost GOODSRCV recomputes on every
      *                 receipt at the purchase price; every STKMOVE
      *                 movement out or back is valued at it, and the
      *                 SALESDAY margin and INVVALRP valuation both
      *                 read it.  Zero until the first costed receipt
      *                 (PROD-STD-COST stands in until then).
      * 2026-10-15  RG  Added PROD-KIT-SW: "K" marks a kit - a gift
      *                 pack or bundle priced at its own rate whose
      *                 components are on KITCOMP (maintained by
      *                 PRODMNT).  A kit holds no stock of its own;
      *                 a kit sold moves stock on its components.
      * 2026-10-15  RG  Added PROD-WEB-SKU, the web shop's SKU for the
      *                 product (maintained by PRODMNT; blank = not
      *                 sold on line), which WEBIMP maps orders by.
      *****************************************************************
       01  PROD-MASTER-RECORD.
           05  PROD-CODE             PIC 9(03).
           05  PROD-REORDER-POINT    PIC 9(05).
           05  PROD-REORDER-QTY      PIC 9(05).
           05  PROD-STD-COST         PIC 9(3)V99.
           05  PROD-SUPP-NUMBER      PIC 9(05).
           05  PROD-AVG-COST         PIC 9(5)V99.
           05  PROD-KIT-SW           PIC X(01).
               88  PROD-IS-KIT                 VALUE "K".
           05  PROD-WEB-SKU          PIC X(12).
