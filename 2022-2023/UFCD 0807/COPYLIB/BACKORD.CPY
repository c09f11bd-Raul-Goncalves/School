      * could not be shipped from stock.  Written by the pricing runs
      * and reported daily by BACKRPT, replacing the warehouse's
      * sticky notes.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added BO-LOCATION, the stock location the
      *                 order line was to ship from; BORLSE releases
      *                 the line from that location's stock.
      * 2026-10-15  RG  Added BO-KIT-CODE: a component of a kit sold
      *                 short is backordered on its own, carrying the
      *                 kit it belongs to.  The kit was invoiced in
      *                 full when sold, so BORLSE ships such a line
      *                 without charging it again.  Zero otherwise.
      *****************************************************************
       01  BACKORDER-RECORD.
           05  BO-ORDER-DATE         PIC 9(08).
           05  BO-QTY                PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BO-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BO-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BO-KIT-CODE           PIC 9(03).
