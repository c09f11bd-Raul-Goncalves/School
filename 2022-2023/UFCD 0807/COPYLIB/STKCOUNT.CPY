      * captured by STKCAP the way DRAWCNT captures drawer counts and
      * compared against the book PROD-ON-HAND by the STKTAKE
      * shrinkage run.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added SC-LOCATION, the stock location the
      *                 shelf count was taken in; STKTAKE compares it
      *                 with that location's book figure.
      *****************************************************************
       01  STOCK-COUNT-RECORD.
           05  SC-COUNT-DATE         PIC 9(08).
           05  SC-PROD-CODE          PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SC-COUNTED-QTY        PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SC-LOCATION           PIC X(02).
