      *****************************************************************
      * STKLOC.CPY
      * Stock-by-location record, keyed on the product and the
      * location holding it: AR the back warehouse, LJ the shop
      * floor.  PROD-ON-HAND stays the product's total and always
      * equals the sum of its locations; every program that moves
      * stock changes both, the location side through the STKLOCSV
      * service.  SL-MIN-QTY is the level a location should not
      * fall below (maintained by STKTRF), which REORDRPT reports
      * as the location's shortfall.
      *****************************************************************
       01  STOCK-LOCATION-RECORD.
           05  SL-KEY.
               10  SL-PROD-CODE      PIC 9(03).
               10  SL-LOCATION       PIC X(02).
           05  SL-ON-HAND            PIC 9(05).
           05  SL-MIN-QTY            PIC 9(05).
