      *****************************************************************
      * STKLOCSV.CPY
      * Linkage record for the STKLOCSV stock-by-location service.
      * The caller names the product and location and passes the
      * product's PROD-ON-HAND as it stands before the change: a
      * product with no location records yet is seeded with all of
      * it in the back warehouse.  "G" returns the location's
      * quantity and minimum; "A" applies the signed change and
      * returns the new quantity, refusing (SLS-SHORT) one that
      * would take the location below zero; "M" sets the location's
      * minimum to SLS-MIN-QTY.  SLS-LOC-VALID lists the locations.
      *****************************************************************
       01  STKLOCSV-LINKAGE.
           05  SLS-REQUEST           PIC X(01).
               88  SLS-REQUEST-GET             VALUE "G".
               88  SLS-REQUEST-APPLY           VALUE "A".
               88  SLS-REQUEST-SET-MIN         VALUE "M".
           05  SLS-PROD-CODE         PIC 9(03).
           05  SLS-LOCATION          PIC X(02).
               88  SLS-LOC-WAREHOUSE           VALUE "AR".
               88  SLS-LOC-SHOP                VALUE "LJ".
               88  SLS-LOC-VALID               VALUES "AR" "LJ".
           05  SLS-PROD-ON-HAND      PIC 9(05).
           05  SLS-QTY-CHANGE        PIC S9(05).
           05  SLS-LOC-ON-HAND       PIC 9(05).
           05  SLS-MIN-QTY           PIC 9(05).
           05  SLS-STATUS-SW         PIC X(01).
               88  SLS-OK                      VALUE "0".
               88  SLS-ERROR                   VALUE "1".
               88  SLS-SHORT                   VALUE "2".
