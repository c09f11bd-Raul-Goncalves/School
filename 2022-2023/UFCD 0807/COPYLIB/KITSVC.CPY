      *****************************************************************
      * KITSVC.CPY
      * Linkage record for the KITSVC kit-explosion service: the
      * caller names the kit, KITSVC returns its components from
      * KITCOMP with the quantity of each in one kit.  A kit with
      * no components on file (or more than the table holds) comes
      * back KS-ERROR.
      *****************************************************************
       01  KITSVC-LINKAGE.
           05  KS-KIT-CODE           PIC 9(03).
           05  KS-COMP-COUNT         PIC 9(02).
           05  KS-COMPONENT OCCURS 10 TIMES.
               10  KS-COMP-CODE      PIC 9(03).
               10  KS-COMP-QTY       PIC 9(02).
           05  KS-STATUS-SW          PIC X(01).
               88  KS-OK                       VALUE "0".
               88  KS-ERROR                    VALUE "1".
