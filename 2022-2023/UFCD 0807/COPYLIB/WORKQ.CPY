      *****************************************************************
      * WORKQ.CPY
      * Operator work-queue item, keyed on the kind of item and the
      * reference of the record behind it.  The batch programs that
      * leave something for a person to act on - a NETPAY run held
      * for approval, a negative net pay, a posting re-pointed to
      * SUSPENSE, a released backorder, a waitlist promotion, a
      * stale cheque, an unmatched EFT return, an aged exception -
      * raise one through WQRAISE with the operator level needed to
      * deal with it.  MENU shows the open (O) items at sign-on to
      * every operator of that level or above; the one who clears
      * it (C) goes on the record with the date and time.  The same
      * item raised again by a re-run is the same key and is not
      * raised twice.
      *****************************************************************
       01  WORK-QUEUE-RECORD.
           05  WQ-KEY.
               10  WQ-ITEM-TYPE      PIC X(08).
               10  WQ-REFERENCE      PIC X(24).
           05  WQ-DESCRIPTION        PIC X(50).
           05  WQ-RAISED-DATE        PIC 9(08).
           05  WQ-RAISED-BY          PIC X(08).
           05  WQ-REQUIRED-LEVEL     PIC 9(01).
           05  WQ-STATUS-CODE        PIC X(01).
               88  WQ-OPEN                     VALUE "O".
               88  WQ-CLEARED                  VALUE "C".
           05  WQ-CLEARED-BY         PIC X(10).
           05  WQ-CLEARED-DATE       PIC 9(08).
           05  WQ-CLEARED-TIME       PIC 9(06).
