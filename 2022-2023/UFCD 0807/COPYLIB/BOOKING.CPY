      *****************************************************************
      * BOOKING.CPY
      * Facility and class booking, keyed on the resource, the date,
      * the slot's start hour and the member - so the bookings of
      * one slot sit together for the capacity count and the
      * check-in.  Written B by MEMBOOK (X when the member cancels),
      * marked A attended or N no-show by BOOKCHK.  BG-CHARGED is
      * set by the BOOKMTH month-end run on the no-shows it has
      * billed through the member's MEMOPEN item, so none is charged
      * twice.
      *****************************************************************
       01  BOOKING-RECORD.
           05  BG-KEY.
               10  BG-RESOURCE-ID    PIC X(04).
               10  BG-DATE           PIC 9(08).
               10  BG-HOUR           PIC 9(02).
               10  BG-MEM-ID         PIC 9(05).
           05  BG-STATUS-CODE        PIC X(01).
               88  BG-BOOKED                   VALUE "B".
               88  BG-ATTENDED                 VALUE "A".
               88  BG-NO-SHOW                  VALUE "N".
               88  BG-CANCELLED                VALUE "X".
           05  BG-BOOKED-DATE        PIC 9(08).
           05  BG-BOOKED-BY          PIC X(10).
           05  BG-CHARGED-SW         PIC X(01).
               88  BG-CHARGED                  VALUE "Y".
           05  BG-CHARGE-DATE        PIC 9(08).
