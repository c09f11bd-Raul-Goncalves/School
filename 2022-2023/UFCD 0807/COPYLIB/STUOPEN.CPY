      * fees, keyed student + course.  Raised by the TUITBILL billing
      * run from CRS-FEE, paid down by STUPAY, listed by STUFEERP,
      * and checked by CERTRUN before a certificate is issued.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  ST-INSTALMENT added to the key: 00 is the
      *                 whole-fee charge, 01 on the instalments of an
      *                 INSTPLAN plan, each dated its due date.
      *                 STUPAY settles them in due-date order and
      *                 INSTREM counts the reminders sent in
      *                 ST-REMINDER-COUNT / ST-LAST-REMINDER.
      *****************************************************************
       01  STUDENT-OPEN-ITEM-RECORD.
           05  ST-KEY.
               10  ST-NUMERO         PIC 9(04).
               10  ST-CRS-CODE       PIC X(06).
               10  ST-INSTALMENT     PIC 9(02).
           05  ST-CHARGE-DATE        PIC 9(08).
           05  ST-AMOUNT             PIC 9(5)V99.
           05  ST-STATUS             PIC X(01).
               88  ST-ITEM-OPEN                VALUE "O".
               88  ST-ITEM-PAID                VALUE "P".
           05  ST-REMINDER-COUNT     PIC 9(02).
           05  ST-LAST-REMINDER      PIC 9(08).
