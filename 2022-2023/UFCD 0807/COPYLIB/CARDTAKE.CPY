      *****************************************************************
      * CARDTAKE.CPY
      * Card takings per counter terminal and day - the desk receipts
      * paid by multibanco (ID-PAID-CARD on INVDATA), totalled by
      * CARDTOT - and what the acquirer settled against them, filled
      * in by CARDRECN from the settlement file.  A day stays open
      * until its batch is settled; matched, short and over are the
      * outcomes of comparing the settled gross with the takings.
      *****************************************************************
       01  CARD-TAKINGS-RECORD.
           05  CT-KEY.
               10  CT-TERMINAL-ID    PIC X(08).
               10  CT-TAKE-DATE      PIC 9(08).
           05  CT-RECEIPT-COUNT      PIC 9(05).
           05  CT-TAKINGS            PIC 9(7)V99.
           05  CT-STATUS-CODE        PIC X(01).
               88  CT-OPEN                     VALUE "O".
               88  CT-MATCHED                  VALUE "M".
               88  CT-SHORT                    VALUE "S".
               88  CT-OVER                     VALUE "X".
               88  CT-SETTLED                  VALUES "M" "S" "X".
           05  CT-SETTLE-DATE        PIC 9(08).
           05  CT-BATCH-REF          PIC X(10).
           05  CT-SETTLED-GROSS      PIC 9(7)V99.
           05  CT-FEE                PIC 9(5)V99.
           05  CT-NET                PIC 9(7)V99.
