      *****************************************************************
      * CURSVC.CPY
      * Linkage record for the CURSVC exchange-rate service: the
      * caller passes a currency code and a date, CURSVC returns the
      * CURRATE rate in force on that date (the latest effective on
      * or before it) as euros per unit of the currency.  No rate on
      * or before the date - or an unknown code - is an error.
      *****************************************************************
       01  CURSVC-LINKAGE.
           05  CV-CURRENCY-CODE      PIC X(03).
           05  CV-RATE-DATE          PIC 9(08).
           05  CV-RATE               PIC 9(3)V9999.
           05  CV-STATUS-SW          PIC X(01).
               88  CV-OK                       VALUE "0".
               88  CV-ERROR                    VALUE "1".
