      *****************************************************************
      * CARDSETL.CPY
      * One line of the acquirer's settlement file, as imported by
      * CARDRECN: a sales batch ("V") for one terminal and takings
      * day, credited to the bank on the credit date net of the
      * acquirer's fee, or a chargeback ("E") taking back a disputed
      * payment from a later credit.  Amounts are unsigned; a
      * chargeback's gross is the amount reversed.
      *****************************************************************
       01  CARD-SETTLEMENT-RECORD.
           05  CS-RECORD-TYPE        PIC X(01).
               88  CS-SALES-BATCH              VALUE "V".
               88  CS-CHARGEBACK               VALUE "E".
           05  CS-TERMINAL-ID        PIC X(08).
           05  CS-TAKE-DATE          PIC 9(08).
           05  CS-CREDIT-DATE        PIC 9(08).
           05  CS-BATCH-REF          PIC X(10).
           05  CS-GROSS              PIC 9(7)V99.
           05  CS-FEE                PIC 9(5)V99.
           05  CS-NET                PIC 9(7)V99.
