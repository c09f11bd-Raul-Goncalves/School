      *****************************************************************
      * BANKLINE.CPY
      * Imported bank-statement line, keyed statement date + line
      * number.  Line 0000 of each statement holds its closing
      * balance (BL-BALANCE-LINE); the movement lines start
      * unmatched and are matched one-for-one to a BANKBOOK item,
      * automatically by BNKMTCH or by hand in BNKMAN, the book
      * item's key kept in BL-BOOK-KEY.
      *****************************************************************
       01  BANK-LINE-RECORD.
           05  BL-KEY.
               10  BL-STMT-DATE      PIC 9(08).
               10  BL-LINE-NO        PIC 9(04).
           05  BL-RECORD-TYPE        PIC X(01).
               88  BL-BALANCE-LINE             VALUE "S".
               88  BL-MOVEMENT-LINE            VALUE "L".
           05  BL-VALUE-DATE         PIC 9(08).
           05  BL-DIRECTION          PIC X(01).
               88  BL-CREDIT                   VALUE "C".
               88  BL-DEBIT                    VALUE "D".
           05  BL-AMOUNT             PIC 9(9)V99.
           05  BL-REFERENCE          PIC X(16).
           05  BL-NARRATIVE          PIC X(30).
           05  BL-STATUS             PIC X(01).
               88  BL-UNMATCHED                VALUE "U".
               88  BL-AUTO-MATCHED             VALUE "A".
               88  BL-MANUAL-MATCHED           VALUE "M".
               88  BL-MATCHED                  VALUES "A" "M".
           05  BL-BOOK-KEY.
               10  BL-BOOK-ORIGIN    PIC X(08).
               10  BL-BOOK-REF       PIC X(16).
           05  BL-MATCH-DATE         PIC 9(08).
           05  FILLER                PIC X(10).
