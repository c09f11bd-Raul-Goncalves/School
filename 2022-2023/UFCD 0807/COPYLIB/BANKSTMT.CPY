      *****************************************************************
      * BANKSTMT.CPY
      * One line of the bank's account statement file, as imported
      * by BNKIMP: a balance record ("S") carrying the statement
      * date and the closing balance, followed by one movement
      * record ("L") per line of the statement - value date, credit
      * or debit, amount, the bank's reference and its narrative.
      * Amounts are unsigned; on the balance record a "D" direction
      * means the account closed overdrawn.
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BS-RECORD-TYPE        PIC X(01).
               88  BS-BALANCE-RECORD           VALUE "S".
               88  BS-MOVEMENT-RECORD          VALUE "L".
           05  BS-DATE               PIC 9(08).
           05  BS-DIRECTION          PIC X(01).
               88  BS-CREDIT                   VALUE "C".
               88  BS-DEBIT                    VALUE "D".
               88  BS-DIRECTION-VALID          VALUES "C" "D".
           05  BS-AMOUNT             PIC 9(9)V99.
           05  BS-REFERENCE          PIC X(16).
           05  BS-NARRATIVE          PIC X(30).
           05  FILLER                PIC X(13).
