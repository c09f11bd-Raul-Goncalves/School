      * to the SUSPENSE account and listed for correction, and the
      * interactive posting programs refuse an unknown account at
      * the keyboard.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added GA-CLASS and GA-STMT-LINE, which place
      *                 the account on the balance sheet or the income
      *                 statement FINSTMT prints; the line codes are
      *                 the FINLINE table.
      *****************************************************************
       01  GL-ACCOUNT-MASTER-RECORD.
           05  GA-ACCOUNT            PIC X(08).
           05  GA-STATUS-CODE        PIC X(01).
               88  GA-ACTIVE                   VALUES "A" SPACE.
               88  GA-INACTIVE                 VALUE "I".
           05  GA-CLASS              PIC X(01).
               88  GA-CLASS-ASSET              VALUE "A".
               88  GA-CLASS-LIABILITY          VALUE "P".
               88  GA-CLASS-EQUITY             VALUE "K".
               88  GA-CLASS-INCOME             VALUE "R".
               88  GA-CLASS-EXPENSE            VALUE "G".
               88  GA-CLASS-VALID              VALUES "A" "P" "K"
                                                      "R" "G".
           05  GA-STMT-LINE          PIC X(04).
