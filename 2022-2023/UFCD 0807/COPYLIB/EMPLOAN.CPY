      *****************************************************************
      * EMPLOAN.CPY
      * Employee loan/advance record, keyed on the employee id and a
      * loan number per employee (001 on), granted and maintained by
      * LOANMNT.  NETPAY takes LN-INSTALMENT from every active loan
      * from LN-START-PERIOD (AAAAMM) on, once per pay period, as far
      * as the protected minimum net allows, until LN-BALANCE is
      * settled.  LN-LAST-PERIOD / LN-LAST-AMOUNT carry the pay
      * period (NETPAY's AAAAMM00 or weekly AAAAMMDD) and amount last
      * taken, so a rerun of that period reproduces the deduction
      * instead of taking it twice.  Every movement is also appended
      * to LOANHST, which LOANRPT ties to the receivable account.
      *****************************************************************
       01  EMPLOYEE-LOAN-RECORD.
           05  LN-KEY.
               10  LN-EMP-ID         PIC 9(05).
               10  LN-LOAN-NUMBER    PIC 9(03).
           05  LN-LOAN-TYPE          PIC X(01).
               88  LN-TYPE-LOAN                VALUE "E".
               88  LN-TYPE-ADVANCE             VALUE "A".
               88  LN-TYPE-VALID               VALUES "E" "A".
           05  LN-GRANT-DATE         PIC 9(08).
           05  LN-PRINCIPAL          PIC 9(7)V99.
           05  LN-INSTALMENT         PIC 9(7)V99.
           05  LN-START-PERIOD       PIC 9(06).
           05  LN-BALANCE            PIC 9(7)V99.
           05  LN-LAST-PERIOD        PIC 9(08).
           05  LN-LAST-AMOUNT        PIC 9(7)V99.
           05  LN-STATUS-CODE        PIC X(01).
               88  LN-ACTIVE                   VALUE "A".
               88  LN-SUSPENDED                VALUE "S".
               88  LN-SETTLED                  VALUE "L".
           05  LN-OPERATOR           PIC X(10).
