      *****************************************************************
      * SETTLE.CPY
      * Termination settlement record, keyed on the employee id.  HR
      * keys it in SETLMNT for an employee EMPMAINT has terminated:
      * the unpaid days worked in the last month, the notice pay and
      * any compensation (euros), and the reason; the LEAVEBAL days
      * still owed are snapshot at entry.  NETPAY's settlement run
      * (S) pays every pending (P) record through the normal
      * deductions, EFT and cheque path and, live, marks it paid (F)
      * under the run's pay period with the amounts it worked out -
      * a rerun of that period pays the same figures again instead
      * of recomputing them from a YTD and leave balance the first
      * pass has already moved.
      *****************************************************************
       01  SETTLEMENT-RECORD.
           05  SE-EMP-ID             PIC 9(05).
           05  SE-LEAVE-DATE         PIC 9(08).
           05  SE-REASON             PIC X(20).
           05  SE-LEAVE-DAYS         PIC S9(3)V99.
           05  SE-WORKED-DAYS        PIC 9(02).
           05  SE-NOTICE-PAY         PIC 9(7)V99.
           05  SE-COMPENSATION       PIC 9(7)V99.
           05  SE-OPERATOR           PIC X(10).
           05  SE-ENTRY-DATE         PIC 9(08).
           05  SE-STATUS-CODE        PIC X(01).
               88  SE-PENDING                  VALUE "P".
               88  SE-PAID                     VALUE "F".
      *    filled by the live settlement run that paid it
           05  SE-PAID-PERIOD        PIC 9(08).
           05  SE-WORKED-PAY         PIC 9(7)V99.
           05  SE-LEAVE-PAY          PIC 9(7)V99.
           05  SE-HOL-SUBSIDY        PIC 9(7)V99.
           05  SE-XMAS-SUBSIDY       PIC 9(7)V99.
           05  SE-LOAN-DEDUCTED      PIC 9(7)V99.
           05  SE-NET-PAID           PIC 9(7)V99.
