      *****************************************************************
      * ALLOWHST.CPY
      * Trainee allowance paid, keyed on the month, the student and
      * the course - one per trainee and course each month ALLOWRUN
      * pays: the days counted, the training grant, meal and
      * transport amounts, and the EFT batch and IBAN the transfer
      * went to.  A rerun of the month skips what is already here,
      * so nothing is paid twice; FUNDEXP reads it to report the
      * allowances paid alongside the attended hours.
      *****************************************************************
       01  ALLOWANCE-HISTORY-RECORD.
           05  AH-KEY.
               10  AH-MONTH          PIC 9(06).
               10  AH-NUMERO         PIC 9(04).
               10  AH-CRS-CODE       PIC X(06).
           05  AH-PRESENT-DAYS       PIC 9(02).
           05  AH-JUSTIFIED-DAYS     PIC 9(02).
           05  AH-GRANT-AMOUNT       PIC 9(5)V99.
           05  AH-MEAL-AMOUNT        PIC 9(5)V99.
           05  AH-TRANSPORT-AMOUNT   PIC 9(5)V99.
           05  AH-TOTAL-AMOUNT       PIC 9(5)V99.
           05  AH-BATCH-NUMBER       PIC 9(06).
           05  AH-IBAN               PIC X(25).
           05  AH-RUN-DATE           PIC 9(08).
