      *****************************************************************
      * STUBANK.CPY
      * Trainee bank details, keyed on the student number - kept
      * apart from STUDENT-MASTER, whose fixed record image the
      * backup and roll-forward utilities rely on.  Maintained by
      * STUBKMNT, the IBAN checked through FLDVAL as it is keyed;
      * ALLOWRUN pays the trainee allowances by transfer to it and
      * checks it again before it reaches the bank file.
      *****************************************************************
       01  STUDENT-BANK-RECORD.
           05  SB-NUMERO             PIC 9(04).
           05  SB-IBAN               PIC X(25).
           05  SB-UPDATED-BY         PIC X(10).
           05  SB-UPDATE-DATE        PIC 9(08).
