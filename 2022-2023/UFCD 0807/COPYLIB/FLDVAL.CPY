      *                 fiscal number or bank account is refused at
      *                 the keyboard instead of surfacing as an
      *                 EFTRTN reject weeks later.
      * 2026-10-15  RG  Added function "P": a postal code must be in
      *                 the NNNN-NNN form and on the POSTCODE
      *                 reference file, and its locality comes back
      *                 in FV-LOCALITY for the caller to store.
      *****************************************************************
       01  FLDVAL-LINKAGE.
           05  FV-FUNCTION           PIC X(01).
               88  FV-CHECK-NIF                VALUE "N".
               88  FV-CHECK-IBAN               VALUE "I".
               88  FV-CHECK-POSTCODE           VALUE "P".
           05  FV-FIELD              PIC X(30).
           05  FV-LENGTH             PIC 9(02).
           05  FV-RESULT-SW          PIC X(01).
               88  FV-FIELD-VALID              VALUE "0".
               88  FV-FIELD-INVALID            VALUE "1".
           05  FV-BAD-POSITION       PIC 9(02).
           05  FV-LOCALITY           PIC X(25).
