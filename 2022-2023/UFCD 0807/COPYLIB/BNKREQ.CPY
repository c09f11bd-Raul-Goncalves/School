      *****************************************************************
      * BNKREQ.CPY
      * Linkage record for the BNKREQ bank-detail request service:
      * the maintenance programs hand over the master type and key,
      * the field, the value on file and the value keyed, and the
      * operator; BNKREQ raises a pending request on BNKCHG and
      * returns its number.  The master itself is not touched - the
      * payment runs go on paying to the details on file until
      * BNKAPPR applies an approved request.
      *****************************************************************
       01  BNKREQ-LINKAGE.
           05  BQ-MASTER-TYPE        PIC X(01).
           05  BQ-MASTER-KEY         PIC 9(05).
           05  BQ-FIELD-NAME         PIC X(10).
           05  BQ-OLD-VALUE          PIC X(25).
           05  BQ-NEW-VALUE          PIC X(25).
           05  BQ-OPERATOR           PIC X(10).
           05  BQ-REQUEST-NUMBER     PIC 9(07).
           05  BQ-STATUS-SW          PIC X(01).
               88  BQ-OK                       VALUE "0".
               88  BQ-ALREADY-PENDING          VALUE "1".
               88  BQ-NO-OPERATOR              VALUE "2".
               88  BQ-ERROR                    VALUE "3".
