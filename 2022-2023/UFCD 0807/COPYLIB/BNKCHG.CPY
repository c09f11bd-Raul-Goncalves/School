      *****************************************************************
      * BNKCHG.CPY
      * Bank-detail change request, keyed on the request number the
      * BANKCHG sequence issues, with the master and its key as an
      * alternate key so a second request for the same master can
      * be refused while one is still pending.  A change to the
      * bank details of an employee (EMP-IBAN), customer (CU-IBAN),
      * member (MEM-BANK-ACCT), payee (PY-BANK-ACCT), supplier
      * (SP-IBAN) or trainee (STUBANK) is raised here through the
      * BNKREQ service instead of being applied; BNKAPPR applies it
      * to the master when a second operator of a higher level
      * approves it, and BNKCHRPT lists every request for audit.
      *****************************************************************
       01  BANK-CHANGE-RECORD.
           05  BC-REQUEST-NUMBER     PIC 9(07).
           05  BC-ENTITY.
               10  BC-MASTER-TYPE    PIC X(01).
                   88  BC-EMPLOYEE             VALUE "E".
                   88  BC-CUSTOMER             VALUE "C".
                   88  BC-MEMBER               VALUE "M".
                   88  BC-PAYEE                VALUE "P".
                   88  BC-SUPPLIER             VALUE "S".
                   88  BC-TRAINEE              VALUE "T".
               10  BC-MASTER-KEY     PIC 9(05).
           05  BC-FIELD-NAME         PIC X(10).
           05  BC-OLD-VALUE          PIC X(25).
           05  BC-NEW-VALUE          PIC X(25).
           05  BC-REQUESTED-BY       PIC X(10).
           05  BC-REQUEST-DATE       PIC 9(08).
           05  BC-REQUEST-TIME       PIC 9(06).
           05  BC-STATUS-CODE        PIC X(01).
               88  BC-PENDING                  VALUE "P".
               88  BC-APPROVED                 VALUE "A".
               88  BC-REJECTED                 VALUE "R".
           05  BC-DECIDED-BY         PIC X(10).
           05  BC-DECISION-DATE      PIC 9(08).
           05  BC-REJECT-REASON      PIC X(30).
