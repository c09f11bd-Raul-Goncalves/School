      * 2026-09-02  RG  Added CRS-FEE - the tuition the TUITBILL run
      *                 bills per enrollment into the STUOPEN
      *                 student ledger.
      * 2026-10-15  RG  Added CRS-CENTER-ID - the CCMAST cost center
      *                 the course's trainer fees are charged to
      *                 (zero = not assigned).
      * 2026-10-15  RG  Added the daily trainee allowance rates of a
      *                 funded course - training grant, meal and
      *                 transport (all zero = not funded) - and the
      *                 funder's rule for justified absences, for the
      *                 ALLOWRUN monthly allowance run.
      *****************************************************************
       01  COURSE-MASTER-RECORD.
           05  CRS-CODE              PIC X(06).
           05  CRS-PASS-MARK         PIC 9(03).
           05  CRS-CAPACITY          PIC 9(03).
           05  CRS-FEE               PIC 9(5)V99.
           05  CRS-CENTER-ID         PIC 9(03).
           05  CRS-GRANT-RATE        PIC 9(02)V99.
           05  CRS-MEAL-RATE         PIC 9(02)V99.
           05  CRS-TRANSPORT-RATE    PIC 9(02)V99.
      *    a justified absence is paid: N not at all, G the training
      *    grant only (meal and transport are for days attended), T
      *    every allowance
           05  CRS-JUSTIFIED-RULE    PIC X(01).
               88  CRS-JUST-NOT-PAID           VALUE "N".
               88  CRS-JUST-GRANT-ONLY         VALUES "G" SPACE.
               88  CRS-JUST-ALL-PAID           VALUE "T".
