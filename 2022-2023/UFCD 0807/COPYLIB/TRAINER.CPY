      * to a trainer, and the TRNRHRS monthly report totals the
      * hours each trainer actually delivered - the figure their
      * invoices to us are checked against.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added the hourly rate, the engagement (staff
      *                 or external), the SUPPMAST supplier number an
      *                 external trainer is paid through and the
      *                 withholding percentage - the TRNRSETL fee
      *                 settlement prices the delivered hours from
      *                 here.
      *****************************************************************
       01  TRAINER-MASTER-RECORD.
           05  TR-TRAINER-ID         PIC 9(04).
           05  TR-STATUS-CODE        PIC X(01).
               88  TR-ACTIVE                   VALUES "A" SPACE.
               88  TR-INACTIVE                 VALUE "I".
           05  TR-HOURLY-RATE        PIC 9(3)V99.
           05  TR-ENGAGEMENT         PIC X(01).
               88  TR-STAFF                    VALUES "S" SPACE.
               88  TR-EXTERNAL                 VALUE "E".
           05  TR-SUPP-NUMBER        PIC 9(05).
           05  TR-WITHHOLD-PCT       PIC 9(02)V99.
