      * over the standard week, time-and-a-half past 40 hours).  A
      * weekly employee with no record for the week being run is an
      * exception on the alert file, not a silent flat payment.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added TS-CENTER-ID.  An employee whose week is
      *                 split between courses and admin has one record
      *                 per cost center (CCMAST) worked for, and
      *                 monthly staff book their hours the same way;
      *                 NETPAY prices a weekly employee's records
      *                 together and LABDIST spreads each employee's
      *                 pay over the centers by them.  A record with
      *                 no center (zero, or captured before centers
      *                 were kept) goes to the default center.
      *****************************************************************
       01  TIMESHEET-RECORD.
           05  TS-WEEK-DATE          PIC 9(08).
           05  TS-HOURS              PIC 9(2)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TS-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TS-CENTER-ID          PIC 9(03).
