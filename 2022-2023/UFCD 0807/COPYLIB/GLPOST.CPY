      * CASHRECN (drawer over/short) and ficha5ex3 (sales and VAT),
      * all appended to the shared GLPOST file and summarised with
      * control totals by GLSUMM before finance imports it.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added GL-COST-CENTER (GL-COST-CENTER-ID for the
      *                 numeric view): an expense charged to a cost
      *                 center carries the CCMAST center id, blank on
      *                 every other line, and BUDGVAR takes the
      *                 centers' actuals from it.  Record widened to
      *                 77.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GL-POST-DATE          PIC 9(08).
           05  GL-CREDIT             PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  GL-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  GL-COST-CENTER        PIC X(03).
               88  GL-NO-COST-CENTER           VALUES SPACES "000".
           05  GL-COST-CENTER-ID REDEFINES GL-COST-CENTER
                                     PIC 9(03).
