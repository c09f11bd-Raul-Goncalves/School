      *****************************************************************
      * LABACT.CPY
      * Labour actuals per cost center and month, keyed on the month
      * and the CCMAST center id.  LABDIST adds each distribution's
      * staff cost to it; BUDGVAR adds the month's figure to the
      * center's actuals, so a budget holder sees the staff cost of
      * the people who worked for the center.
      *****************************************************************
       01  LABOUR-ACTUAL-RECORD.
           05  LA-KEY.
               10  LA-MONTH          PIC 9(06).
               10  LA-CENTER-ID      PIC 9(03).
           05  LA-GROSS              PIC 9(8)V99.
           05  LA-ER-CHARGES         PIC 9(8)V99.
           05  LA-HOURS              PIC 9(6)V99.
