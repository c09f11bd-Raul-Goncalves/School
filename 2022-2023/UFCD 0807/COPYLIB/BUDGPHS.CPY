      *****************************************************************
      * BUDGPHS.CPY
      * Cost-center budget phasing record, keyed on the CCMAST
      * center id and the year: the annual budget and its split over
      * the twelve months, maintained by BUDGMNT.  BUDGVAR compares
      * the month's actuals with the month's phase and the year-to-
      * date actuals with the phases to date, so no month is judged
      * against a budget that belongs to the rest of the year.
      *****************************************************************
       01  BUDGET-PHASING-RECORD.
           05  BP-KEY.
               10  BP-CENTER-ID      PIC 9(03).
               10  BP-YEAR           PIC 9(04).
           05  BP-ANNUAL-BUDGET      PIC 9(8)V99.
           05  BP-MONTH-BUDGET       PIC 9(7)V99 OCCURS 12 TIMES.
