      * id - the EMPYTD pattern applied to BUDGVAR, so a center
      * drifting over month after month is visible before the year
      * is blown.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  BUDGVAR now takes its year to date from the
      *                 ledger; PCREPLEN, ALLOWRUN and TRNRSETL
      *                 still add to this running total.
      *****************************************************************
       01  BUDGET-YTD-RECORD.
           05  BY-CENTER-ID          PIC 9(03).
