      *****************************************************************
      * KPIHIST.CPY
      * Monthly management indicator record, keyed on the period
      * (AAAAMM) - the headline figures KPIPACK gathers from every
      * subsystem at month end, kept so each month's pack can show
      * last month and the same month last year as they were
      * reported, and so the figures can be trended.  A rerun of a
      * month writes its record over itself.  Amounts are euros;
      * percentages and debtor days carry two decimals; counts are
      * whole numbers held in the same picture so the table view
      * serves every figure alike.
      *****************************************************************
       01  KPI-HISTORY-RECORD.
           05  KH-PERIOD             PIC 9(06).
           05  KH-RUN-DATE           PIC 9(08).
           05  KH-FIGURES.
               10  KH-SALES          PIC S9(9)V99.
               10  KH-GROSS-MARGIN   PIC S9(9)V99.
               10  KH-MARGIN-PCT     PIC S9(9)V99.
               10  KH-AR-BALANCE     PIC S9(9)V99.
               10  KH-DEBTOR-DAYS    PIC S9(9)V99.
               10  KH-PAYROLL-COST   PIC S9(9)V99.
               10  KH-ACTIVE-MEMBERS PIC S9(9)V99.
               10  KH-LAPSED-MEMBERS PIC S9(9)V99.
               10  KH-ENROLLMENTS    PIC S9(9)V99.
               10  KH-COMPLETIONS    PIC S9(9)V99.
               10  KH-ABSENCE-PCT    PIC S9(9)V99.
               10  KH-CASH-VARIANCE  PIC S9(9)V99.
               10  KH-CASH-SHORTAGE  PIC S9(9)V99.
               10  KH-BUDGET-YTD     PIC S9(9)V99.
               10  KH-ACTUAL-YTD     PIC S9(9)V99.
               10  KH-BUDGET-USED-PCT
                                     PIC S9(9)V99.
           05  KH-FIGURE-TABLE REDEFINES KH-FIGURES.
               10  KH-FIGURE         PIC S9(9)V99 OCCURS 16 TIMES.
