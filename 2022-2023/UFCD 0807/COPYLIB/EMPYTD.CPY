      *                 value, so a negative retro adjustment early in
      *                 the year was corrupting the accumulated figure
      *                 instead of taking it below zero.
      * 2026-10-15  RG  Added the gross holiday and Christmas subsidy
      *                 paid in the year, kept apart from the net so
      *                 the payslip and the year-end close show them
      *                 separately.
      *****************************************************************
       01  EMP-YTD-RECORD.
           05  YTD-ID                PIC 9(05).
           05  YTD-NET-PAY           PIC S9(7)V99.
           05  YTD-HOL-SUBSIDY       PIC S9(7)V99.
           05  YTD-XMAS-SUBSIDY      PIC S9(7)V99.
