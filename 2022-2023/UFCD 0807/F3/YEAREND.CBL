      * 2026-09-02  RG  STOP RUN became GOBACK - the YEARCLS year-end
      *                 driver now CALLs this close as its payroll
      *                 step, the way EODRUN calls its jobs.
      * 2026-10-15  RG  The statement now also shows the year's
      *                 holiday and Christmas subsidies on their own
      *                 lines, and the close resets them with the net.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WD-EMP-ID             PIC 9(05).

       01  WS-STATEMENT-AMOUNT-LINE.
           05  WA-LABEL              PIC X(20).
           05  WA-NET-PAY            PIC -Z,ZZZ,ZZ9.99.

       01  WS-TRAILER-LINE.
           WRITE YTD-HISTORY-RECORD
           PERFORM 3000-PRINT-STATEMENT
           MOVE ZEROS TO YTD-NET-PAY
           MOVE ZEROS TO YTD-HOL-SUBSIDY
           MOVE ZEROS TO YTD-XMAS-SUBSIDY
           REWRITE EMP-YTD-RECORD
           READ EMPLOYEE-YTD-FILE NEXT RECORD
               AT END
           PERFORM 3100-FIND-EMPLOYEE-NAME
           MOVE YTD-ID TO WD-EMP-ID
           WRITE EARNINGS-STATEMENT-LINE FROM WS-STATEMENT-DETAIL
           MOVE "NET PAY FOR YEAR ..." TO WA-LABEL
           MOVE YTD-NET-PAY TO WA-NET-PAY
           WRITE EARNINGS-STATEMENT-LINE FROM WS-STATEMENT-AMOUNT-LINE
           MOVE "SUBS. FERIAS ......." TO WA-LABEL
           MOVE YTD-HOL-SUBSIDY TO WA-NET-PAY
           WRITE EARNINGS-STATEMENT-LINE FROM WS-STATEMENT-AMOUNT-LINE
           MOVE "SUBS. NATAL ........" TO WA-LABEL
           MOVE YTD-XMAS-SUBSIDY TO WA-NET-PAY
           WRITE EARNINGS-STATEMENT-LINE FROM WS-STATEMENT-AMOUNT-LINE
           MOVE SPACES TO EARNINGS-STATEMENT-LINE
           WRITE EARNINGS-STATEMENT-LINE.

