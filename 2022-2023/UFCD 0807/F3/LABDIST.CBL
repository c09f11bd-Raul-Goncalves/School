       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDIST.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Labour cost distribution, run after a live
      *                NETPAY.  Each employee's gross and employer
      *                social security from the run's LABCOST file is
      *                spread over the cost centers in proportion to
      *                the hours TSCAP booked to each - the pay week's
      *                timesheets for a weekly cycle, the month's for
      *                anything else - and anyone with no hours booked
      *                goes whole to the default center keyed at the
      *                run.  The staff cost of each center is debited
      *                to CUSTOPES in the GL against the CUSTODIS
      *                distribution contra, and added to the month's
      *                LABACT labour actuals BUDGVAR reports against
      *                the budget.  A run is distributed once: LABDONE
      *                records it and a second attempt is refused.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The CUSTOPES debits carry their cost center
      *                 on GLPOST, and the employer charges NETPAY
      *                 put on each employee's home center (the one
      *                 CCMAST maps the department to) come off that
      *                 center in the CUSTODIS credit, so the cost
      *                 moves to where the hours were worked.
      * 2026-10-15  RG  Timesheets, department centers, home centers
      *                 and centers that do not fit their tables are
      *                 counted on the report and the console instead
      *                 of being passed over unseen, and the four
      *                 tables are checked with TBLCHK.
      * 2026-10-15  RG  2100-VISIT-ONE-TIMESHEET is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LABOUR-COST-FILE ASSIGN TO "LABCOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL LABOUR-ACTUAL-FILE ASSIGN TO "LABACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LABACT-STATUS.
           SELECT OPTIONAL LABOUR-DONE-FILE ASSIGN TO "LABDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-KEY
               FILE STATUS IS WS-LABDONE-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISTRIBUTION-REPORT ASSIGN TO "LABRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOUR-COST-FILE.
       COPY LABCOST.

       FD  TIMESHEET-FILE.
       COPY TIMESHT.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  LABOUR-ACTUAL-FILE.
       COPY LABACT.

       FD  LABOUR-DONE-FILE.
       COPY LABDONE.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  DISTRIBUTION-REPORT.
       01  DISTRIBUTION-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY FILERR.

       COPY TBLCHK.

       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".
       01  WS-LABACT-STATUS          PIC XX.
           88  WS-LABACT-OK                  VALUES "00" "05".
           88  WS-LABACT-NOT-FOUND           VALUE "23".
       01  WS-LABDONE-STATUS         PIC XX.
           88  WS-LABDONE-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-COST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-COST-EOF                 VALUE "Y".
           05  WS-TS-EOF-SW          PIC X(01) VALUE "N".
               88  WS-TS-EOF                   VALUE "Y".
           05  WS-CENTER-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-CENTER-FOUND             VALUE "Y".
           05  WS-DONE-SW            PIC X(01) VALUE "N".
               88  WS-ALREADY-DONE             VALUE "Y".
           05  WS-CCM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CCM-EOF                  VALUE "Y".
           05  WS-DEPT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-DEPT-FOUND               VALUE "Y".
           05  WS-HOME-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-HOME-FOUND               VALUE "Y".
      *        W - the pay week's timesheets, M - the month's
           05  WS-SCOPE-SW           PIC X(01) VALUE "M".
               88  WS-SCOPE-WEEK               VALUE "W".
               88  WS-SCOPE-MONTH              VALUE "M".
      *        T - total the employee's hours, A - allocate them
           05  WS-PASS-SW            PIC X(01) VALUE "T".
               88  WS-PASS-TOTAL               VALUE "T".
               88  WS-PASS-ALLOCATE            VALUE "A".

      *    the GL accounts the distribution debits per center and
      *    credits in total
       01  WS-LABOUR-ACCOUNT         PIC X(08) VALUE "CUSTOPES".
       01  WS-CONTRA-ACCOUNT         PIC X(08) VALUE "CUSTODIS".

       01  WS-WORK-FIELDS.
           05  WS-BUSINESS-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-DEFAULT-CENTER     PIC 9(03) VALUE ZEROS.
           05  WS-RUN-PERIOD         PIC 9(08) VALUE ZEROS.
           05  WS-RUN-KIND           PIC X(01) VALUE SPACE.
           05  WS-RUN-MONTH          PIC 9(06) VALUE ZEROS.
           05  WS-TS-MONTH           PIC 9(06) VALUE ZEROS.
           05  WS-TS-IDX             PIC 9(04) VALUE ZEROS.
           05  WS-CTR-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-ALLOC-CENTER       PIC 9(03) VALUE ZEROS.
           05  WS-ALLOC-HOURS        PIC 9(3)V99 VALUE ZEROS.
           05  WS-ALLOC-GROSS        PIC 9(7)V99 VALUE ZEROS.
           05  WS-ALLOC-CHARGES      PIC 9(7)V99 VALUE ZEROS.
           05  WS-EMP-HOURS          PIC 9(5)V99 VALUE ZEROS.
           05  WS-CUM-HOURS          PIC 9(5)V99 VALUE ZEROS.
           05  WS-CUM-GROSS          PIC 9(7)V99 VALUE ZEROS.
           05  WS-CUM-CHARGES        PIC 9(7)V99 VALUE ZEROS.
           05  WS-PRIOR-GROSS        PIC 9(7)V99 VALUE ZEROS.
           05  WS-PRIOR-CHARGES      PIC 9(7)V99 VALUE ZEROS.
           05  WS-CENTER-COST        PIC 9(9)V99 VALUE ZEROS.
           05  WS-EMP-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-DEFAULTED-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-UNKNOWN-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-OVERFLOW-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-COST-TOTAL         PIC 9(9)V99 VALUE ZEROS.
           05  WS-DIST-TOTAL         PIC 9(9)V99 VALUE ZEROS.

      *    the timesheets of the run's month
       01  WS-TIMESHEET-TABLE.
           05  WS-TS-COUNT           PIC 9(04) VALUE ZEROS.
           05  WS-TS-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-TS-COUNT.
               10  WLT-EMP-ID        PIC 9(05).
               10  WLT-WEEK-DATE     PIC 9(08).
               10  WLT-CENTER-ID     PIC 9(03).
               10  WLT-HOURS         PIC 9(2)V99.

      *    what each center received
       01  WS-CENTER-TABLE.
           05  WS-CTR-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-CTR-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CTR-COUNT.
               10  WCT-CENTER-ID     PIC 9(03).
               10  WCT-HOURS         PIC 9(6)V99.
               10  WCT-GROSS         PIC 9(8)V99.
               10  WCT-CHARGES       PIC 9(8)V99.

      *    the payroll departments CCMAST charges to a center
       01  WS-DEPT-CENTER-TABLE.
           05  WS-DCT-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-DCT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DCT-COUNT.
               10  WDC-DEPT          PIC X(04).
               10  WDC-CENTER-ID     PIC 9(03).
       01  WS-DCT-IDX                PIC 9(03) VALUE ZEROS.

      *    the employer charges NETPAY put on each home center
       01  WS-HOME-CENTER-TABLE.
           05  WS-HCT-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-HCT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-HCT-COUNT.
               10  WHC-CENTER-ID     PIC 9(03).
               10  WHC-CHARGES       PIC 9(8)V99.
       01  WS-HCT-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-HOME-CENTER            PIC 9(03) VALUE ZEROS.
       01  WS-UNHOMED-COST           PIC 9(9)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(42) VALUE
               "DISTRIBUICAO DE CUSTOS DE PESSOAL - PAG. ".
           05  WH-PERIOD             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WH-RUN-KIND           PIC X(01).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(10) VALUE "EMPR.".
           05  FILLER                PIC X(08) VALUE "CENTRO".
           05  FILLER                PIC X(10) VALUE "   HORAS".
           05  FILLER                PIC X(14) VALUE "         BRUTO".
           05  FILLER                PIC X(14) VALUE "      ENCARGOS".

       01  WS-DETAIL-LINE.
           05  WD-EMP-ID             PIC 9(05).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WD-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WD-HOURS              PIC ZZZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-GROSS              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-CHARGES            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-NOTE               PIC X(14).

       01  WS-CENTER-HEADER.
           05  FILLER                PIC X(30) VALUE
               "CENTRO NOME".
           05  FILLER                PIC X(10) VALUE "   HORAS".
           05  FILLER                PIC X(14) VALUE "         BRUTO".
           05  FILLER                PIC X(14) VALUE "      ENCARGOS".

       01  WS-CENTER-LINE.
           05  WC-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WC-NAME               PIC X(23).
           05  WC-HOURS              PIC ZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WC-GROSS              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WC-CHARGES            PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(40).
           05  WT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CHECK-LINE.
           05  WK-LABEL              PIC X(40).
           05  WK-RESULT             PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-COST-EOF
               DISPLAY "Nada distribuido."
               STOP RUN
           END-IF
           PERFORM 2000-DISTRIBUTE-ONE-EMPLOYEE THRU 2000-EXIT
               UNTIL WS-COST-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the default center, the run LABCOST
      * holds (refused if already distributed), the month's
      * timesheets, files and headings.  WS-COST-EOF set on the
      * way out means there is nothing to distribute.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT COST-CENTER-MASTER
           PERFORM 1200-LOAD-DEPT-CENTERS THRU 1200-EXIT
           DISPLAY "Centro de custo por omissao (sem horas): "
           ACCEPT WS-DEFAULT-CENTER
           MOVE WS-DEFAULT-CENTER TO CM-CENTER-ID
           READ COST-CENTER-MASTER
               INVALID KEY
                   MOVE "23" TO WS-CCM-STATUS
           END-READ
           IF NOT WS-CCM-OK
               DISPLAY "Centro de custo desconhecido."
               CLOSE COST-CENTER-MASTER
               SET WS-COST-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LABOUR-COST-FILE
           READ LABOUR-COST-FILE
               AT END
                   DISPLAY "LABCOST sem registos."
                   CLOSE LABOUR-COST-FILE
                   CLOSE COST-CENTER-MASTER
                   SET WS-COST-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ
           MOVE LC-PAY-PERIOD TO WS-RUN-PERIOD
           MOVE LC-RUN-KIND TO WS-RUN-KIND
           COMPUTE WS-RUN-MONTH = WS-RUN-PERIOD / 100
           OPEN I-O LABOUR-DONE-FILE
           IF NOT WS-LABDONE-OK
               MOVE "LABDONE" TO FE-FILE-NAME
               MOVE WS-LABDONE-STATUS TO FE-FILE-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF
           MOVE WS-RUN-PERIOD TO LD-PAY-PERIOD
           MOVE WS-RUN-KIND TO LD-RUN-KIND
           READ LABOUR-DONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-DONE TO TRUE
           END-READ
           IF WS-ALREADY-DONE
               DISPLAY "Pagamento " WS-RUN-PERIOD " " WS-RUN-KIND
                   " ja distribuido em " LD-DIST-DATE "."
               CLOSE LABOUR-DONE-FILE
               CLOSE LABOUR-COST-FILE
               CLOSE COST-CENTER-MASTER
               SET WS-COST-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LABOUR-ACTUAL-FILE
           IF NOT WS-LABACT-OK
               MOVE "LABACT" TO FE-FILE-NAME
               MOVE WS-LABACT-STATUS TO FE-FILE-STATUS
               PERFORM 9900-FILE-ERROR
           END-IF
           OPEN INPUT TIMESHEET-FILE
           PERFORM 1100-LOAD-ONE-TIMESHEET THRU 1100-EXIT
               UNTIL WS-TS-EOF
           CLOSE TIMESHEET-FILE
           OPEN OUTPUT DISTRIBUTION-REPORT
           MOVE WS-RUN-PERIOD TO WH-PERIOD
           MOVE WS-RUN-KIND TO WH-RUN-KIND
           WRITE DISTRIBUTION-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   SET WS-TS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           COMPUTE WS-TS-MONTH = TS-WEEK-DATE / 100
           IF WS-TS-MONTH NOT = WS-RUN-MONTH
               GO TO 1100-EXIT
           END-IF
           IF WS-TS-COUNT = 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-TS-COUNT
           MOVE TS-EMP-ID TO WLT-EMP-ID(WS-TS-COUNT)
           MOVE TS-WEEK-DATE TO WLT-WEEK-DATE(WS-TS-COUNT)
           MOVE TS-HOURS TO WLT-HOURS(WS-TS-COUNT)
      *    a record from before centers were kept has none
           IF TS-CENTER-ID NUMERIC
               MOVE TS-CENTER-ID TO WLT-CENTER-ID(WS-TS-COUNT)
           ELSE
               MOVE ZEROS TO WLT-CENTER-ID(WS-TS-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-DEPT-CENTERS - the centers that carry a payroll
      * department, the home centers NETPAY charged
      *-----------------------------------------------------------*
       1200-LOAD-DEPT-CENTERS.
           MOVE ZEROS TO CM-CENTER-ID
           START COST-CENTER-MASTER KEY IS NOT LESS THAN CM-CENTER-ID
               INVALID KEY
                   GO TO 1200-EXIT
           END-START
           PERFORM 1210-LOAD-ONE-DEPT-CENTER THRU 1210-EXIT
               UNTIL WS-CCM-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-DEPT-CENTER.
           READ COST-CENTER-MASTER NEXT RECORD
               AT END
                   SET WS-CCM-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF CM-PAYROLL-DEPT = SPACES
               GO TO 1210-EXIT
           END-IF
           IF WS-DCT-COUNT = 200
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-DCT-COUNT
           MOVE CM-PAYROLL-DEPT TO WDC-DEPT(WS-DCT-COUNT)
           MOVE CM-CENTER-ID TO WDC-CENTER-ID(WS-DCT-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-DISTRIBUTE-ONE-EMPLOYEE - one employee's cost over the
      * hours booked.  Each share is the cost to date less the
      * shares already given, so the pennies always add back to
      * the employee's cost.
      *-----------------------------------------------------------*
       2000-DISTRIBUTE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           ADD LC-GROSS LC-ER-CHARGES TO WS-COST-TOTAL
           PERFORM 2050-CHARGE-HOME-CENTER THRU 2050-EXIT
           IF LC-RUN-KIND = "R" AND LC-PAY-FREQ = "W"
               SET WS-SCOPE-WEEK TO TRUE
           ELSE
               SET WS-SCOPE-MONTH TO TRUE
           END-IF
           MOVE ZEROS TO WS-EMP-HOURS
           MOVE ZEROS TO WS-CUM-HOURS
           MOVE ZEROS TO WS-PRIOR-GROSS
           MOVE ZEROS TO WS-PRIOR-CHARGES
           SET WS-PASS-TOTAL TO TRUE
           PERFORM 2100-VISIT-ONE-TIMESHEET THRU 2100-EXIT
               VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
           IF WS-EMP-HOURS = ZEROS
               ADD 1 TO WS-DEFAULTED-COUNT
               MOVE WS-DEFAULT-CENTER TO WS-ALLOC-CENTER
               MOVE ZEROS TO WS-ALLOC-HOURS
               MOVE LC-GROSS TO WS-ALLOC-GROSS
               MOVE LC-ER-CHARGES TO WS-ALLOC-CHARGES
               MOVE "SEM HORAS" TO WD-NOTE
               PERFORM 2300-ALLOCATE-SHARE
           ELSE
               SET WS-PASS-ALLOCATE TO TRUE
               PERFORM 2100-VISIT-ONE-TIMESHEET THRU 2100-EXIT
                   VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
           END-IF
           READ LABOUR-COST-FILE
               AT END
                   SET WS-COST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CHARGE-HOME-CENTER - the employee's employer charges
      * against the center NETPAY charged them to; a department
      * no center carries was charged to none
      *-----------------------------------------------------------*
       2050-CHARGE-HOME-CENTER.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM 2060-MATCH-ONE-DEPT
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-COUNT
                  OR WS-DEPT-FOUND
           IF NOT WS-DEPT-FOUND
               GO TO 2050-EXIT
           END-IF
           SUBTRACT 1 FROM WS-DCT-IDX
           MOVE WDC-CENTER-ID(WS-DCT-IDX) TO WS-HOME-CENTER
           MOVE "N" TO WS-HOME-FOUND-SW
           PERFORM 2070-MATCH-ONE-HOME
               VARYING WS-HCT-IDX FROM 1 BY 1
               UNTIL WS-HCT-IDX > WS-HCT-COUNT
                  OR WS-HOME-FOUND
           IF WS-HOME-FOUND
               SUBTRACT 1 FROM WS-HCT-IDX
           ELSE
               IF WS-HCT-COUNT = 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2050-EXIT
               END-IF
               ADD 1 TO WS-HCT-COUNT
               MOVE WS-HCT-COUNT TO WS-HCT-IDX
               MOVE WS-HOME-CENTER TO WHC-CENTER-ID(WS-HCT-IDX)
               MOVE ZEROS TO WHC-CHARGES(WS-HCT-IDX)
           END-IF
           ADD LC-ER-CHARGES TO WHC-CHARGES(WS-HCT-IDX).
       2050-EXIT.
           EXIT.

       2060-MATCH-ONE-DEPT.
           IF WDC-DEPT(WS-DCT-IDX) = LC-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       2070-MATCH-ONE-HOME.
           IF WHC-CENTER-ID(WS-HCT-IDX) = WS-HOME-CENTER
               SET WS-HOME-FOUND TO TRUE
           END-IF.

      *    a timesheet of the employee's in scope - totalled on the
      *    first pass, given its share on the second
       2100-VISIT-ONE-TIMESHEET.
           IF WLT-EMP-ID(WS-TS-IDX) NOT = LC-EMP-ID
               GO TO 2100-EXIT
           END-IF
           IF WS-SCOPE-WEEK
               AND WLT-WEEK-DATE(WS-TS-IDX) NOT = LC-PAY-PERIOD
               GO TO 2100-EXIT
           END-IF
           IF WS-PASS-TOTAL
               ADD WLT-HOURS(WS-TS-IDX) TO WS-EMP-HOURS
               GO TO 2100-EXIT
           END-IF
           ADD WLT-HOURS(WS-TS-IDX) TO WS-CUM-HOURS
           COMPUTE WS-CUM-GROSS ROUNDED =
               LC-GROSS * WS-CUM-HOURS / WS-EMP-HOURS
           COMPUTE WS-CUM-CHARGES ROUNDED =
               LC-ER-CHARGES * WS-CUM-HOURS / WS-EMP-HOURS
           COMPUTE WS-ALLOC-GROSS = WS-CUM-GROSS - WS-PRIOR-GROSS
           COMPUTE WS-ALLOC-CHARGES =
               WS-CUM-CHARGES - WS-PRIOR-CHARGES
           MOVE WS-CUM-GROSS TO WS-PRIOR-GROSS
           MOVE WS-CUM-CHARGES TO WS-PRIOR-CHARGES
           MOVE WLT-HOURS(WS-TS-IDX) TO WS-ALLOC-HOURS
           MOVE SPACES TO WD-NOTE
           MOVE WLT-CENTER-ID(WS-TS-IDX) TO WS-ALLOC-CENTER
           IF WS-ALLOC-CENTER = ZEROS
               MOVE WS-DEFAULT-CENTER TO WS-ALLOC-CENTER
               MOVE "SEM CENTRO" TO WD-NOTE
           ELSE
               MOVE WS-ALLOC-CENTER TO CM-CENTER-ID
               READ COST-CENTER-MASTER
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE WS-DEFAULT-CENTER TO WS-ALLOC-CENTER
                       MOVE "CENTRO DESCON." TO WD-NOTE
               END-READ
           END-IF
           PERFORM 2300-ALLOCATE-SHARE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ALLOCATE-SHARE - one share to its center and the
      * detail line
      *-----------------------------------------------------------*
       2300-ALLOCATE-SHARE.
           PERFORM 7000-FIND-CENTER THRU 7000-EXIT
           ADD WS-ALLOC-HOURS TO WCT-HOURS(WS-CTR-IDX)
           ADD WS-ALLOC-GROSS TO WCT-GROSS(WS-CTR-IDX)
           ADD WS-ALLOC-CHARGES TO WCT-CHARGES(WS-CTR-IDX)
           ADD WS-ALLOC-GROSS WS-ALLOC-CHARGES TO WS-DIST-TOTAL
           MOVE LC-EMP-ID TO WD-EMP-ID
           MOVE WS-ALLOC-CENTER TO WD-CENTER-ID
           MOVE WS-ALLOC-HOURS TO WD-HOURS
           MOVE WS-ALLOC-GROSS TO WD-GROSS
           MOVE WS-ALLOC-CHARGES TO WD-CHARGES
           WRITE DISTRIBUTION-LINE FROM WS-DETAIL-LINE.

      *-----------------------------------------------------------*
      * 7000-FIND-CENTER - WS-ALLOC-CENTER in the center table,
      * added when new; past 200 centers the rest count under the
      * last line
      *-----------------------------------------------------------*
       7000-FIND-CENTER.
           MOVE "N" TO WS-CENTER-FOUND-SW
           PERFORM 7050-MATCH-ONE-CENTER
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT
                  OR WS-CENTER-FOUND
           IF WS-CENTER-FOUND
               SUBTRACT 1 FROM WS-CTR-IDX
               GO TO 7000-EXIT
           END-IF
           IF WS-CTR-COUNT = 200
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE 200 TO WS-CTR-IDX
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO WS-CTR-COUNT
           MOVE WS-CTR-COUNT TO WS-CTR-IDX
           MOVE WS-ALLOC-CENTER TO WCT-CENTER-ID(WS-CTR-IDX)
           MOVE ZEROS TO WCT-HOURS(WS-CTR-IDX)
           MOVE ZEROS TO WCT-GROSS(WS-CTR-IDX)
           MOVE ZEROS TO WCT-CHARGES(WS-CTR-IDX).
       7000-EXIT.
           EXIT.

       7050-MATCH-ONE-CENTER.
           IF WCT-CENTER-ID(WS-CTR-IDX) = WS-ALLOC-CENTER
               SET WS-CENTER-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7900-CHECK-TABLES - the timesheet, department, home and
      * center tables as filled, against their capacity
      *-----------------------------------------------------------*
       7900-CHECK-TABLES.
           MOVE "LABDIST" TO TC-PROGRAM-NAME
           MOVE "TIMESHT" TO TC-TABLE-NAME
           MOVE WS-TS-COUNT TO TC-ENTRY-COUNT
           MOVE 2000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "DEPTCENTER" TO TC-TABLE-NAME
           MOVE WS-DCT-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "HOMECENTER" TO TC-TABLE-NAME
           MOVE WS-HCT-COUNT TO TC-ENTRY-COUNT
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "CENTER" TO TC-TABLE-NAME
           MOVE WS-CTR-COUNT TO TC-ENTRY-COUNT
           CALL "TBLCHK" USING TBLCHK-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - the centers' totals to the report, the GL
      * and the labour actuals, the proof that everything was
      * distributed, and the run marked done
      *-----------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 7900-CHECK-TABLES
           CLOSE LABOUR-COST-FILE
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE FROM WS-CENTER-HEADER
           OPEN EXTEND GL-POSTING-FILE
           PERFORM 8100-CLOSE-ONE-CENTER
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT
           MOVE WS-DIST-TOTAL TO WS-UNHOMED-COST
           PERFORM 8200-CREDIT-ONE-HOME
               VARYING WS-HCT-IDX FROM 1 BY 1
               UNTIL WS-HCT-IDX > WS-HCT-COUNT
           IF WS-UNHOMED-COST > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-BUSINESS-DATE TO GL-POST-DATE
               MOVE "LABDIST" TO GL-SOURCE
               MOVE WS-CONTRA-ACCOUNT TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WS-UNHOMED-COST TO GL-CREDIT
               MOVE "CUSTO PESSOAL DISTR." TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           CLOSE GL-POSTING-FILE
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE "CUSTO DO PAGAMENTO (LABCOST)" TO WT-LABEL
           MOVE WS-COST-TOTAL TO WT-AMOUNT
           WRITE DISTRIBUTION-LINE FROM WS-TOTAL-LINE
           MOVE "CUSTO DISTRIBUIDO PELOS CENTROS" TO WT-LABEL
           MOVE WS-DIST-TOTAL TO WT-AMOUNT
           WRITE DISTRIBUTION-LINE FROM WS-TOTAL-LINE
           MOVE "CONFERENCIA" TO WK-LABEL
           IF WS-DIST-TOTAL = WS-COST-TOTAL
               MOVE "CONFERE" TO WK-RESULT
           ELSE
               MOVE "NAO CONFERE" TO WK-RESULT
           END-IF
           WRITE DISTRIBUTION-LINE FROM WS-CHECK-LINE
           MOVE "EMPREGADOS SEM HORAS (CENTRO OMISSAO)" TO WK-LABEL
           MOVE WS-DEFAULTED-COUNT TO WK-RESULT
           WRITE DISTRIBUTION-LINE FROM WS-CHECK-LINE
           MOVE "HORAS EM CENTRO DESCONHECIDO" TO WK-LABEL
           MOVE WS-UNKNOWN-COUNT TO WK-RESULT
           WRITE DISTRIBUTION-LINE FROM WS-CHECK-LINE
           MOVE "REGISTOS ALEM DAS TABELAS (CHEIAS)" TO WK-LABEL
           MOVE WS-OVERFLOW-COUNT TO WK-RESULT
           WRITE DISTRIBUTION-LINE FROM WS-CHECK-LINE
           MOVE WS-RUN-PERIOD TO LD-PAY-PERIOD
           MOVE WS-RUN-KIND TO LD-RUN-KIND
           MOVE WS-BUSINESS-DATE TO LD-DIST-DATE
           MOVE WS-DEFAULT-CENTER TO LD-DEFAULT-CENTER
           MOVE WS-DIST-TOTAL TO LD-TOTAL-COST
           WRITE LABOUR-DONE-RECORD
               INVALID KEY
                   DISPLAY "LABDONE nao gravado: " LD-KEY
           END-WRITE
           CLOSE LABOUR-DONE-FILE
           CLOSE LABOUR-ACTUAL-FILE
           CLOSE COST-CENTER-MASTER
           CLOSE DISTRIBUTION-REPORT
           DISPLAY "Empregados distribuidos: " WS-EMP-COUNT
               "  centros: " WS-CTR-COUNT
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY "LABDIST: tabelas cheias - " WS-OVERFLOW-COUNT
                   " registos fora das tabelas (ver relatorio)."
           END-IF.

      *-----------------------------------------------------------*
      * 8100-CLOSE-ONE-CENTER - one center's report line, its GL
      * debit and its month's labour actuals
      *-----------------------------------------------------------*
       8100-CLOSE-ONE-CENTER.
           MOVE WCT-CENTER-ID(WS-CTR-IDX) TO CM-CENTER-ID
           READ COST-CENTER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-NAME
           END-READ
           MOVE WCT-CENTER-ID(WS-CTR-IDX) TO WC-CENTER-ID
           MOVE CM-NAME TO WC-NAME
           MOVE WCT-HOURS(WS-CTR-IDX) TO WC-HOURS
           MOVE WCT-GROSS(WS-CTR-IDX) TO WC-GROSS
           MOVE WCT-CHARGES(WS-CTR-IDX) TO WC-CHARGES
           WRITE DISTRIBUTION-LINE FROM WS-CENTER-LINE
           COMPUTE WS-CENTER-COST = WCT-GROSS(WS-CTR-IDX)
               + WCT-CHARGES(WS-CTR-IDX)
           IF WS-CENTER-COST > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-BUSINESS-DATE TO GL-POST-DATE
               MOVE "LABDIST" TO GL-SOURCE
               MOVE WS-LABOUR-ACCOUNT TO GL-ACCOUNT
               MOVE WS-CENTER-COST TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               STRING "PESSOAL CENTRO " DELIMITED BY SIZE
                      WCT-CENTER-ID(WS-CTR-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               MOVE WCT-CENTER-ID(WS-CTR-IDX) TO GL-COST-CENTER-ID
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE WS-RUN-MONTH TO LA-MONTH
           MOVE WCT-CENTER-ID(WS-CTR-IDX) TO LA-CENTER-ID
           READ LABOUR-ACTUAL-FILE
               INVALID KEY
                   MOVE ZEROS TO LA-GROSS
                   MOVE ZEROS TO LA-ER-CHARGES
                   MOVE ZEROS TO LA-HOURS
           END-READ
           ADD WCT-GROSS(WS-CTR-IDX) TO LA-GROSS
           ADD WCT-CHARGES(WS-CTR-IDX) TO LA-ER-CHARGES
           ADD WCT-HOURS(WS-CTR-IDX) TO LA-HOURS
           IF WS-LABACT-NOT-FOUND
               WRITE LABOUR-ACTUAL-RECORD
           ELSE
               REWRITE LABOUR-ACTUAL-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 8200-CREDIT-ONE-HOME - the contra credit for the employer
      * charges taken off one home center; what is left of the
      * distributed cost is credited without a center
      *-----------------------------------------------------------*
       8200-CREDIT-ONE-HOME.
           IF WHC-CHARGES(WS-HCT-IDX) > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-BUSINESS-DATE TO GL-POST-DATE
               MOVE "LABDIST" TO GL-SOURCE
               MOVE WS-CONTRA-ACCOUNT TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WHC-CHARGES(WS-HCT-IDX) TO GL-CREDIT
               STRING "ENCARGOS CENTRO " DELIMITED BY SIZE
                      WHC-CENTER-ID(WS-HCT-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               MOVE WHC-CENTER-ID(WS-HCT-IDX) TO GL-COST-CENTER-ID
               WRITE GL-POSTING-RECORD
               SUBTRACT WHC-CHARGES(WS-HCT-IDX) FROM WS-UNHOMED-COST
           END-IF.

      *-----------------------------------------------------------*
      * 9900-FILE-ERROR - hand an unexpected file status to the
      * shared FILERR handler; it logs, explains and stops the step
      *-----------------------------------------------------------*
       9900-FILE-ERROR.
           MOVE "LABDIST" TO FE-PROGRAM-NAME
           MOVE "OPEN" TO FE-OPERATION
           CALL "FILERR" USING FILERR-LINKAGE.

       END PROGRAM LABDIST.
