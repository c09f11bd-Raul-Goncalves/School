      * 2026-09-02  RG  The report name rides the RPTWRT linkage so
      *                 the writer's dated RPTARCH archive holds
      *                 this report under BUDGRPT for reprints.
      * 2026-10-15  RG  A center's actuals now include the staff cost
      *                 LABDIST distributed to it for the month (the
      *                 LABACT labour actuals, by timesheet hours),
      *                 shown on its own line under the variance and
      *                 carried into the YTD.
      * 2026-10-15  RG  Actuals now come from the ledger: the GLARCH
      *                 and GLPOST lines carrying the center, dated in
      *                 the business year up to the business month,
      *                 on any account not classed as a balance-sheet
      *                 account (debits less credits).  Budgets come
      *                 from the BUDGPHS monthly phasing kept by
      *                 BUDGMNT: the month against its phase, the YTD
      *                 against the phases to date and the year.
      *                 COSTCTR and BUDGYTD are no longer read; the
      *                 LABACT staff cost, already in the ledger
      *                 through LABDIST, prints as a memo line; a
      *                 center posted in the ledger but not on CCMAST
      *                 is listed on BUDGEXC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-POSTING-ARCHIVE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BUDGET-PHASING-FILE ASSIGN TO "BUDGPHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-BPH-STATUS.
           SELECT COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT EXCEPTION-LIST ASSIGN TO "BUDGEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOUR-ACTUAL-FILE ASSIGN TO "LABACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LABACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  GL-POSTING-ARCHIVE.
       01  GL-ARCHIVE-LINE           PIC X(77).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-LINE           PIC X(77).

       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  BUDGET-PHASING-FILE.
       COPY BUDGPHS.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.
       FD  EXCEPTION-LIST.
       01  EXCEPTION-LIST-LINE       PIC X(80).

       FD  LABOUR-ACTUAL-FILE.
       COPY LABACT.

       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-LINE      PIC X(80).


       COPY RPTWRT.

      *    each ledger line, archived or not, is read into the one
      *    posting layout
       COPY GLPOST.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-LEDGER-EOF-SW      PIC X(01) VALUE "N".
               88  WS-LEDGER-EOF               VALUE "Y".
           05  WS-PHASING-SW         PIC X(01) VALUE "N".
               88  WS-PHASING-FOUND            VALUE "Y".

       01  WS-RPTWRT-IDX             PIC 9(01) VALUE ZEROS.

       01  WS-ACCT-STATUS            PIC XX VALUE "00".
           88  WS-ACCT-OK                    VALUES "00" "05".

       01  WS-BPH-STATUS             PIC XX VALUE "00".
           88  WS-BPH-OK                     VALUE "00".

       01  WS-CCM-STATUS             PIC XX VALUE "00".
           88  WS-CCM-OK                     VALUE "00".

       01  WS-LABACT-STATUS          PIC XX VALUE "00".
           88  WS-LABACT-OK                  VALUE "00".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MONTH          PIC 9(02).
           05  WS-RUN-DAY            PIC 9(02).

       01  WS-LINE-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LINE-YEAR          PIC 9(04).
           05  WS-LINE-MONTH         PIC 9(02).
           05  WS-LINE-DAY           PIC 9(02).

      *    the ledger actuals per center, indexed by the center id
       01  WS-CENTER-ACTUALS.
           05  WS-CENTER-ACTUAL OCCURS 999 TIMES.
               10  WCA-MONTH-ACTUAL  PIC S9(8)V99.
               10  WCA-YTD-ACTUAL    PIC S9(8)V99.
               10  WCA-POSTED-SW     PIC X(01).
                   88  WCA-POSTED              VALUE "Y".
               10  WCA-MASTER-SW     PIC X(01).
                   88  WCA-ON-MASTER           VALUE "Y".
       01  WS-CTR-IDX                PIC 9(04) VALUE ZEROS.
       01  WS-MONTH-IDX              PIC 9(02) VALUE ZEROS.

       01  WS-LEDGER-FIELDS.
           05  WS-LEDGER-LINES       PIC 9(07) VALUE ZEROS.
           05  WS-LINE-NET           PIC S9(8)V99 VALUE ZEROS.

       01  WS-CENTER-FIELDS.
           05  WS-MONTH-BUDGET       PIC 9(7)V99 VALUE ZEROS.
           05  WS-PHASED-BUDGET      PIC 9(8)V99 VALUE ZEROS.
           05  WS-ANNUAL-BUDGET      PIC 9(8)V99 VALUE ZEROS.
           05  WS-ACTUAL-TOTAL       PIC S9(8)V99 VALUE ZEROS.
           05  WS-VARIANCE           PIC S9(8)V99 VALUE ZEROS.
           05  WS-YTD-ACTUAL         PIC S9(8)V99 VALUE ZEROS.
           05  WS-YTD-VARIANCE       PIC S9(8)V99 VALUE ZEROS.

       01  WS-LABOUR-FIELDS.
           05  WS-LABOUR-MONTH       PIC 9(06) VALUE ZEROS.
           05  WS-LABOUR-ACTUAL      PIC 9(08)V99 VALUE ZEROS.
           05  WS-LABOUR-TOTAL       PIC 9(08)V99 VALUE ZEROS.

       01  WS-LABOUR-DETAIL.
           05  FILLER                PIC X(29) VALUE
               "     DOS QUAIS PESSOAL:".
           05  WL-LABOUR-ACTUAL      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(08) VALUE "  HORAS:".
           05  WL-LABOUR-HOURS       PIC ZZZ,ZZ9.99.

       01  WS-LABOUR-TOTAL-LINE.
           05  FILLER                PIC X(29) VALUE
               "PESSOAL DISTRIBUIDO TOTAL:".
           05  WL-LABOUR-TOTAL       PIC ZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-EXCEPTION-DETAIL.
           05  WX-REASON             PIC X(26).
           05  WX-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(12) VALUE
               "  NO RAZAO: ".
           05  WX-YTD-ACTUAL         PIC -ZZZZZZZ9.99.

       01  WS-YTD-FIELDS.
           05  WS-PCT-CONSUMED       PIC 9(03)V9 VALUE ZEROS.
           05  WS-PCT-PHASED         PIC 9(03)V9 VALUE ZEROS.

       01  WS-DEPARTMENT-FIELDS.
           05  WS-CENTER-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-BUDGET-TOTAL       PIC 9(08)V99 VALUE ZEROS.
           05  WS-ACTUAL-GRAND-TOTAL PIC S9(08)V99 VALUE ZEROS.
           05  WS-DEPT-VARIANCE      PIC S9(08)V99 VALUE ZEROS.
           05  WS-VARIANCE-SUM       PIC S9(08)V99 VALUE ZEROS.

           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CENTER-NAME        PIC X(20).
           05  FILLER                PIC X(05) VALUE " ORC:".
           05  WD-BUDGET             PIC ZZZZZZ9.99.
           05  FILLER                PIC X(06) VALUE " REAL:".
           05  WD-ACTUAL             PIC -ZZZZZZ9.99.
           05  FILLER                PIC X(05) VALUE " VAR:".
           05  WD-VARIANCE           PIC -ZZZZZZ9.99.

       01  WS-YTD-DETAIL.
           05  FILLER                PIC X(09) VALUE "     YTD:".
           05  WY-YTD-ACTUAL         PIC -ZZZZZZZ9.99.
           05  FILLER                PIC X(11) VALUE "  ORC ACUM:".
           05  WY-PHASED-BUDGET      PIC ZZZZZZZ9.99.
           05  FILLER                PIC X(07) VALUE "  VAR: ".
           05  WY-YTD-VARIANCE       PIC -ZZZZZZZ9.99.

       01  WS-ANNUAL-DETAIL.
           05  FILLER                PIC X(11) VALUE "     ANUAL:".
           05  WY-ANNUAL-BUDGET      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  CONSUM: ".
           05  WY-PCT-CONSUMED       PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE "%".
           05  FILLER                PIC X(12) VALUE "  PREVISTO: ".
           05  WY-PCT-PHASED         PIC ZZ9.9.
           05  FILLER                PIC X(01) VALUE "%".

       01  WS-DEPARTMENT-TOTAL-LINE.
           05  FILLER                PIC X(11) VALUE "  ORCAMENTO".
           05  WD-TOT-BUDGET         PIC ZZZZZZZ9.99.
           05  FILLER                PIC X(08) VALUE "  REAL: ".
           05  WD-TOT-ACTUAL         PIC -ZZZZZZZ9.99.
           05  FILLER                PIC X(12) VALUE "  VARIANCA: ".
           05  WD-TOT-VARIANCE       PIC -ZZZZZZZ9.99.

           05  WC-CENTER-COUNT       PIC ZZZZ9.
           05  FILLER                PIC X(18) VALUE
               "  SOMA VARIANCAS: ".
           05  WC-VARIANCE-SUM       PIC -ZZZZZZZ9.99.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CENTER THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-LIST-UNKNOWN-CENTERS
           PERFORM 8000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, the ledger actuals per
      * center, open files and print the header
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           MOVE WS-RUN-DATE TO WH-BUSINESS-DATE
           COMPUTE WS-LABOUR-MONTH = WS-RUN-DATE / 100
           INITIALIZE WS-CENTER-ACTUALS
           OPEN INPUT GL-ACCOUNT-MASTER
           PERFORM 1100-TALLY-LEDGER
           OPEN INPUT LABOUR-ACTUAL-FILE
           OPEN INPUT BUDGET-PHASING-FILE
           OPEN INPUT COST-CENTER-MASTER
           OPEN OUTPUT EXCEPTION-LIST
           OPEN OUTPUT VARIANCE-REPORT
           MOVE "COST CENTER BUDGET VARIANCE" TO RW-TITLE
           MOVE WH-BUSINESS-DATE TO RW-BUSINESS-DATE
           MOVE "BUDGRPT" TO RW-REPORT-NAME
           SET RW-REQUEST-INIT TO TRUE
           CALL "RPTWRT" USING RPTWRT-LINKAGE
           PERFORM 9500-WRITE-RPTWRT-LINES.

      *-----------------------------------------------------------*
      * 1100-TALLY-LEDGER - the archived days and today's not yet
      * archived postings, into the center table
      *-----------------------------------------------------------*
       1100-TALLY-LEDGER.
           MOVE "N" TO WS-LEDGER-EOF-SW
           OPEN INPUT GL-POSTING-ARCHIVE
           PERFORM 1200-TALLY-ONE-ARCHIVED THRU 1200-EXIT
               UNTIL WS-LEDGER-EOF
           CLOSE GL-POSTING-ARCHIVE
           MOVE "N" TO WS-LEDGER-EOF-SW
           OPEN INPUT GL-POSTING-FILE
           PERFORM 1250-TALLY-ONE-POSTED THRU 1250-EXIT
               UNTIL WS-LEDGER-EOF
           CLOSE GL-POSTING-FILE
           CLOSE GL-ACCOUNT-MASTER.

       1200-TALLY-ONE-ARCHIVED.
           READ GL-POSTING-ARCHIVE INTO GL-POSTING-RECORD
               AT END
                   SET WS-LEDGER-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           PERFORM 1300-TALLY-LEDGER-LINE THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

       1250-TALLY-ONE-POSTED.
           READ GL-POSTING-FILE INTO GL-POSTING-RECORD
               AT END
                   SET WS-LEDGER-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ
           PERFORM 1300-TALLY-LEDGER-LINE THRU 1300-EXIT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-TALLY-LEDGER-LINE - a line charged to a center, dated
      * in the business year up to the business month, on any
      * account GLACCT does not class as asset, liability or equity
      * adds its debit less credit to the center's year and, in
      * the business month, to its month
      *-----------------------------------------------------------*
       1300-TALLY-LEDGER-LINE.
           IF GL-COST-CENTER-ID IS NOT NUMERIC
               GO TO 1300-EXIT
           END-IF
           IF GL-NO-COST-CENTER
               GO TO 1300-EXIT
           END-IF
           MOVE GL-POST-DATE TO WS-LINE-DATE
           IF WS-LINE-YEAR NOT = WS-RUN-YEAR
               OR WS-LINE-MONTH > WS-RUN-MONTH
               GO TO 1300-EXIT
           END-IF
           MOVE GL-ACCOUNT TO GA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO GA-CLASS
           END-READ
           IF GA-CLASS-ASSET OR GA-CLASS-LIABILITY
               OR GA-CLASS-EQUITY
               GO TO 1300-EXIT
           END-IF
           MOVE GL-COST-CENTER-ID TO WS-CTR-IDX
           COMPUTE WS-LINE-NET = GL-DEBIT - GL-CREDIT
           ADD WS-LINE-NET TO WCA-YTD-ACTUAL(WS-CTR-IDX)
           IF WS-LINE-MONTH = WS-RUN-MONTH
               ADD WS-LINE-NET TO WCA-MONTH-ACTUAL(WS-CTR-IDX)
           END-IF
           SET WCA-POSTED(WS-CTR-IDX) TO TRUE
           ADD 1 TO WS-LEDGER-LINES.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-CENTER - the next CCMAST center: its month
      * against the month's phase, its year to date against the
      * phases to date and the year, rolled into the department
      * totals.  A center with neither a budget nor a posting for
      * the year has nothing to print
      *-----------------------------------------------------------*
       2000-PROCESS-CENTER.
           READ COST-CENTER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CENTER-COUNT
           MOVE CM-CENTER-ID TO WS-CTR-IDX
           SET WCA-ON-MASTER(WS-CTR-IDX) TO TRUE
           PERFORM 2100-READ-PHASING
           IF NOT WS-PHASING-FOUND
               IF NOT WCA-POSTED(WS-CTR-IDX)
                   GO TO 2000-EXIT
               END-IF
               MOVE "CENTRO SEM ORCAMENTO:     " TO WX-REASON
               PERFORM 7200-WRITE-EXCEPTION
           END-IF
           MOVE WCA-MONTH-ACTUAL(WS-CTR-IDX) TO WS-ACTUAL-TOTAL
           MOVE WCA-YTD-ACTUAL(WS-CTR-IDX) TO WS-YTD-ACTUAL
           PERFORM 2200-READ-LABOUR-ACTUAL

           SUBTRACT WS-ACTUAL-TOTAL FROM WS-MONTH-BUDGET
               GIVING WS-VARIANCE

           ADD WS-MONTH-BUDGET TO WS-BUDGET-TOTAL
           ADD WS-ACTUAL-TOTAL TO WS-ACTUAL-GRAND-TOTAL
           ADD WS-VARIANCE TO WS-VARIANCE-SUM

           MOVE CM-CENTER-ID TO WD-CENTER-ID
           MOVE CM-NAME TO WD-CENTER-NAME
           MOVE WS-MONTH-BUDGET TO WD-BUDGET
           MOVE WS-ACTUAL-TOTAL TO WD-ACTUAL
           MOVE WS-VARIANCE TO WD-VARIANCE
           MOVE WS-REPORT-DETAIL TO RW-DETAIL-LINE
           PERFORM 9600-PRINT-DETAIL-LINE
           IF WS-LABOUR-ACTUAL > ZEROS
               MOVE WS-LABOUR-ACTUAL TO WL-LABOUR-ACTUAL
               MOVE LA-HOURS TO WL-LABOUR-HOURS
               MOVE WS-LABOUR-DETAIL TO RW-DETAIL-LINE
               PERFORM 9600-PRINT-DETAIL-LINE
           END-IF

           PERFORM 2500-PRINT-YTD.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-PHASING - the center's BUDGPHS phasing for the
      * business year: the month's phase, the phases up to and
      * including the month, and the year
      *-----------------------------------------------------------*
       2100-READ-PHASING.
           MOVE ZEROS TO WS-MONTH-BUDGET
           MOVE ZEROS TO WS-PHASED-BUDGET
           MOVE ZEROS TO WS-ANNUAL-BUDGET
           MOVE "Y" TO WS-PHASING-SW
           MOVE CM-CENTER-ID TO BP-CENTER-ID
           MOVE WS-RUN-YEAR TO BP-YEAR
           READ BUDGET-PHASING-FILE
               INVALID KEY
                   MOVE "N" TO WS-PHASING-SW
           END-READ
           IF WS-PHASING-FOUND
               MOVE BP-MONTH-BUDGET(WS-RUN-MONTH) TO WS-MONTH-BUDGET
               MOVE BP-ANNUAL-BUDGET TO WS-ANNUAL-BUDGET
               PERFORM 2110-ADD-ONE-PHASE
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-RUN-MONTH
           END-IF.

       2110-ADD-ONE-PHASE.
           ADD BP-MONTH-BUDGET(WS-MONTH-IDX) TO WS-PHASED-BUDGET.

      *-----------------------------------------------------------*
      * 2200-READ-LABOUR-ACTUAL - the staff cost LABDIST put on
      * this center for the business month, gross and employer
      * charges together; LABDIST posted it to the ledger, so it
      * is already in the actuals and prints as a memo only
      *-----------------------------------------------------------*
       2200-READ-LABOUR-ACTUAL.
           MOVE ZEROS TO WS-LABOUR-ACTUAL
           MOVE WS-LABOUR-MONTH TO LA-MONTH
           MOVE CM-CENTER-ID TO LA-CENTER-ID
           READ LABOUR-ACTUAL-FILE
               INVALID KEY
                   MOVE "23" TO WS-LABACT-STATUS
           END-READ
           IF WS-LABACT-OK
               COMPUTE WS-LABOUR-ACTUAL = LA-GROSS + LA-ER-CHARGES
               ADD WS-LABOUR-ACTUAL TO WS-LABOUR-TOTAL
           END-IF.

      *-----------------------------------------------------------*
      * 2500-PRINT-YTD - the year to date against the phases to
      * date, and the share of the annual budget consumed against
      * the share the phasing expected by now
      *-----------------------------------------------------------*
       2500-PRINT-YTD.
           SUBTRACT WS-YTD-ACTUAL FROM WS-PHASED-BUDGET
               GIVING WS-YTD-VARIANCE
           MOVE ZEROS TO WS-PCT-CONSUMED
           MOVE ZEROS TO WS-PCT-PHASED
           IF WS-ANNUAL-BUDGET > ZEROS
               IF WS-YTD-ACTUAL > ZEROS
                   COMPUTE WS-PCT-CONSUMED ROUNDED =
                       WS-YTD-ACTUAL * 100 / WS-ANNUAL-BUDGET
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-PCT-CONSUMED
                   END-COMPUTE
               END-IF
               COMPUTE WS-PCT-PHASED ROUNDED =
                   WS-PHASED-BUDGET * 100 / WS-ANNUAL-BUDGET
           END-IF
           MOVE WS-YTD-ACTUAL TO WY-YTD-ACTUAL
           MOVE WS-PHASED-BUDGET TO WY-PHASED-BUDGET
           MOVE WS-YTD-VARIANCE TO WY-YTD-VARIANCE
           MOVE WS-YTD-DETAIL TO RW-DETAIL-LINE
           PERFORM 9600-PRINT-DETAIL-LINE
           MOVE WS-ANNUAL-BUDGET TO WY-ANNUAL-BUDGET
           MOVE WS-PCT-CONSUMED TO WY-PCT-CONSUMED
           MOVE WS-PCT-PHASED TO WY-PCT-PHASED
           MOVE WS-ANNUAL-DETAIL TO RW-DETAIL-LINE
           PERFORM 9600-PRINT-DETAIL-LINE.

      *-----------------------------------------------------------*
      * 7000-LIST-UNKNOWN-CENTERS - a center the ledger charged
      * that is not on CCMAST goes to the exception list instead
      * of vanishing from the report
      *-----------------------------------------------------------*
       7000-LIST-UNKNOWN-CENTERS.
           PERFORM 7100-CHECK-ONE-CENTER
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > 999.

       7100-CHECK-ONE-CENTER.
           IF WCA-POSTED(WS-CTR-IDX)
               AND NOT WCA-ON-MASTER(WS-CTR-IDX)
               MOVE "CENTRO DESCONHECIDO:      " TO WX-REASON
               PERFORM 7200-WRITE-EXCEPTION
           END-IF.

       7200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-CTR-IDX TO WX-CENTER-ID
           MOVE WCA-YTD-ACTUAL(WS-CTR-IDX) TO WX-YTD-ACTUAL
           WRITE EXCEPTION-LIST-LINE FROM WS-EXCEPTION-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - print the department total line and close
      * the files
           MOVE WS-CONTROL-TOTAL-LINE TO RW-DETAIL-LINE
           PERFORM 9600-PRINT-DETAIL-LINE

           MOVE WS-LABOUR-TOTAL TO WL-LABOUR-TOTAL
           MOVE WS-LABOUR-TOTAL-LINE TO RW-DETAIL-LINE
           PERFORM 9600-PRINT-DETAIL-LINE

           SET RN-EVENT-END TO TRUE
           COMPUTE RN-RECORDS-READ = WS-CENTER-COUNT + WS-LEDGER-LINES
           MOVE WS-CENTER-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CLOSE VARIANCE-REPORT
           CLOSE BUDGET-PHASING-FILE
           CLOSE COST-CENTER-MASTER
           CLOSE LABOUR-ACTUAL-FILE
           CLOSE EXCEPTION-LIST.

      *-----------------------------------------------------------*
