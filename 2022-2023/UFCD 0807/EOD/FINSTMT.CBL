       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Balance sheet and income statement for the
      *                closed period keyed (AAAAMM), from GLBAL.
      *                Every account with a balance in the period or
      *                in the same period last year is placed on its
      *                FINLINE statement line by the class and line
      *                GLACMNT keeps on GLACCT.  The balance sheet
      *                shows the period's closings against last
      *                year's; the income statement shows the month
      *                and the year to date, each against the same
      *                months last year.  The current-year result is
      *                brought into equity - with any income and
      *                expense balance of earlier years still open
      *                on the ledger - and the assets must then equal
      *                equity plus liabilities; any difference, and
      *                every account not classified, is printed.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  7000-PRINT-UNCLASSIFIED is PERFORMed THRU its
      *                 exit, and the account table is checked with
      *                 TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "FINSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  STATEMENT-REPORT.
       01  STATEMENT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS        PIC XX.
      *        "05" is a missing OPTIONAL file created by the OPEN
               88  WS-ACCT-OK                  VALUES "00" "05".
           05  WS-BAL-STATUS         PIC XX.
               88  WS-BAL-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-BAL-EOF-SW         PIC X(01) VALUE "N".
               88  WS-BAL-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".
           05  WS-LINE-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-LINE-FOUND               VALUE "Y".

       COPY FINLINE.

       01  WS-PERIOD                 PIC 9(06) VALUE ZEROS.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).
       01  WS-LAST-YEAR-PERIOD       PIC 9(06) VALUE ZEROS.
       01  WS-LOAD-PERIOD            PIC 9(06) VALUE ZEROS.

       01  WS-READ-FIELDS.
           05  WS-READ-PERIOD        PIC 9(06) VALUE ZEROS.
           05  WS-READ-CLOSING       PIC S9(11)V99 VALUE ZEROS.
           05  WS-READ-MOVEMENT      PIC S9(11)V99 VALUE ZEROS.

      *    the accounts with a balance now or a year ago, with the
      *    statement line each falls on (zero = not classified)
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-ACC-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-ACC-COUNT.
               10  WFA-ACCOUNT       PIC X(08).
               10  WFA-CLASS         PIC X(01).
               10  WFA-LINE-IDX      PIC 9(02).
               10  WFA-CLOSING       PIC S9(11)V99.
               10  WFA-LY-CLOSING    PIC S9(11)V99.
       01  WS-ACC-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-UNCLASSIFIED-COUNT     PIC 9(03) VALUE ZEROS.

      *    per statement line: balance-sheet lines use the period
      *    pair for the closings, income-statement lines all four
       01  WS-LINE-TOTALS.
           05  WS-LINE-TOTAL-ENTRY OCCURS 20 TIMES.
               10  WFL-PERIOD        PIC S9(11)V99.
               10  WFL-LY-PERIOD     PIC S9(11)V99.
               10  WFL-YTD           PIC S9(11)V99.
               10  WFL-LY-YTD        PIC S9(11)V99.
       01  WS-LINE-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-YTD-MM                 PIC 9(02) VALUE ZEROS.

      *    one account's figures, signed debit-positive as read
       01  WS-ACCOUNT-FIGURES.
           05  WS-ACC-CLOSING        PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACC-LY-CLOSING     PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACC-MONTH          PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACC-LY-MONTH       PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACC-YTD            PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACC-LY-YTD         PIC S9(11)V99 VALUE ZEROS.

      *    statement totals, each signed the way it prints
       01  WS-STATEMENT-TOTALS.
           05  WS-SECTION-NOW        PIC S9(11)V99 VALUE ZEROS.
           05  WS-SECTION-LY         PIC S9(11)V99 VALUE ZEROS.
           05  WS-SECTION-YTD        PIC S9(11)V99 VALUE ZEROS.
           05  WS-SECTION-LY-YTD     PIC S9(11)V99 VALUE ZEROS.
           05  WS-ASSETS-NOW         PIC S9(11)V99 VALUE ZEROS.
           05  WS-ASSETS-LY          PIC S9(11)V99 VALUE ZEROS.
           05  WS-EQUITY-NOW         PIC S9(11)V99 VALUE ZEROS.
           05  WS-EQUITY-LY          PIC S9(11)V99 VALUE ZEROS.
           05  WS-LIABILITIES-NOW    PIC S9(11)V99 VALUE ZEROS.
           05  WS-LIABILITIES-LY     PIC S9(11)V99 VALUE ZEROS.
           05  WS-INCOME-MONTH       PIC S9(11)V99 VALUE ZEROS.
           05  WS-INCOME-LY-MONTH    PIC S9(11)V99 VALUE ZEROS.
           05  WS-INCOME-YTD         PIC S9(11)V99 VALUE ZEROS.
           05  WS-INCOME-LY-YTD      PIC S9(11)V99 VALUE ZEROS.
           05  WS-RESULT-MONTH       PIC S9(11)V99 VALUE ZEROS.
           05  WS-RESULT-LY-MONTH    PIC S9(11)V99 VALUE ZEROS.
           05  WS-RESULT-YTD         PIC S9(11)V99 VALUE ZEROS.
           05  WS-RESULT-LY-YTD      PIC S9(11)V99 VALUE ZEROS.
      *        income and expense closings, credit-positive: the
      *        result still open on the ledger, all years
           05  WS-OPEN-RESULT-NOW    PIC S9(11)V99 VALUE ZEROS.
           05  WS-OPEN-RESULT-LY     PIC S9(11)V99 VALUE ZEROS.
           05  WS-EARLIER-NOW        PIC S9(11)V99 VALUE ZEROS.
           05  WS-EARLIER-LY         PIC S9(11)V99 VALUE ZEROS.
           05  WS-FUNDING-NOW        PIC S9(11)V99 VALUE ZEROS.
           05  WS-FUNDING-LY         PIC S9(11)V99 VALUE ZEROS.
           05  WS-DIFFERENCE-NOW     PIC S9(11)V99 VALUE ZEROS.
           05  WS-DIFFERENCE-LY      PIC S9(11)V99 VALUE ZEROS.

       01  WS-PRINT-CLASS            PIC X(01) VALUE SPACE.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(36) VALUE
               "DEMONSTRACOES FINANCEIRAS - PERIODO ".
           05  WH-PERIOD             PIC 9(06).

       01  WS-TITLE-LINE             PIC X(132).

       01  WS-BS-COLUMN-HEADER.
           05  FILLER                PIC X(37) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "     PERIODO".
           05  WC-BS-PERIOD          PIC 9(06).
           05  FILLER                PIC X(13) VALUE "     PERIODO".
           05  WC-BS-LY-PERIOD       PIC 9(06).

       01  WS-IS-COLUMN-HEADER.
           05  FILLER                PIC X(37) VALUE SPACES.
           05  FILLER                PIC X(19) VALUE
               "                MES".
           05  FILLER                PIC X(19) VALUE
               "  MES ANO ANTERIOR".
           05  FILLER                PIC X(19) VALUE
               "          ACUMULADO".
           05  FILLER                PIC X(19) VALUE
               "  ACUM. ANO ANTER.".

       01  WS-BS-DETAIL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-BS-LABEL           PIC X(35).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-BS-NOW             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-BS-LY              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-IS-DETAIL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-IS-LABEL           PIC X(35).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-IS-MONTH           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-IS-LY-MONTH        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-IS-YTD             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-IS-LY-YTD          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINE-LABEL.
           05  WL-CODE               PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-NAME               PIC X(30).

       01  WS-UNCLASSIFIED-LABEL.
           05  WU-ACCOUNT            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WU-REASON             PIC X(26).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE WS-PERIOD TO WS-LOAD-PERIOD
           PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT
           MOVE WS-LAST-YEAR-PERIOD TO WS-LOAD-PERIOD
           PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT
           MOVE "FINSTMT" TO TC-PROGRAM-NAME
           MOVE "GLACCOUNT" TO TC-TABLE-NAME
           MOVE WS-ACC-COUNT TO TC-ENTRY-COUNT
           MOVE 300 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-ACC-COUNT = ZEROS
               DISPLAY "Sem saldos no GLBAL para o periodo "
                   WS-PERIOD " - corra primeiro o GLCLOSE."
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM 3000-GATHER-ONE-ACCOUNT THRU 3000-EXIT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
           PERFORM 4000-TOTAL-STATEMENTS
           PERFORM 5000-PRINT-BALANCE-SHEET
           PERFORM 6000-PRINT-INCOME-STATEMENT
           PERFORM 7000-PRINT-UNCLASSIFIED THRU 7000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - period keyed, run log, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Periodo das demonstracoes (AAAAMM): "
           ACCEPT WS-PERIOD
           MOVE "FINSTMT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "Periodo invalido."
               PERFORM 9000-ABORT-RUN
           END-IF
           SUBTRACT 100 FROM WS-PERIOD GIVING WS-LAST-YEAR-PERIOD
           INITIALIZE WS-LINE-TOTALS
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY "Ficheiro GLBAL indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT STATEMENT-REPORT
           MOVE WS-PERIOD TO WH-PERIOD
           WRITE STATEMENT-LINE FROM WS-REPORT-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-PERIOD - every account with a GLBAL record for
      * the load period joins the table once
      *-----------------------------------------------------------*
       2000-LOAD-PERIOD.
           MOVE "N" TO WS-BAL-EOF-SW
           MOVE WS-LOAD-PERIOD TO GB-PERIOD
           MOVE LOW-VALUES TO GB-ACCOUNT
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LOAD-ONE-BALANCE THRU 2100-EXIT
               UNTIL WS-BAL-EOF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF GB-PERIOD NOT = WS-LOAD-PERIOD
               SET WS-BAL-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2200-MATCH-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               GO TO 2100-EXIT
           END-IF
           IF WS-ACC-COUNT = 300
               DISPLAY "Mais de 300 contas - conta " GB-ACCOUNT
                   " fora das demonstracoes."
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE GB-ACCOUNT TO WFA-ACCOUNT(WS-ACC-COUNT)
           MOVE SPACE TO WFA-CLASS(WS-ACC-COUNT)
           MOVE ZEROS TO WFA-LINE-IDX(WS-ACC-COUNT)
           MOVE ZEROS TO WFA-CLOSING(WS-ACC-COUNT)
           MOVE ZEROS TO WFA-LY-CLOSING(WS-ACC-COUNT).
       2100-EXIT.
           EXIT.

       2200-MATCH-ACCOUNT.
           IF WFA-ACCOUNT(WS-ACC-IDX) = GB-ACCOUNT
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-GATHER-ONE-ACCOUNT - the account's class and line from
      * GLACCT, its closings now and a year ago and, for income
      * and expense, the month and year-to-date movements; all
      * turned credit-positive for liability, equity and income
      * and added to the statement line
      *-----------------------------------------------------------*
       3000-GATHER-ONE-ACCOUNT.
           PERFORM 3100-CLASSIFY-ACCOUNT THRU 3100-EXIT
           MOVE WS-PERIOD TO WS-READ-PERIOD
           PERFORM 3300-READ-BALANCE
           MOVE WS-READ-CLOSING TO WS-ACC-CLOSING
           MOVE WS-READ-MOVEMENT TO WS-ACC-MONTH
           MOVE WS-LAST-YEAR-PERIOD TO WS-READ-PERIOD
           PERFORM 3300-READ-BALANCE
           MOVE WS-READ-CLOSING TO WS-ACC-LY-CLOSING
           MOVE WS-READ-MOVEMENT TO WS-ACC-LY-MONTH
           MOVE ZEROS TO WS-ACC-YTD
           MOVE ZEROS TO WS-ACC-LY-YTD
           IF GA-CLASS-INCOME OR GA-CLASS-EXPENSE
               PERFORM 3200-ADD-YTD-MONTH
                   VARYING WS-YTD-MM FROM 1 BY 1
                   UNTIL WS-YTD-MM > WS-PERIOD-MM
           END-IF
           IF GA-CLASS-LIABILITY OR GA-CLASS-EQUITY
                                 OR GA-CLASS-INCOME
               MULTIPLY -1 BY WS-ACC-CLOSING
               MULTIPLY -1 BY WS-ACC-LY-CLOSING
               MULTIPLY -1 BY WS-ACC-MONTH
               MULTIPLY -1 BY WS-ACC-LY-MONTH
               MULTIPLY -1 BY WS-ACC-YTD
               MULTIPLY -1 BY WS-ACC-LY-YTD
           END-IF
           MOVE WS-ACC-CLOSING TO WFA-CLOSING(WS-ACC-IDX)
           MOVE WS-ACC-LY-CLOSING TO WFA-LY-CLOSING(WS-ACC-IDX)
           IF WFA-LINE-IDX(WS-ACC-IDX) = ZEROS
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               GO TO 3000-EXIT
           END-IF
      *    what income and expense leave open on the ledger
           IF GA-CLASS-INCOME
               ADD WS-ACC-CLOSING TO WS-OPEN-RESULT-NOW
               ADD WS-ACC-LY-CLOSING TO WS-OPEN-RESULT-LY
           END-IF
           IF GA-CLASS-EXPENSE
               SUBTRACT WS-ACC-CLOSING FROM WS-OPEN-RESULT-NOW
               SUBTRACT WS-ACC-LY-CLOSING FROM WS-OPEN-RESULT-LY
           END-IF
           MOVE WFA-LINE-IDX(WS-ACC-IDX) TO WS-LINE-IDX
           IF GA-CLASS-INCOME OR GA-CLASS-EXPENSE
               ADD WS-ACC-MONTH TO WFL-PERIOD(WS-LINE-IDX)
               ADD WS-ACC-LY-MONTH TO WFL-LY-PERIOD(WS-LINE-IDX)
               ADD WS-ACC-YTD TO WFL-YTD(WS-LINE-IDX)
               ADD WS-ACC-LY-YTD TO WFL-LY-YTD(WS-LINE-IDX)
           ELSE
               ADD WS-ACC-CLOSING TO WFL-PERIOD(WS-LINE-IDX)
               ADD WS-ACC-LY-CLOSING TO WFL-LY-PERIOD(WS-LINE-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CLASSIFY-ACCOUNT - the line must exist on FINLINE and
      * be of the account's class, or the account is unclassified
      *-----------------------------------------------------------*
       3100-CLASSIFY-ACCOUNT.
           MOVE WFA-ACCOUNT(WS-ACC-IDX) TO GA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACE TO GA-CLASS
                   MOVE SPACES TO GA-STMT-LINE
           END-READ
           MOVE GA-CLASS TO WFA-CLASS(WS-ACC-IDX)
           IF NOT GA-CLASS-VALID
               GO TO 3100-EXIT
           END-IF
           MOVE "N" TO WS-LINE-FOUND-SW
           PERFORM 3150-MATCH-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
                  OR WS-LINE-FOUND
           IF NOT WS-LINE-FOUND
               GO TO 3100-EXIT
           END-IF
           SUBTRACT 1 FROM WS-LINE-IDX
           IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = GA-CLASS
               MOVE WS-LINE-IDX TO WFA-LINE-IDX(WS-ACC-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

       3150-MATCH-LINE.
           IF WS-STMT-LINE-CODE(WS-LINE-IDX) = GA-STMT-LINE
               SET WS-LINE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3200-ADD-YTD-MONTH - one month's movement this year and
      * the same month last year into the year-to-date figures
      *-----------------------------------------------------------*
       3200-ADD-YTD-MONTH.
           COMPUTE WS-READ-PERIOD =
               (WS-PERIOD-YEAR * 100) + WS-YTD-MM
           PERFORM 3300-READ-BALANCE
           ADD WS-READ-MOVEMENT TO WS-ACC-YTD
           COMPUTE WS-READ-PERIOD =
               ((WS-PERIOD-YEAR - 1) * 100) + WS-YTD-MM
           PERFORM 3300-READ-BALANCE
           ADD WS-READ-MOVEMENT TO WS-ACC-LY-YTD.

      *-----------------------------------------------------------*
      * 3300-READ-BALANCE - closing and net debit movement of the
      * account in the read period; no record reads as zero
      *-----------------------------------------------------------*
       3300-READ-BALANCE.
           MOVE ZEROS TO WS-READ-CLOSING
           MOVE ZEROS TO WS-READ-MOVEMENT
           MOVE WS-READ-PERIOD TO GB-PERIOD
           MOVE WFA-ACCOUNT(WS-ACC-IDX) TO GB-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GB-CLOSING TO WS-READ-CLOSING
                   COMPUTE WS-READ-MOVEMENT =
                       GB-DEBITS - GB-CREDITS
           END-READ.

      *-----------------------------------------------------------*
      * 4000-TOTAL-STATEMENTS - section totals, the result for
      * the year and the balance-sheet check
      *-----------------------------------------------------------*
       4000-TOTAL-STATEMENTS.
           MOVE "A" TO WS-PRINT-CLASS
           PERFORM 4100-TOTAL-CLASS
           MOVE WS-SECTION-NOW TO WS-ASSETS-NOW
           MOVE WS-SECTION-LY TO WS-ASSETS-LY
           MOVE "P" TO WS-PRINT-CLASS
           PERFORM 4100-TOTAL-CLASS
           MOVE WS-SECTION-NOW TO WS-LIABILITIES-NOW
           MOVE WS-SECTION-LY TO WS-LIABILITIES-LY
           MOVE "R" TO WS-PRINT-CLASS
           PERFORM 4100-TOTAL-CLASS
           MOVE WS-SECTION-NOW TO WS-INCOME-MONTH
           MOVE WS-SECTION-LY TO WS-INCOME-LY-MONTH
           MOVE WS-SECTION-YTD TO WS-INCOME-YTD
           MOVE WS-SECTION-LY-YTD TO WS-INCOME-LY-YTD
           MOVE "G" TO WS-PRINT-CLASS
           PERFORM 4100-TOTAL-CLASS
           SUBTRACT WS-SECTION-NOW FROM WS-INCOME-MONTH
               GIVING WS-RESULT-MONTH
           SUBTRACT WS-SECTION-LY FROM WS-INCOME-LY-MONTH
               GIVING WS-RESULT-LY-MONTH
           SUBTRACT WS-SECTION-YTD FROM WS-INCOME-YTD
               GIVING WS-RESULT-YTD
           SUBTRACT WS-SECTION-LY-YTD FROM WS-INCOME-LY-YTD
               GIVING WS-RESULT-LY-YTD
      *    income and expense are never closed to equity, so their
      *    balances hold earlier years' results as well as this one
           SUBTRACT WS-RESULT-YTD FROM WS-OPEN-RESULT-NOW
               GIVING WS-EARLIER-NOW
           SUBTRACT WS-RESULT-LY-YTD FROM WS-OPEN-RESULT-LY
               GIVING WS-EARLIER-LY
           MOVE "K" TO WS-PRINT-CLASS
           PERFORM 4100-TOTAL-CLASS
           COMPUTE WS-EQUITY-NOW = WS-SECTION-NOW + WS-OPEN-RESULT-NOW
           COMPUTE WS-EQUITY-LY = WS-SECTION-LY + WS-OPEN-RESULT-LY
           ADD WS-EQUITY-NOW WS-LIABILITIES-NOW GIVING WS-FUNDING-NOW
           ADD WS-EQUITY-LY WS-LIABILITIES-LY GIVING WS-FUNDING-LY
           SUBTRACT WS-FUNDING-NOW FROM WS-ASSETS-NOW
               GIVING WS-DIFFERENCE-NOW
           SUBTRACT WS-FUNDING-LY FROM WS-ASSETS-LY
               GIVING WS-DIFFERENCE-LY.

       4100-TOTAL-CLASS.
           MOVE ZEROS TO WS-SECTION-NOW
           MOVE ZEROS TO WS-SECTION-LY
           MOVE ZEROS TO WS-SECTION-YTD
           MOVE ZEROS TO WS-SECTION-LY-YTD
           PERFORM 4200-ADD-CLASS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT.

       4200-ADD-CLASS-LINE.
           IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = WS-PRINT-CLASS
               ADD WFL-PERIOD(WS-LINE-IDX) TO WS-SECTION-NOW
               ADD WFL-LY-PERIOD(WS-LINE-IDX) TO WS-SECTION-LY
               ADD WFL-YTD(WS-LINE-IDX) TO WS-SECTION-YTD
               ADD WFL-LY-YTD(WS-LINE-IDX) TO WS-SECTION-LY-YTD
           END-IF.

      *-----------------------------------------------------------*
      * 5000-PRINT-BALANCE-SHEET - assets, then equity with the
      * result brought in, then liabilities, then the check
      *-----------------------------------------------------------*
       5000-PRINT-BALANCE-SHEET.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "BALANCO" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE WS-PERIOD TO WC-BS-PERIOD
           MOVE WS-LAST-YEAR-PERIOD TO WC-BS-LY-PERIOD
           WRITE STATEMENT-LINE FROM WS-BS-COLUMN-HEADER
           MOVE "ATIVO" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "A" TO WS-PRINT-CLASS
           PERFORM 5100-PRINT-BS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
           MOVE "TOTAL DO ATIVO" TO WD-BS-LABEL
           MOVE WS-ASSETS-NOW TO WD-BS-NOW
           MOVE WS-ASSETS-LY TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           MOVE "CAPITAL PROPRIO" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "K" TO WS-PRINT-CLASS
           PERFORM 5100-PRINT-BS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
           IF WS-EARLIER-NOW NOT = ZEROS
              OR WS-EARLIER-LY NOT = ZEROS
               MOVE "RESULTADOS ANTERIORES EM ABERTO"
                   TO WD-BS-LABEL
               MOVE WS-EARLIER-NOW TO WD-BS-NOW
               MOVE WS-EARLIER-LY TO WD-BS-LY
               WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           END-IF
           MOVE "RESULTADO LIQUIDO DO EXERCICIO" TO WD-BS-LABEL
           MOVE WS-RESULT-YTD TO WD-BS-NOW
           MOVE WS-RESULT-LY-YTD TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           MOVE "TOTAL DO CAPITAL PROPRIO" TO WD-BS-LABEL
           MOVE WS-EQUITY-NOW TO WD-BS-NOW
           MOVE WS-EQUITY-LY TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           MOVE "PASSIVO" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "P" TO WS-PRINT-CLASS
           PERFORM 5100-PRINT-BS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
           MOVE "TOTAL DO PASSIVO" TO WD-BS-LABEL
           MOVE WS-LIABILITIES-NOW TO WD-BS-NOW
           MOVE WS-LIABILITIES-LY TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           MOVE "TOTAL CAPITAL PROPRIO E PASSIVO" TO WD-BS-LABEL
           MOVE WS-FUNDING-NOW TO WD-BS-NOW
           MOVE WS-FUNDING-LY TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           IF WS-DIFFERENCE-NOW = ZEROS AND WS-DIFFERENCE-LY = ZEROS
               MOVE "BALANCO EQUILIBRADO" TO WD-BS-LABEL
           ELSE
               MOVE "DIFERENCA ATIVO - (CP + PASSIVO)"
                   TO WD-BS-LABEL
           END-IF
           MOVE WS-DIFFERENCE-NOW TO WD-BS-NOW
           MOVE WS-DIFFERENCE-LY TO WD-BS-LY
           WRITE STATEMENT-LINE FROM WS-BS-DETAIL.

       5100-PRINT-BS-LINE.
           IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = WS-PRINT-CLASS
               MOVE WS-STMT-LINE-CODE(WS-LINE-IDX) TO WL-CODE
               MOVE WS-STMT-LINE-NAME(WS-LINE-IDX) TO WL-NAME
               MOVE WS-LINE-LABEL TO WD-BS-LABEL
               MOVE WFL-PERIOD(WS-LINE-IDX) TO WD-BS-NOW
               MOVE WFL-LY-PERIOD(WS-LINE-IDX) TO WD-BS-LY
               WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           END-IF.

      *-----------------------------------------------------------*
      * 6000-PRINT-INCOME-STATEMENT - income, then expense, then
      * the net result
      *-----------------------------------------------------------*
       6000-PRINT-INCOME-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "DEMONSTRACAO DOS RESULTADOS" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-IS-COLUMN-HEADER
           MOVE "RENDIMENTOS" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "R" TO WS-PRINT-CLASS
           PERFORM 6100-PRINT-IS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
           MOVE "TOTAL DOS RENDIMENTOS" TO WD-IS-LABEL
           MOVE WS-INCOME-MONTH TO WD-IS-MONTH
           MOVE WS-INCOME-LY-MONTH TO WD-IS-LY-MONTH
           MOVE WS-INCOME-YTD TO WD-IS-YTD
           MOVE WS-INCOME-LY-YTD TO WD-IS-LY-YTD
           WRITE STATEMENT-LINE FROM WS-IS-DETAIL
           MOVE "GASTOS" TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "G" TO WS-PRINT-CLASS
           PERFORM 6100-PRINT-IS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
           PERFORM 4100-TOTAL-CLASS
           MOVE "TOTAL DOS GASTOS" TO WD-IS-LABEL
           MOVE WS-SECTION-NOW TO WD-IS-MONTH
           MOVE WS-SECTION-LY TO WD-IS-LY-MONTH
           MOVE WS-SECTION-YTD TO WD-IS-YTD
           MOVE WS-SECTION-LY-YTD TO WD-IS-LY-YTD
           WRITE STATEMENT-LINE FROM WS-IS-DETAIL
           MOVE "RESULTADO LIQUIDO" TO WD-IS-LABEL
           MOVE WS-RESULT-MONTH TO WD-IS-MONTH
           MOVE WS-RESULT-LY-MONTH TO WD-IS-LY-MONTH
           MOVE WS-RESULT-YTD TO WD-IS-YTD
           MOVE WS-RESULT-LY-YTD TO WD-IS-LY-YTD
           WRITE STATEMENT-LINE FROM WS-IS-DETAIL.

       6100-PRINT-IS-LINE.
           IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = WS-PRINT-CLASS
               MOVE WS-STMT-LINE-CODE(WS-LINE-IDX) TO WL-CODE
               MOVE WS-STMT-LINE-NAME(WS-LINE-IDX) TO WL-NAME
               MOVE WS-LINE-LABEL TO WD-IS-LABEL
               MOVE WFL-PERIOD(WS-LINE-IDX) TO WD-IS-MONTH
               MOVE WFL-LY-PERIOD(WS-LINE-IDX) TO WD-IS-LY-MONTH
               MOVE WFL-YTD(WS-LINE-IDX) TO WD-IS-YTD
               MOVE WFL-LY-YTD(WS-LINE-IDX) TO WD-IS-LY-YTD
               WRITE STATEMENT-LINE FROM WS-IS-DETAIL
           END-IF.

      *-----------------------------------------------------------*
      * 7000-PRINT-UNCLASSIFIED - accounts left off the statements,
      * with their closings; they make up any difference
      *-----------------------------------------------------------*
       7000-PRINT-UNCLASSIFIED.
           IF WS-UNCLASSIFIED-COUNT = ZEROS
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "CONTAS POR CLASSIFICAR (CORRIGIR NO GLACMNT)"
               TO WS-TITLE-LINE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           PERFORM 7100-PRINT-ONE-UNCLASSIFIED
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-UNCLASSIFIED.
           IF WFA-LINE-IDX(WS-ACC-IDX) = ZEROS
               MOVE WFA-ACCOUNT(WS-ACC-IDX) TO WU-ACCOUNT
               IF WFA-CLASS(WS-ACC-IDX) = SPACE
                   MOVE "SEM CLASSE" TO WU-REASON
               ELSE
                   MOVE "LINHA INVALIDA PARA CLASSE"
                       TO WU-REASON
               END-IF
               MOVE WS-UNCLASSIFIED-LABEL TO WD-BS-LABEL
               MOVE WFA-CLOSING(WS-ACC-IDX) TO WD-BS-NOW
               MOVE WFA-LY-CLOSING(WS-ACC-IDX) TO WD-BS-LY
               WRITE STATEMENT-LINE FROM WS-BS-DETAIL
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE GL-ACCOUNT-MASTER
           CLOSE GL-BALANCE-FILE
           CLOSE STATEMENT-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-ACC-COUNT TO RN-RECORDS-READ
           MOVE WS-ACC-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "FINSTMT: " WS-ACC-COUNT " contas, diferenca "
               WS-DIFFERENCE-NOW.

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - log the failed run
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM FINSTMT.
