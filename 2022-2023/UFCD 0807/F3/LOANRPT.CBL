       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Staff loan ledger.  Lists every EMPLOAN loan and
      *                advance with its principal, instalment and the
      *                balance still owed, then rolls the LOANHST
      *                movements up to the keyed month - opening
      *                balance, grants, payroll recoveries, desk
      *                repayments, closing balance - and ties that
      *                closing balance to the GLCLOSE balance of the
      *                EMPRPESS staff receivable for the month.  A
      *                second check proves the balances on EMPLOAN
      *                equal the whole history, so a loan changed
      *                outside LOANMNT and NETPAY shows up here.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Employees past the 500th are counted and
      *                 shown on the console, a loan whose name was
      *                 not loaded for that reason says so, and the
      *                 table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EMPLOYEE-LOAN-FILE ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL LOAN-HISTORY ASSIGN TO "LOANHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT LOAN-LEDGER-REPORT ASSIGN TO "LOANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  EMPLOYEE-LOAN-FILE.
       COPY EMPLOAN.

       FD  LOAN-HISTORY.
       COPY LOANHST.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  LOAN-LEDGER-REPORT.
       01  LOAN-LEDGER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-LOAN-STATUS            PIC XX.
           88  WS-LOAN-FOUND                 VALUES "00" "05".
       01  WS-BAL-STATUS             PIC XX.
           88  WS-BAL-FOUND                  VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                 VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-GL-SW              PIC X(01) VALUE "N".
               88  WS-GL-CLOSED                VALUE "Y".

      *    the receivable the loans are carried on in the GL
       01  WS-LOAN-ACCOUNT           PIC X(08) VALUE "EMPRPESS".

       01  WS-WORK-FIELDS.
           05  WS-RPT-PERIOD         PIC 9(06) VALUE ZEROS.
           05  WS-HIST-MONTH         PIC 9(06) VALUE ZEROS.
           05  WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-LOAN-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-TOTAL-PRINCIPAL    PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-BALANCE      PIC 9(9)V99 VALUE ZEROS.
           05  WS-OPENING            PIC S9(9)V99 VALUE ZEROS.
           05  WS-GRANTS             PIC 9(9)V99 VALUE ZEROS.
           05  WS-RECOVERIES         PIC 9(9)V99 VALUE ZEROS.
           05  WS-REPAYMENTS         PIC 9(9)V99 VALUE ZEROS.
           05  WS-CLOSING            PIC S9(9)V99 VALUE ZEROS.
           05  WS-HISTORY-NOW        PIC S9(9)V99 VALUE ZEROS.
           05  WS-DIFFERENCE         PIC S9(9)V99 VALUE ZEROS.

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-EMP-ID        PIC 9(05).
               10  WET-EMP-NAME      PIC X(25).
       01  WS-EMP-SKIPPED            PIC 9(05) VALUE ZEROS.

       COPY TBLCHK.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(42) VALUE
               "LIVRO DE EMPRESTIMOS AO PESSOAL - PERIODO ".
           05  WH-PERIOD             PIC 9(06).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(28) VALUE "EMPR.  NOME".
           05  FILLER                PIC X(09) VALUE "NUM T".
           05  FILLER                PIC X(10) VALUE "CAPITAL".
           05  FILLER                PIC X(11) VALUE "PRESTACAO".
           05  FILLER                PIC X(14) VALUE "SALDO DIVIDA".
           05  FILLER                PIC X(06) VALUE "ESTADO".

       01  WS-DETAIL-LINE.
           05  WD-EMP-ID             PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-NAME               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-LOAN-NUMBER        PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-TYPE               PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-PRINCIPAL          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-INSTALMENT         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-BALANCE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-STATUS             PIC X(09).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(23) VALUE
               "TOTAL EMPRESTIMOS".
           05  WT-COUNT              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WT-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WT-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LEDGER-LINE.
           05  WL-LABEL              PIC X(40).
           05  WL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CHECK-LINE.
           05  WC-LABEL              PIC X(40).
           05  WC-RESULT             PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-LOAN THRU 2000-EXIT
               UNTIL WS-LOAN-EOF
           PERFORM 3000-PRINT-LOAN-TOTALS
           PERFORM 4000-ROLL-ONE-MOVEMENT THRU 4000-EXIT
               UNTIL WS-HIST-EOF
           PERFORM 5000-PRINT-LEDGER
           PERFORM 6000-TIE-TO-LEDGER
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the month to tie, the employee names
      * table, files and headings
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Periodo a conferir com o GL (AAAAMM): "
           ACCEPT WS-RPT-PERIOD
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-OK
               PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
                   UNTIL WS-EMP-EOF
               CLOSE EMPLOYEE-PAY-FILE
           END-IF
           MOVE "LOANRPT" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-SKIPPED > ZEROS
               DISPLAY "LOANRPT: tabela de empregados cheia - "
                   WS-EMP-SKIPPED " nomes nao carregados."
           END-IF
           OPEN INPUT EMPLOYEE-LOAN-FILE
           OPEN INPUT LOAN-HISTORY
           OPEN INPUT GL-BALANCE-FILE
           OPEN OUTPUT LOAN-LEDGER-REPORT
           MOVE WS-RPT-PERIOD TO WH-PERIOD
           WRITE LOAN-LEDGER-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO LOAN-LEDGER-LINE
           WRITE LOAN-LEDGER-LINE
           WRITE LOAN-LEDGER-LINE FROM WS-COLUMN-HEADER.

      *    leavers stay in the table - a loan can outlive the job
       1100-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF EMP-ADJ-REC
               GO TO 1100-EXIT
           END-IF
           IF WS-EMP-COUNT = 500
               ADD 1 TO WS-EMP-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WET-EMP-ID(WS-EMP-COUNT)
           MOVE EMP-NAME TO WET-EMP-NAME(WS-EMP-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-ONE-LOAN - one loan line, in employee and loan
      * number order
      *-----------------------------------------------------------*
       2000-LIST-ONE-LOAN.
           READ EMPLOYEE-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LN-EMP-ID TO WD-EMP-ID
           PERFORM 7000-FIND-EMPLOYEE
           IF WS-EMP-FOUND
               MOVE WET-EMP-NAME(WS-EMP-IDX) TO WD-NAME
           ELSE
               IF WS-EMP-SKIPPED > ZEROS
                   MOVE "** NAO CARREGADO **" TO WD-NAME
               ELSE
                   MOVE "** DESCONHECIDO **" TO WD-NAME
               END-IF
           END-IF
           MOVE LN-LOAN-NUMBER TO WD-LOAN-NUMBER
           MOVE LN-LOAN-TYPE TO WD-TYPE
           MOVE LN-PRINCIPAL TO WD-PRINCIPAL
           MOVE LN-INSTALMENT TO WD-INSTALMENT
           MOVE LN-BALANCE TO WD-BALANCE
           EVALUATE TRUE
               WHEN LN-ACTIVE
                   MOVE "ATIVO" TO WD-STATUS
               WHEN LN-SUSPENDED
                   MOVE "SUSPENSO" TO WD-STATUS
               WHEN LN-SETTLED
                   MOVE "LIQUIDADO" TO WD-STATUS
               WHEN OTHER
                   MOVE LN-STATUS-CODE TO WD-STATUS
           END-EVALUATE
           WRITE LOAN-LEDGER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LOAN-COUNT
           ADD LN-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD LN-BALANCE TO WS-TOTAL-BALANCE.
       2000-EXIT.
           EXIT.

       3000-PRINT-LOAN-TOTALS.
           MOVE WS-LOAN-COUNT TO WT-COUNT
           MOVE WS-TOTAL-PRINCIPAL TO WT-PRINCIPAL
           MOVE WS-TOTAL-BALANCE TO WT-BALANCE
           WRITE LOAN-LEDGER-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO LOAN-LEDGER-LINE
           WRITE LOAN-LEDGER-LINE.

      *-----------------------------------------------------------*
      * 4000-ROLL-ONE-MOVEMENT - a movement before the month goes
      * to the opening balance, one in the month to its column;
      * every movement counts toward the balance the history
      * gives today
      *-----------------------------------------------------------*
       4000-ROLL-ONE-MOVEMENT.
           READ LOAN-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF LH-GRANT
               ADD LH-AMOUNT TO WS-HISTORY-NOW
           ELSE
               SUBTRACT LH-AMOUNT FROM WS-HISTORY-NOW
           END-IF
           COMPUTE WS-HIST-MONTH = LH-POST-DATE / 100
           IF WS-HIST-MONTH > WS-RPT-PERIOD
               GO TO 4000-EXIT
           END-IF
           IF WS-HIST-MONTH < WS-RPT-PERIOD
               IF LH-GRANT
                   ADD LH-AMOUNT TO WS-OPENING
               ELSE
                   SUBTRACT LH-AMOUNT FROM WS-OPENING
               END-IF
               GO TO 4000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN LH-GRANT
                   ADD LH-AMOUNT TO WS-GRANTS
               WHEN LH-PAYROLL-RECOVERY
                   ADD LH-AMOUNT TO WS-RECOVERIES
               WHEN OTHER
                   ADD LH-AMOUNT TO WS-REPAYMENTS
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-LEDGER - the month's roll from opening to
      * closing balance
      *-----------------------------------------------------------*
       5000-PRINT-LEDGER.
           COMPUTE WS-CLOSING = WS-OPENING + WS-GRANTS
               - WS-RECOVERIES - WS-REPAYMENTS
           MOVE "SALDO INICIAL DO PERIODO" TO WL-LABEL
           MOVE WS-OPENING TO WL-AMOUNT
           WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
           MOVE "  + CONCESSOES" TO WL-LABEL
           MOVE WS-GRANTS TO WL-AMOUNT
           WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
           MOVE "  - PRESTACOES DESCONTADAS NO SALARIO" TO WL-LABEL
           MOVE WS-RECOVERIES TO WL-AMOUNT
           WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
           MOVE "  - REEMBOLSOS AO BALCAO" TO WL-LABEL
           MOVE WS-REPAYMENTS TO WL-AMOUNT
           WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
           MOVE "SALDO FINAL DO PERIODO" TO WL-LABEL
           MOVE WS-CLOSING TO WL-AMOUNT
           WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
           MOVE SPACES TO LOAN-LEDGER-LINE
           WRITE LOAN-LEDGER-LINE.

      *-----------------------------------------------------------*
      * 6000-TIE-TO-LEDGER - the closing balance against the GL
      * receivable as GLCLOSE closed it for the month, and the
      * loan file against its own history
      *-----------------------------------------------------------*
       6000-TIE-TO-LEDGER.
           MOVE WS-RPT-PERIOD TO GB-PERIOD
           MOVE WS-LOAN-ACCOUNT TO GB-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-GL-SW
               NOT INVALID KEY
                   SET WS-GL-CLOSED TO TRUE
           END-READ
           IF WS-GL-CLOSED
               MOVE "SALDO GL EMPRPESS (FECHO)" TO WL-LABEL
               MOVE GB-CLOSING TO WL-AMOUNT
               WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
               COMPUTE WS-DIFFERENCE = WS-CLOSING - GB-CLOSING
               MOVE "DIFERENCA LIVRO - GL" TO WL-LABEL
               MOVE WS-DIFFERENCE TO WL-AMOUNT
               WRITE LOAN-LEDGER-LINE FROM WS-LEDGER-LINE
               MOVE "CONFERENCIA COM O GL" TO WC-LABEL
               IF WS-DIFFERENCE = ZEROS
                   MOVE "CONFERE" TO WC-RESULT
               ELSE
                   MOVE "NAO CONFERE" TO WC-RESULT
               END-IF
           ELSE
               MOVE "CONFERENCIA COM O GL" TO WC-LABEL
               MOVE "PERIODO SEM FECHO NO GL" TO WC-RESULT
           END-IF
           WRITE LOAN-LEDGER-LINE FROM WS-CHECK-LINE
           MOVE "SALDOS EMPLOAN = HISTORICO" TO WC-LABEL
           IF WS-HISTORY-NOW = WS-TOTAL-BALANCE
               MOVE "CONFERE" TO WC-RESULT
           ELSE
               MOVE "NAO CONFERE" TO WC-RESULT
           END-IF
           WRITE LOAN-LEDGER-LINE FROM WS-CHECK-LINE.

      *-----------------------------------------------------------*
      * 7000-FIND-EMPLOYEE - the loan's employee in the names table
      *-----------------------------------------------------------*
       7000-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 7050-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR WS-EMP-FOUND
           IF WS-EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-IDX
           END-IF.

       7050-MATCH-ONE-EMPLOYEE.
           IF WET-EMP-ID(WS-EMP-IDX) = LN-EMP-ID
               SET WS-EMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close up
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE EMPLOYEE-LOAN-FILE
           CLOSE LOAN-HISTORY
           CLOSE GL-BALANCE-FILE
           CLOSE LOAN-LEDGER-REPORT
           DISPLAY "Emprestimos listados: " WS-LOAN-COUNT.

       END PROGRAM LOANRPT.
