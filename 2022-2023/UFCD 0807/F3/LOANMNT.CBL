       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the EMPLOAN staff
      *                loan and salary-advance file, the LEAVETRN
      *                style: grant a loan (E) or an advance (A) to an
      *                employee validated against EMPLOYEE-PAY, with
      *                the principal, the instalment NETPAY is to take
      *                per pay period and the period (AAAAMM) the
      *                recovery starts; change the instalment or
      *                suspend and resume the recovery; and record a
      *                cash repayment at the desk.  Every grant and
      *                repayment is appended to LOANHST and posted to
      *                GLPOST against the EMPRPESS receivable (the
      *                grant paid out of BANCO, a repayment into
      *                CAIXA), so the advances stop living on paper.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Employees past the 500th are counted and
      *                 shown on the console, a lookup that fails
      *                 with the table full says so, and the table
      *                 is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EMPLOYEE-LOAN-FILE ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL LOAN-HISTORY ASSIGN TO "LOANHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  EMPLOYEE-LOAN-FILE.
       COPY EMPLOAN.

       FD  LOAN-HISTORY.
       COPY LOANHST.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-LOAN-STATUS            PIC XX.
           88  WS-LOAN-FOUND                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                 VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ACTION       PIC X(01).
               88  WS-ACTION-GRANT             VALUE "1".
               88  WS-ACTION-CHANGE            VALUE "2".
               88  WS-ACTION-REPAY             VALUE "3".
               88  WS-ACTION-EXIT              VALUE "0".
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-LOAN-NUMBER  PIC 9(03).
           05  WS-ENTRY-TYPE         PIC X(01).
           05  WS-ENTRY-PRINCIPAL    PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-INSTALMENT   PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-START        PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-STATUS       PIC X(01).
           05  WS-ENTRY-AMOUNT       PIC 9(7)V99 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-TRANS-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-NEXT-LOAN-NUMBER   PIC 9(03) VALUE ZEROS.
           05  WS-GRANT-COUNT        PIC 9(04) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-REPAY-COUNT        PIC 9(04) VALUE ZEROS.
           05  WS-AMOUNT-SHOW        PIC Z,ZZZ,ZZ9.99.
           05  WS-POST-DEBIT-ACCT    PIC X(08).
           05  WS-POST-CREDIT-ACCT   PIC X(08).
           05  WS-POST-AMOUNT        PIC 9(7)V99.
           05  WS-POST-DESC          PIC X(20).
           05  WS-HIST-TYPE          PIC X(01).

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-EMP-ID        PIC 9(05).
               10  WET-EMP-NAME      PIC X(25).

       01  WS-EMP-SKIPPED            PIC 9(05) VALUE ZEROS.

       COPY FILERR.
       COPY TBLCHK.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, the employee
      * names table, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-TRANS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-OK
               PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
                   UNTIL WS-EMP-EOF
               CLOSE EMPLOYEE-PAY-FILE
           END-IF
           MOVE "LOANMNT" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-SKIPPED > ZEROS
               DISPLAY "LOANMNT: tabela de empregados cheia - "
                   WS-EMP-SKIPPED " nao carregados."
           END-IF
           OPEN I-O EMPLOYEE-LOAN-FILE
           IF NOT WS-LOAN-FOUND
               MOVE "LOANMNT" TO FE-PROGRAM-NAME
               MOVE "EMPLOAN" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-LOAN-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN EXTEND LOAN-HISTORY
           OPEN EXTEND GL-POSTING-FILE.

       1100-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF EMP-TERMINATED OR EMP-ADJ-REC
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
      * 2000-PROCESS-REQUEST - one maintenance action
      *-----------------------------------------------------------*
       2000-PROCESS-REQUEST.
           DISPLAY "1-Conceder  2-Alterar  3-Reembolso  0-Sair: "
           ACCEPT WS-ENTRY-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   MOVE "N" TO WS-CONTINUE-SW
               WHEN WS-ACTION-GRANT
                   PERFORM 3000-GRANT-LOAN THRU 3000-EXIT
               WHEN WS-ACTION-CHANGE
                   PERFORM 4000-CHANGE-LOAN THRU 4000-EXIT
               WHEN WS-ACTION-REPAY
                   PERFORM 5000-DESK-REPAYMENT THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-GRANT-LOAN - a new loan or advance under the next free
      * loan number of the employee; the principal is paid out of
      * the bank against the staff receivable
      *-----------------------------------------------------------*
       3000-GRANT-LOAN.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM 7000-FIND-EMPLOYEE
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado ou terminado."
               IF WS-EMP-SKIPPED > ZEROS
                   DISPLAY "(tabela de empregados cheia - "
                       WS-EMP-SKIPPED " nao carregados)"
               END-IF
               GO TO 3000-EXIT
           END-IF
           DISPLAY WET-EMP-NAME(WS-EMP-IDX)
           DISPLAY "Tipo (E=emprestimo, A=adiantamento): "
           ACCEPT WS-ENTRY-TYPE
           MOVE WS-ENTRY-TYPE TO LN-LOAN-TYPE
           IF NOT LN-TYPE-VALID
               DISPLAY "Tipo invalido."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Capital concedido: "
           ACCEPT WS-ENTRY-PRINCIPAL
           IF WS-ENTRY-PRINCIPAL = ZEROS
               DISPLAY "Capital invalido."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Prestacao por periodo (0 = tudo de uma vez): "
           ACCEPT WS-ENTRY-INSTALMENT
           IF WS-ENTRY-INSTALMENT = ZEROS
               OR WS-ENTRY-INSTALMENT > WS-ENTRY-PRINCIPAL
               MOVE WS-ENTRY-PRINCIPAL TO WS-ENTRY-INSTALMENT
           END-IF
           DISPLAY "Periodo de inicio (AAAAMM, 0 = o corrente): "
           ACCEPT WS-ENTRY-START
           IF WS-ENTRY-START = ZEROS
               MOVE WS-TRANS-DATE(1:6) TO WS-ENTRY-START
           END-IF
           IF WS-ENTRY-START(5:2) < "01" OR WS-ENTRY-START(5:2) > "12"
               DISPLAY "Periodo invalido."
               GO TO 3000-EXIT
           END-IF
           PERFORM 7200-NEXT-LOAN-NUMBER
           IF WS-NEXT-LOAN-NUMBER = ZEROS
               DISPLAY "Empregado sem numeros de emprestimo livres."
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO EMPLOYEE-LOAN-RECORD
           MOVE WS-ENTRY-EMP-ID TO LN-EMP-ID
           MOVE WS-NEXT-LOAN-NUMBER TO LN-LOAN-NUMBER
           MOVE WS-ENTRY-TYPE TO LN-LOAN-TYPE
           MOVE WS-TRANS-DATE TO LN-GRANT-DATE
           MOVE WS-ENTRY-PRINCIPAL TO LN-PRINCIPAL
           MOVE WS-ENTRY-INSTALMENT TO LN-INSTALMENT
           MOVE WS-ENTRY-START TO LN-START-PERIOD
           MOVE WS-ENTRY-PRINCIPAL TO LN-BALANCE
           MOVE ZEROS TO LN-LAST-PERIOD
           MOVE ZEROS TO LN-LAST-AMOUNT
           SET LN-ACTIVE TO TRUE
           MOVE WS-OPERATOR-ID TO LN-OPERATOR
           WRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o emprestimo."
                   GO TO 3000-EXIT
           END-WRITE
           MOVE "C" TO WS-HIST-TYPE
           MOVE WS-ENTRY-PRINCIPAL TO WS-POST-AMOUNT
           PERFORM 6000-WRITE-HISTORY
           MOVE "EMPRPESS" TO WS-POST-DEBIT-ACCT
           MOVE "BANCO" TO WS-POST-CREDIT-ACCT
           PERFORM 6100-POST-TO-LEDGER
           ADD 1 TO WS-GRANT-COUNT
           DISPLAY "Emprestimo " LN-LOAN-NUMBER " registado.".
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-LOAN - re-key the instalment (zero keeps it) and
      * suspend or resume the payroll recovery; a settled loan is
      * closed to change
      *-----------------------------------------------------------*
       4000-CHANGE-LOAN.
           PERFORM 7100-READ-LOAN THRU 7100-EXIT
           IF NOT WS-LOAN-FOUND
               GO TO 4000-EXIT
           END-IF
           IF LN-SETTLED
               DISPLAY "Emprestimo liquidado - nada a alterar."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Nova prestacao (0 = manter): "
           ACCEPT WS-ENTRY-INSTALMENT
           IF WS-ENTRY-INSTALMENT NOT = ZEROS
               MOVE WS-ENTRY-INSTALMENT TO LN-INSTALMENT
           END-IF
           DISPLAY "Estado (A=ativo, S=suspenso, branco = manter): "
           ACCEPT WS-ENTRY-STATUS
           IF WS-ENTRY-STATUS = "A" OR WS-ENTRY-STATUS = "S"
               MOVE WS-ENTRY-STATUS TO LN-STATUS-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO LN-OPERATOR
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o emprestimo."
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "Emprestimo atualizado.".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-DESK-REPAYMENT - cash paid back at the desk comes off
      * the balance (never past it) into the till against the
      * staff receivable; a loan paid off is marked settled
      *-----------------------------------------------------------*
       5000-DESK-REPAYMENT.
           PERFORM 7100-READ-LOAN THRU 7100-EXIT
           IF NOT WS-LOAN-FOUND
               GO TO 5000-EXIT
           END-IF
           IF LN-SETTLED
               DISPLAY "Emprestimo ja liquidado."
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Valor reembolsado: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               OR WS-ENTRY-AMOUNT > LN-BALANCE
               DISPLAY "Valor invalido (maximo o saldo em divida)."
               GO TO 5000-EXIT
           END-IF
           SUBTRACT WS-ENTRY-AMOUNT FROM LN-BALANCE
           IF LN-BALANCE = ZEROS
               SET LN-SETTLED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO LN-OPERATOR
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o emprestimo."
                   GO TO 5000-EXIT
           END-REWRITE
           MOVE "D" TO WS-HIST-TYPE
           MOVE WS-ENTRY-AMOUNT TO WS-POST-AMOUNT
           PERFORM 6000-WRITE-HISTORY
           MOVE "CAIXA" TO WS-POST-DEBIT-ACCT
           MOVE "EMPRPESS" TO WS-POST-CREDIT-ACCT
           PERFORM 6100-POST-TO-LEDGER
           ADD 1 TO WS-REPAY-COUNT
           MOVE LN-BALANCE TO WS-AMOUNT-SHOW
           DISPLAY "Saldo em divida: " WS-AMOUNT-SHOW.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-HISTORY - the movement just made (type and
      * amount set by the caller) with the balance it left
      *-----------------------------------------------------------*
       6000-WRITE-HISTORY.
           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE WS-HIST-TYPE TO LH-MOVE-TYPE
           MOVE WS-POST-AMOUNT TO LH-AMOUNT
           MOVE WS-TRANS-DATE TO LH-POST-DATE
           MOVE LN-EMP-ID TO LH-EMP-ID
           MOVE LN-LOAN-NUMBER TO LH-LOAN-NUMBER
           MOVE LN-BALANCE TO LH-BALANCE
           MOVE ZEROS TO LH-PAY-PERIOD
           MOVE "LOANMNT" TO LH-SOURCE
           WRITE LOAN-HISTORY-RECORD.

      *-----------------------------------------------------------*
      * 6100-POST-TO-LEDGER - the balanced pair for the movement,
      * accounts and amount set by the caller
      *-----------------------------------------------------------*
       6100-POST-TO-LEDGER.
           MOVE SPACES TO WS-POST-DESC
           IF LN-TYPE-ADVANCE
               STRING "ADIANT. " DELIMITED BY SIZE
                      LN-EMP-ID  DELIMITED BY SIZE
                      "/"        DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                   INTO WS-POST-DESC
               END-STRING
           ELSE
               STRING "EMPREST. " DELIMITED BY SIZE
                      LN-EMP-ID   DELIMITED BY SIZE
                      "/"         DELIMITED BY SIZE
                      LN-LOAN-NUMBER DELIMITED BY SIZE
                   INTO WS-POST-DESC
               END-STRING
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-TRANS-DATE TO GL-POST-DATE
           MOVE "LOANMNT" TO GL-SOURCE
           MOVE WS-POST-DEBIT-ACCT TO GL-ACCOUNT
           MOVE WS-POST-AMOUNT TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-POST-DESC TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-TRANS-DATE TO GL-POST-DATE
           MOVE "LOANMNT" TO GL-SOURCE
           MOVE WS-POST-CREDIT-ACCT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-POST-AMOUNT TO GL-CREDIT
           MOVE WS-POST-DESC TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD.

      *-----------------------------------------------------------*
      * 7000-FIND-EMPLOYEE - the keyed id in the names table
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
           IF WET-EMP-ID(WS-EMP-IDX) = WS-ENTRY-EMP-ID
               SET WS-EMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7100-READ-LOAN - key an employee and loan number and show
      * the loan; WS-LOAN-FOUND tells the caller it is on file
      *-----------------------------------------------------------*
       7100-READ-LOAN.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-ENTRY-EMP-ID
           DISPLAY "Numero do emprestimo: "
           ACCEPT WS-ENTRY-LOAN-NUMBER
           MOVE WS-ENTRY-EMP-ID TO LN-EMP-ID
           MOVE WS-ENTRY-LOAN-NUMBER TO LN-LOAN-NUMBER
           READ EMPLOYEE-LOAN-FILE
               INVALID KEY
                   DISPLAY "Emprestimo nao encontrado."
                   GO TO 7100-EXIT
           END-READ
           MOVE LN-PRINCIPAL TO WS-AMOUNT-SHOW
           DISPLAY "Tipo " LN-LOAN-TYPE "  capital " WS-AMOUNT-SHOW
           MOVE LN-INSTALMENT TO WS-AMOUNT-SHOW
           DISPLAY "Prestacao " WS-AMOUNT-SHOW
               "  inicio " LN-START-PERIOD
               "  estado " LN-STATUS-CODE
           MOVE LN-BALANCE TO WS-AMOUNT-SHOW
           DISPLAY "Saldo em divida " WS-AMOUNT-SHOW.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-NEXT-LOAN-NUMBER - one past the highest loan number
      * the employee already has; zero when 999 is taken
      *-----------------------------------------------------------*
       7200-NEXT-LOAN-NUMBER.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER
           MOVE "N" TO WS-LOAN-EOF-SW
           MOVE WS-ENTRY-EMP-ID TO LN-EMP-ID
           MOVE ZEROS TO LN-LOAN-NUMBER
           START EMPLOYEE-LOAN-FILE KEY NOT < LN-KEY
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM 7250-SCAN-ONE-LOAN THRU 7250-EXIT
               UNTIL WS-LOAN-EOF.

       7250-SCAN-ONE-LOAN.
           READ EMPLOYEE-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
                   GO TO 7250-EXIT
           END-READ
           IF LN-EMP-ID NOT = WS-ENTRY-EMP-ID
               SET WS-LOAN-EOF TO TRUE
               GO TO 7250-EXIT
           END-IF
           IF LN-LOAN-NUMBER = 999
               MOVE ZEROS TO WS-NEXT-LOAN-NUMBER
           ELSE
               COMPUTE WS-NEXT-LOAN-NUMBER = LN-LOAN-NUMBER + 1
           END-IF.
       7250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE EMPLOYEE-LOAN-FILE
           CLOSE LOAN-HISTORY
           CLOSE GL-POSTING-FILE
           DISPLAY "Emprestimos concedidos: " WS-GRANT-COUNT
           DISPLAY "Emprestimos alterados:  " WS-CHANGE-COUNT
           DISPLAY "Reembolsos registados:  " WS-REPAY-COUNT.

       END PROGRAM LOANMNT.
