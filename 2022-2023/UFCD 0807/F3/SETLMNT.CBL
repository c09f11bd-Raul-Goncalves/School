       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Termination settlement entry, the LEAVETRN
      *                style: HR keys an employee EMPMAINT has
      *                terminated (status T, leaving date on file),
      *                is shown the LEAVEBAL days still owed and the
      *                loans and advances still outstanding, and keys
      *                the unpaid days worked in the last month, the
      *                notice pay, any compensation and the reason.
      *                The SETTLE record is left pending for NETPAY's
      *                settlement run (S), which pays it through the
      *                normal deductions and the EFT/cheque path and
      *                prints the statement the leaver signs - so the
      *                final pay stops being worked out on a
      *                calculator.  A pending settlement may be keyed
      *                again; a paid one is refused.
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
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "SETTLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-EMP-ID
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT OPTIONAL EMPLOYEE-LOAN-FILE ASSIGN TO "EMPLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  SETTLEMENT-FILE.
       COPY SETTLE.

       FD  LEAVE-BALANCE-FILE.
       COPY LEAVEBAL.

       FD  EMPLOYEE-LOAN-FILE.
       COPY EMPLOAN.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-SETTLE-STATUS          PIC XX.
           88  WS-SETTLE-OK                  VALUES "00" "05".
       01  WS-LEAVE-STATUS           PIC XX.
           88  WS-LEAVE-OK                   VALUES "00" "05".
       01  WS-LOAN-STATUS            PIC XX.
           88  WS-LOAN-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-LOAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-LOAN-EOF                 VALUE "Y".
           05  WS-REPLACE-SW         PIC X(01) VALUE "N".
               88  WS-REPLACE-PENDING          VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-WORKED-DAYS  PIC 9(02) VALUE ZEROS.
           05  WS-ENTRY-NOTICE       PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-COMPENSATION PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-REASON       PIC X(20).

       01  WS-WORK-FIELDS.
           05  WS-TRANS-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-ENTERED-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-LEAVE-DAYS         PIC S9(3)V99 VALUE ZEROS.
           05  WS-LOAN-OWED          PIC 9(7)V99 VALUE ZEROS.
           05  WS-BALANCE-SHOW       PIC --9.99.
           05  WS-AMOUNT-SHOW        PIC Z,ZZZ,ZZ9.99.

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-EMP-ID        PIC 9(05).
               10  WET-EMP-NAME      PIC X(25).
               10  WET-LEAVE-DATE    PIC 9(08).

       01  WS-EMP-SKIPPED            PIC 9(05) VALUE ZEROS.

       COPY FILERR.
       COPY TBLCHK.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ENTER-ONE-SETTLEMENT THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, the table of
      * terminated employees, files
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
           MOVE "SETLMNT" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-SKIPPED > ZEROS
               DISPLAY "SETLMNT: tabela de empregados cheia - "
                   WS-EMP-SKIPPED " nao carregados."
           END-IF
           MOVE "SETLMNT" TO FE-PROGRAM-NAME
           MOVE "OPEN" TO FE-OPERATION
           OPEN I-O SETTLEMENT-FILE
           IF NOT WS-SETTLE-OK
               MOVE "SETTLE" TO FE-FILE-NAME
               MOVE WS-SETTLE-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN INPUT EMPLOYEE-LOAN-FILE
           IF NOT WS-LOAN-OK
               MOVE "EMPLOAN" TO FE-FILE-NAME
               MOVE WS-LOAN-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN INPUT LEAVE-BALANCE-FILE.

      *-----------------------------------------------------------*
      * 1100-LOAD-ONE-EMPLOYEE - only a terminated employee with a
      * leaving date can be settled
      *-----------------------------------------------------------*
       1100-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NOT EMP-TERMINATED OR EMP-ADJ-REC
               GO TO 1100-EXIT
           END-IF
           IF EMP-LEAVE-DATE NOT NUMERIC OR EMP-LEAVE-DATE = ZEROS
               GO TO 1100-EXIT
           END-IF
           IF WS-EMP-COUNT = 500
               ADD 1 TO WS-EMP-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WET-EMP-ID(WS-EMP-COUNT)
           MOVE EMP-NAME TO WET-EMP-NAME(WS-EMP-COUNT)
           MOVE EMP-LEAVE-DATE TO WET-LEAVE-DATE(WS-EMP-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ENTER-ONE-SETTLEMENT - validate the leaver, show what
      * the system already knows is owed each way, take HR's
      * figures and leave the settlement pending
      *-----------------------------------------------------------*
       2000-ENTER-ONE-SETTLEMENT.
           DISPLAY "Numero do empregado (0 para sair): "
           ACCEPT WS-ENTRY-EMP-ID
           IF WS-ENTRY-EMP-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-FIND-EMPLOYEE
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado, nao terminado ou "
                   "sem data de saida (EMPMAINT)."
               IF WS-EMP-SKIPPED > ZEROS
                   DISPLAY "(tabela de empregados cheia - "
                       WS-EMP-SKIPPED " nao carregados)"
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-REPLACE-SW
           MOVE WS-ENTRY-EMP-ID TO SE-EMP-ID
           READ SETTLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REPLACE-PENDING TO TRUE
           END-READ
           IF WS-REPLACE-PENDING AND SE-PAID
               DISPLAY "Acerto ja pago no periodo " SE-PAID-PERIOD
                   " - nao pode ser alterado."
               GO TO 2000-EXIT
           END-IF
           DISPLAY WET-EMP-NAME(WS-EMP-IDX) " - saida em "
               WET-LEAVE-DATE(WS-EMP-IDX)
           IF WS-REPLACE-PENDING
               DISPLAY "Acerto pendente existente sera substituido."
           END-IF
           PERFORM 4000-SHOW-BALANCES
           DISPLAY "Dias trabalhados por pagar no ultimo mes: "
           ACCEPT WS-ENTRY-WORKED-DAYS
           IF WS-ENTRY-WORKED-DAYS > 31
               DISPLAY "Dias invalidos."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Pre-aviso a pagar (euros, 0 se nenhum): "
           ACCEPT WS-ENTRY-NOTICE
           DISPLAY "Compensacao/indemnizacao (euros, 0 se nenhuma): "
           ACCEPT WS-ENTRY-COMPENSATION
           DISPLAY "Motivo da cessacao: "
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "Motivo obrigatorio."
               GO TO 2000-EXIT
           END-IF
           PERFORM 5000-WRITE-SETTLEMENT
           ADD 1 TO WS-ENTERED-COUNT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FIND-EMPLOYEE - the keyed id in the leavers table
      *-----------------------------------------------------------*
       3000-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR WS-EMP-FOUND
           IF WS-EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-IDX
           END-IF.

       3100-MATCH-ONE-EMPLOYEE.
           IF WET-EMP-ID(WS-EMP-IDX) = WS-ENTRY-EMP-ID
               SET WS-EMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-SHOW-BALANCES - the vacation days the settlement will
      * pay out and the loan balance it will recover
      *-----------------------------------------------------------*
       4000-SHOW-BALANCES.
           MOVE WS-ENTRY-EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-LEAVE-DAYS
               NOT INVALID KEY
                   MOVE LB-BALANCE-DAYS TO WS-LEAVE-DAYS
           END-READ
           MOVE WS-LEAVE-DAYS TO WS-BALANCE-SHOW
           DISPLAY "Ferias por gozar: " WS-BALANCE-SHOW " dias."
           MOVE ZEROS TO WS-LOAN-OWED
           MOVE "N" TO WS-LOAN-EOF-SW
           MOVE WS-ENTRY-EMP-ID TO LN-EMP-ID
           MOVE ZEROS TO LN-LOAN-NUMBER
           START EMPLOYEE-LOAN-FILE KEY NOT < LN-KEY
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START
           PERFORM 4100-ADD-ONE-LOAN THRU 4100-EXIT
               UNTIL WS-LOAN-EOF
           IF WS-LOAN-OWED > ZEROS
               MOVE WS-LOAN-OWED TO WS-AMOUNT-SHOW
               DISPLAY "Emprestimos/adiantamentos em divida: "
                   WS-AMOUNT-SHOW " (descontados no acerto)."
           END-IF.

       4100-ADD-ONE-LOAN.
           READ EMPLOYEE-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF LN-EMP-ID NOT = WS-ENTRY-EMP-ID
               SET WS-LOAN-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF
           IF NOT LN-SETTLED
               ADD LN-BALANCE TO WS-LOAN-OWED
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-SETTLEMENT - the pending settlement, with the
      * leave balance as it stands today
      *-----------------------------------------------------------*
       5000-WRITE-SETTLEMENT.
           MOVE WS-ENTRY-EMP-ID TO SE-EMP-ID
           MOVE WET-LEAVE-DATE(WS-EMP-IDX) TO SE-LEAVE-DATE
           MOVE WS-ENTRY-REASON TO SE-REASON
           MOVE WS-LEAVE-DAYS TO SE-LEAVE-DAYS
           MOVE WS-ENTRY-WORKED-DAYS TO SE-WORKED-DAYS
           MOVE WS-ENTRY-NOTICE TO SE-NOTICE-PAY
           MOVE WS-ENTRY-COMPENSATION TO SE-COMPENSATION
           MOVE WS-OPERATOR-ID TO SE-OPERATOR
           MOVE WS-TRANS-DATE TO SE-ENTRY-DATE
           SET SE-PENDING TO TRUE
           MOVE ZEROS TO SE-PAID-PERIOD
           MOVE ZEROS TO SE-WORKED-PAY
           MOVE ZEROS TO SE-LEAVE-PAY
           MOVE ZEROS TO SE-HOL-SUBSIDY
           MOVE ZEROS TO SE-XMAS-SUBSIDY
           MOVE ZEROS TO SE-LOAN-DEDUCTED
           MOVE ZEROS TO SE-NET-PAID
           IF WS-REPLACE-PENDING
               REWRITE SETTLEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o acerto."
               END-REWRITE
           ELSE
               WRITE SETTLEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o acerto."
               END-WRITE
           END-IF
           DISPLAY "Acerto registado - pago na proxima corrida "
               "de acerto final (NETPAY, S).".

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE SETTLEMENT-FILE
           CLOSE EMPLOYEE-LOAN-FILE
           CLOSE LEAVE-BALANCE-FILE
           DISPLAY "Acertos registados: " WS-ENTERED-COUNT.

       END PROGRAM SETLMNT.
