       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the SALESREP
      *                salesperson master, the REBMNT pattern: the
      *                code is looked up, the salesperson on file (if
      *                any) is shown, and the name, the payroll
      *                employee, the commission rate and the status
      *                are keyed.  The employee must be an active pay
      *                record on EMPLOYEE-PAY, or the COMMRUN pay line
      *                would have nobody to pay.  Replacing a
      *                salesperson keeps the last month COMMRUN paid.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALESREP-FILE ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-CODE
               FILE STATUS IS WS-REP-STATUS.
           SELECT OPTIONAL EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESREP-FILE.
       COPY SALESREP.

       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       WORKING-STORAGE SECTION.

       01  WS-REP-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-REP-OK                     VALUES "00" "05".
       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ON-FILE-SW         PIC X(01).
               88  WS-ON-FILE                  VALUE "Y".
           05  WS-EMP-EOF-SW         PIC X(01).
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-EMP-FOUND-SW       PIC X(01).
               88  WS-EMP-FOUND                VALUE "Y".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CODE         PIC X(03).
           05  WS-ENTRY-NAME         PIC X(25).
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-PCT          PIC V999.
           05  WS-ENTRY-STATUS       PIC X(01).

       01  WS-SAVED-LAST.
           05  WS-SAVED-MONTH        PIC 9(06) VALUE ZEROS.
           05  WS-SAVED-AMOUNT       PIC S9(7)V99 VALUE ZEROS.

       01  WS-EMP-NAME               PIC X(25) VALUE SPACES.
       01  WS-PCT-DISPLAY            PIC 99V9 VALUE ZEROS.
       01  WS-PCT-EDITED             PIC Z9.9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O SALESREP-FILE
           PERFORM 1000-ENTER-SALESREP THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE SALESREP-FILE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-ENTER-SALESREP - one salesperson, shown if on file,
      * keyed afresh and written after confirmation
      *-----------------------------------------------------------*
       1000-ENTER-SALESREP.
           DISPLAY "Codigo do vendedor (branco para sair): "
           MOVE SPACES TO WS-ENTRY-CODE
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = SPACES
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO WS-ON-FILE-SW
           INITIALIZE WS-SAVED-LAST
           MOVE WS-ENTRY-CODE TO SR-CODE
           READ SALESREP-FILE
               INVALID KEY
                   DISPLAY "Vendedor novo."
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   PERFORM 2000-SHOW-SALESREP
           END-READ
           PERFORM 3000-ACCEPT-DETAILS THRU 3000-EXIT
           DISPLAY "Gravar o vendedor? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-ENTRY-CODE TO SR-CODE
           MOVE WS-ENTRY-NAME TO SR-NAME
           MOVE WS-ENTRY-EMP-ID TO SR-EMP-ID
           MOVE WS-ENTRY-PCT TO SR-COMM-PCT
           MOVE WS-ENTRY-STATUS TO SR-STATUS
           MOVE WS-SAVED-MONTH TO SR-LAST-MONTH
           MOVE WS-SAVED-AMOUNT TO SR-LAST-AMOUNT
           IF WS-ON-FILE
               REWRITE SALESREP-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao substituir o vendedor."
                   NOT INVALID KEY
                       DISPLAY "Vendedor substituido."
               END-REWRITE
           ELSE
               WRITE SALESREP-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o vendedor."
                   NOT INVALID KEY
                       DISPLAY "Vendedor registado."
               END-WRITE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-SHOW-SALESREP.
           MOVE SR-LAST-MONTH TO WS-SAVED-MONTH
           MOVE SR-LAST-AMOUNT TO WS-SAVED-AMOUNT
           COMPUTE WS-PCT-DISPLAY = SR-COMM-PCT * 100
           MOVE WS-PCT-DISPLAY TO WS-PCT-EDITED
           DISPLAY "Nome: " SR-NAME "  empregado " SR-EMP-ID
           DISPLAY "Comissao " WS-PCT-EDITED "%  estado " SR-STATUS
               "  ultimo mes pago " SR-LAST-MONTH.

      *-----------------------------------------------------------*
      * 3000-ACCEPT-DETAILS - name, employee (an active pay record
      * on EMPLOYEE-PAY), rate and status
      *-----------------------------------------------------------*
       3000-ACCEPT-DETAILS.
           DISPLAY "Nome: "
           ACCEPT WS-ENTRY-NAME.
       3000-EMPLOYEE.
           DISPLAY "Numero de empregado (EMPPAY): "
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM 3100-FIND-EMPLOYEE THRU 3100-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado inexistente ou cessado."
               GO TO 3000-EMPLOYEE
           END-IF
           DISPLAY "Empregado: " WS-EMP-NAME.
       3000-RATE.
           DISPLAY "Taxa de comissao (.999): "
           ACCEPT WS-ENTRY-PCT
           IF WS-ENTRY-PCT = ZEROS
               DISPLAY "Taxa invalida."
               GO TO 3000-RATE
           END-IF.
       3000-STATUS.
           DISPLAY "Estado (A=ativo, X=inativo): "
           ACCEPT WS-ENTRY-STATUS
           MOVE WS-ENTRY-STATUS TO SR-STATUS
           IF NOT SR-ACTIVE AND NOT SR-INACTIVE
               DISPLAY "Estado invalido."
               GO TO 3000-STATUS
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-FIND-EMPLOYEE - one pass of the pay file for the
      * employee's pay record
      *-----------------------------------------------------------*
       3100-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE "N" TO WS-EMP-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               GO TO 3100-DONE
           END-IF
           PERFORM 3110-CHECK-ONE-EMPLOYEE
               UNTIL WS-EMP-EOF OR WS-EMP-FOUND.
       3100-DONE.
           CLOSE EMPLOYEE-PAY-FILE.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
               NOT AT END
                   IF EMP-ID = WS-ENTRY-EMP-ID
                       AND EMP-PAY-REC
                       AND NOT EMP-TERMINATED
                       SET WS-EMP-FOUND TO TRUE
                       MOVE EMP-NAME TO WS-EMP-NAME
                   END-IF
           END-READ.

       END PROGRAM REPMNT.
