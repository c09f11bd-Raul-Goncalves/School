      *
      * MODIFICATION HISTORY.
      * 2026-09-01  RG  Initial program.
      * 2026-10-15  RG  The 500-entry employee names table is gone:
      *                 each keyed number is looked up by a pass of
      *                 EMPLOYEE-PAY, the MEMADDR way.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-WORK-FIELDS.
           05  WS-TRANS-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-POSTED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-BALANCE-SHOW       PIC --9.99.
           05  WS-FOUND-NAME         PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
                   MOVE BD-BUSINESS-DATE TO WS-TRANS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O LEAVE-BALANCE-FILE
           OPEN EXTEND LEAVE-TAKEN-LOG.

      *-----------------------------------------------------------*
      * 2000-POST-ONE-LEAVE - one leave-taken transaction: validate
      * the employee, draw the days, log the transaction
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-FIND-EMPLOYEE THRU 3000-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado ou terminado."
               GO TO 2000-EXIT
           END-IF
           DISPLAY WS-FOUND-NAME " - dias gozados: "
           ACCEPT WS-ENTRY-DAYS
           IF WS-ENTRY-DAYS = ZEROS
               DISPLAY "Dias invalidos."
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FIND-EMPLOYEE - the keyed id among the active staff,
      * one pass of EMPLOYEE-PAY
      *-----------------------------------------------------------*
       3000-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EMP-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ONE-EMPLOYEE THRU 3100-EXIT
               UNTIL WS-EMP-EOF OR WS-EMP-FOUND
           CLOSE EMPLOYEE-PAY-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF EMP-TERMINATED OR EMP-ADJ-REC
               GO TO 3100-EXIT
           END-IF
           IF EMP-ID = WS-ENTRY-EMP-ID
               MOVE EMP-NAME TO WS-FOUND-NAME
               SET WS-EMP-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-DRAW-BALANCE - the days come off the balance record; a
           MOVE SPACES TO LEAVE-TAKEN-RECORD
           MOVE WS-TRANS-DATE TO LT-TRANS-DATE
           MOVE WS-ENTRY-EMP-ID TO LT-EMP-ID
           MOVE WS-FOUND-NAME TO LT-EMP-NAME
           MOVE WS-ENTRY-DAYS TO LT-DAYS-TAKEN
           MOVE WS-OPERATOR-ID TO LT-OPERATOR
           WRITE LEAVE-TAKEN-RECORD.
