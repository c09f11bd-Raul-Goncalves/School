      *
      * MODIFICATION HISTORY.
      * 2026-09-01  RG  Initial program.
      * 2026-10-15  RG  Each entry now carries the cost center the
      *                 hours were worked for, validated against
      *                 CCMAST (0 = none), so an employee splitting
      *                 the week keys one entry per center.  Monthly
      *                 staff may book hours too - theirs feed only
      *                 the LABDIST labour distribution.
      * 2026-10-15  RG  The 500-entry employee table is gone: each
      *                 keyed number is looked up by a pass of
      *                 EMPLOYEE-PAY, the MEMADDR way.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
           05  WS-KEYED-WEEK         PIC 9(08) VALUE ZEROS.
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-HOURS        PIC 9(2)V99 VALUE ZEROS.
           05  WS-ENTRY-CENTER       PIC 9(03) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-CAPTURED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-FOUND-NAME         PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, the pay week being captured,
      * files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           IF WS-KEYED-WEEK NOT = ZEROS
               MOVE WS-KEYED-WEEK TO WS-WEEK-DATE
           END-IF
           OPEN INPUT COST-CENTER-MASTER
           OPEN EXTEND TIMESHEET-FILE.

      *-----------------------------------------------------------*
      * 2000-CAPTURE-ONE-SHEET - one employee's hours for the week,
      * validated before the record is written
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-FIND-EMPLOYEE THRU 3000-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado ou terminado."
               GO TO 2000-EXIT
           END-IF
           DISPLAY WS-FOUND-NAME " - horas da semana: "
           ACCEPT WS-ENTRY-HOURS
           IF WS-ENTRY-HOURS = ZEROS
               DISPLAY "Horas invalidas."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Centro de custo (0 = nenhum): "
           ACCEPT WS-ENTRY-CENTER
           IF WS-ENTRY-CENTER NOT = ZEROS
               MOVE WS-ENTRY-CENTER TO CM-CENTER-ID
               READ COST-CENTER-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CCM-STATUS
               END-READ
               IF NOT WS-CCM-OK
                   DISPLAY "Centro de custo desconhecido."
                   GO TO 2000-EXIT
               END-IF
               DISPLAY "Centro: " CM-NAME
           END-IF
           MOVE SPACES TO TIMESHEET-RECORD
           MOVE WS-WEEK-DATE TO TS-WEEK-DATE
           MOVE WS-ENTRY-EMP-ID TO TS-EMP-ID
           MOVE WS-ENTRY-HOURS TO TS-HOURS
           MOVE WS-OPERATOR-ID TO TS-OPERATOR
           MOVE WS-ENTRY-CENTER TO TS-CENTER-ID
           WRITE TIMESHEET-RECORD
           ADD 1 TO WS-CAPTURED-COUNT.
       2000-EXIT.
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
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE TIMESHEET-FILE
           CLOSE COST-CENTER-MASTER
           DISPLAY "Folhas de horas registadas: " WS-CAPTURED-COUNT.

       END PROGRAM TSCAP.
