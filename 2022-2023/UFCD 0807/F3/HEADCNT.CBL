       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Monthly headcount and turnover by department.
      *                For the keyed month each employee on EMPPAY is
      *                counted at the opening and at the close of the
      *                month in the department the EMPHIST employment
      *                history gives for that date (EMP-DEPT where
      *                there is no history), with the starters and
      *                leavers of the month from the hire and leaving
      *                dates and the moves between departments.  The
      *                turnover rate is the leavers over the average
      *                of the opening and closing headcount.  Each
      *                line is proved - opening plus starters less
      *                leavers plus moves in less moves out must give
      *                the closing headcount.  Run for the last month
      *                of a quarter, the closing column is the
      *                quarter-end headcount.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Employees past the 500th and counts taken on
      *                 the last line once 100 departments are held
      *                 are shown on the report, and both tables are
      *                 checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EMPLOYMENT-HISTORY ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HEADCOUNT-REPORT ASSIGN TO "HEADCNT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  EMPLOYMENT-HISTORY.
       COPY EMPHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  HEADCOUNT-REPORT.
       01  HEADCOUNT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-HIST-STATUS            PIC XX.
           88  WS-HIST-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-DEPT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-DEPT-FOUND               VALUE "Y".
               88  WS-DEPT-PASSED              VALUE "P".
               88  WS-DEPT-STOP                VALUES "Y" "P".
           05  WS-OPEN-SW            PIC X(01) VALUE "N".
               88  WS-AT-OPENING               VALUE "Y".
           05  WS-CLOSE-SW           PIC X(01) VALUE "N".
               88  WS-AT-CLOSING               VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-BUSINESS-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-RPT-PERIOD         PIC 9(06) VALUE ZEROS.
      *    the last day before the month and the last day of it -
      *    a date compares correctly against either without knowing
      *    how long the month is
           05  WS-OPEN-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-CLOSE-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-DEPT-IDX           PIC 9(03) VALUE ZEROS.
           05  WS-SHIFT-IDX          PIC 9(03) VALUE ZEROS.
           05  WS-SEARCH-DEPT        PIC X(04) VALUE SPACES.
           05  WS-NO-DATE-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-EMP-OVER-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-DEPT-OVER-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-AVERAGE            PIC 9(05)V9 VALUE ZEROS.
           05  WS-TURNOVER           PIC 9(05)V9 VALUE ZEROS.
           05  WS-BALANCE            PIC S9(05) VALUE ZEROS.
           05  WS-ALL-BALANCED-SW    PIC X(01) VALUE "Y".
               88  WS-ALL-BALANCED             VALUE "Y".

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-EMP-ID        PIC 9(05).
               10  WET-HIRE-DATE     PIC 9(08).
               10  WET-LEAVE-DATE    PIC 9(08).
               10  WET-OPEN-DEPT     PIC X(04).
               10  WET-CLOSE-DEPT    PIC X(04).
               10  WET-HIST-SW       PIC X(01).
                   88  WET-HAS-HISTORY         VALUE "Y".

      *    departments in code order, with the month's figures
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WDT-DEPT          PIC X(04).
               10  WDT-OPENING       PIC 9(05).
               10  WDT-STARTERS      PIC 9(05).
               10  WDT-LEAVERS       PIC 9(05).
               10  WDT-MOVES-IN      PIC 9(05).
               10  WDT-MOVES-OUT     PIC 9(05).
               10  WDT-CLOSING       PIC 9(05).

       01  WS-TOTALS.
           05  WTT-OPENING           PIC 9(05) VALUE ZEROS.
           05  WTT-STARTERS          PIC 9(05) VALUE ZEROS.
           05  WTT-LEAVERS           PIC 9(05) VALUE ZEROS.
           05  WTT-MOVES-IN          PIC 9(05) VALUE ZEROS.
           05  WTT-MOVES-OUT         PIC 9(05) VALUE ZEROS.
           05  WTT-CLOSING           PIC 9(05) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(44) VALUE
               "EFETIVOS E ROTACAO POR DEPARTAMENTO - MES ".
           05  WH-PERIOD             PIC 9(06).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(08) VALUE "DEPT".
           05  FILLER                PIC X(08) VALUE " INICIO".
           05  FILLER                PIC X(09) VALUE " ENTRADAS".
           05  FILLER                PIC X(08) VALUE "  SAIDAS".
           05  FILLER                PIC X(08) VALUE " TRANSF+".
           05  FILLER                PIC X(08) VALUE " TRANSF-".
           05  FILLER                PIC X(08) VALUE "     FIM".
           05  FILLER                PIC X(10) VALUE "  ROTACAO%".
           05  FILLER                PIC X(08) VALUE "  CONF.".

       01  WS-DETAIL-LINE.
           05  WD-DEPT               PIC X(08).
           05  WD-OPENING            PIC ZZZZZZZ9.
           05  WD-STARTERS           PIC ZZZZZZZZ9.
           05  WD-LEAVERS            PIC ZZZZZZZ9.
           05  WD-MOVES-IN           PIC ZZZZZZZ9.
           05  WD-MOVES-OUT          PIC ZZZZZZZ9.
           05  WD-CLOSING            PIC ZZZZZZZ9.
           05  WD-TURNOVER           PIC ZZZZZZZ9.9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-CHECK              PIC X(03).

       01  WS-NOTE-LINE.
           05  WN-LABEL              PIC X(50).
           05  WN-COUNT              PIC ZZZZ9.

       COPY TBLCHK.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-HISTORY THRU 2000-EXIT
               UNTIL WS-HIST-EOF
           PERFORM 3000-COUNT-ONE-EMPLOYEE THRU 3000-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM 4000-PRINT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           PERFORM 5000-PRINT-TOTALS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the month to count, the employees with
      * their hire and leaving dates, files and headings
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
           DISPLAY "Mes a contar (AAAAMM, 0 = mes corrente): "
           ACCEPT WS-RPT-PERIOD
           IF WS-RPT-PERIOD = ZEROS
               COMPUTE WS-RPT-PERIOD = WS-BUSINESS-DATE / 100
           END-IF
           COMPUTE WS-OPEN-DATE = WS-RPT-PERIOD * 100
           COMPUTE WS-CLOSE-DATE = WS-RPT-PERIOD * 100 + 99
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-OK
               PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
                   UNTIL WS-EMP-EOF
               CLOSE EMPLOYEE-PAY-FILE
           END-IF
           MOVE "HEADCNT" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT EMPLOYMENT-HISTORY
           IF NOT WS-HIST-OK
               SET WS-HIST-EOF TO TRUE
           END-IF
           OPEN OUTPUT HEADCOUNT-REPORT
           MOVE WS-RPT-PERIOD TO WH-PERIOD
           WRITE HEADCOUNT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO HEADCOUNT-LINE
           WRITE HEADCOUNT-LINE
           WRITE HEADCOUNT-LINE FROM WS-COLUMN-HEADER.

      *    a terminated employee with no leaving date cannot be
      *    placed in time - counted apart rather than guessed at
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
               ADD 1 TO WS-EMP-OVER-COUNT
               GO TO 1100-EXIT
           END-IF
           IF EMP-TERMINATED
               AND (EMP-LEAVE-DATE NOT NUMERIC
                    OR EMP-LEAVE-DATE = ZEROS)
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WET-EMP-ID(WS-EMP-COUNT)
           MOVE ZEROS TO WET-HIRE-DATE(WS-EMP-COUNT)
           IF EMP-HIRE-DATE NUMERIC
               MOVE EMP-HIRE-DATE TO WET-HIRE-DATE(WS-EMP-COUNT)
           END-IF
           MOVE ZEROS TO WET-LEAVE-DATE(WS-EMP-COUNT)
           IF EMP-LEAVE-DATE NUMERIC
               MOVE EMP-LEAVE-DATE TO WET-LEAVE-DATE(WS-EMP-COUNT)
           END-IF
           MOVE EMP-DEPT TO WET-OPEN-DEPT(WS-EMP-COUNT)
           MOVE EMP-DEPT TO WET-CLOSE-DEPT(WS-EMP-COUNT)
           MOVE "N" TO WET-HIST-SW(WS-EMP-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-HISTORY - history reads back employee by
      * employee in date order, so the last record on or before
      * each date leaves the department in force on it.  Before
      * the first record the employee was in that record's
      * previous department, where it has one.
      *-----------------------------------------------------------*
       2000-APPLY-ONE-HISTORY.
           READ EMPLOYMENT-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           PERFORM 7000-FIND-EMPLOYEE
           IF NOT WS-EMP-FOUND
               GO TO 2000-EXIT
           END-IF
           IF NOT WET-HAS-HISTORY(WS-EMP-IDX)
               SET WET-HAS-HISTORY(WS-EMP-IDX) TO TRUE
               IF HS-PREV-DEPT NOT = SPACES
                   MOVE HS-PREV-DEPT TO WET-OPEN-DEPT(WS-EMP-IDX)
                   MOVE HS-PREV-DEPT TO WET-CLOSE-DEPT(WS-EMP-IDX)
               END-IF
           END-IF
           IF HS-EFFECTIVE-DATE NOT > WS-OPEN-DATE
               MOVE HS-DEPT TO WET-OPEN-DEPT(WS-EMP-IDX)
           END-IF
           IF HS-EFFECTIVE-DATE NOT > WS-CLOSE-DATE
               MOVE HS-DEPT TO WET-CLOSE-DEPT(WS-EMP-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COUNT-ONE-EMPLOYEE - opening headcount in the opening
      * department, closing headcount, starters and leavers in the
      * closing one, and a move where the two differ for someone
      * already employed when the month opened
      *-----------------------------------------------------------*
       3000-COUNT-ONE-EMPLOYEE.
           MOVE "N" TO WS-OPEN-SW
           MOVE "N" TO WS-CLOSE-SW
           IF WET-HIRE-DATE(WS-EMP-IDX) NOT > WS-OPEN-DATE
               AND (WET-LEAVE-DATE(WS-EMP-IDX) = ZEROS
                    OR WET-LEAVE-DATE(WS-EMP-IDX) > WS-OPEN-DATE)
               SET WS-AT-OPENING TO TRUE
           END-IF
           IF WET-HIRE-DATE(WS-EMP-IDX) NOT > WS-CLOSE-DATE
               AND (WET-LEAVE-DATE(WS-EMP-IDX) = ZEROS
                    OR WET-LEAVE-DATE(WS-EMP-IDX) > WS-CLOSE-DATE)
               SET WS-AT-CLOSING TO TRUE
           END-IF
           IF WET-HIRE-DATE(WS-EMP-IDX) > WS-CLOSE-DATE
               GO TO 3000-EXIT
           END-IF
           IF WET-LEAVE-DATE(WS-EMP-IDX) > ZEROS
               AND WET-LEAVE-DATE(WS-EMP-IDX) NOT > WS-OPEN-DATE
               GO TO 3000-EXIT
           END-IF
           MOVE WET-CLOSE-DEPT(WS-EMP-IDX) TO WS-SEARCH-DEPT
           PERFORM 7100-FIND-DEPT THRU 7100-EXIT
           IF WS-AT-CLOSING
               ADD 1 TO WDT-CLOSING(WS-DEPT-IDX)
           END-IF
           IF WET-HIRE-DATE(WS-EMP-IDX) > WS-OPEN-DATE
               ADD 1 TO WDT-STARTERS(WS-DEPT-IDX)
           END-IF
           IF WET-LEAVE-DATE(WS-EMP-IDX) > WS-OPEN-DATE
               AND WET-LEAVE-DATE(WS-EMP-IDX) NOT > WS-CLOSE-DATE
               ADD 1 TO WDT-LEAVERS(WS-DEPT-IDX)
           END-IF
           IF NOT WS-AT-OPENING
               GO TO 3000-EXIT
           END-IF
           IF WET-OPEN-DEPT(WS-EMP-IDX) NOT = WET-CLOSE-DEPT(WS-EMP-IDX)
               ADD 1 TO WDT-MOVES-IN(WS-DEPT-IDX)
               MOVE WET-OPEN-DEPT(WS-EMP-IDX) TO WS-SEARCH-DEPT
               PERFORM 7100-FIND-DEPT THRU 7100-EXIT
               ADD 1 TO WDT-MOVES-OUT(WS-DEPT-IDX)
           END-IF
           MOVE WET-OPEN-DEPT(WS-EMP-IDX) TO WS-SEARCH-DEPT
           PERFORM 7100-FIND-DEPT THRU 7100-EXIT
           ADD 1 TO WDT-OPENING(WS-DEPT-IDX).
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-ONE-DEPT - one department's line, proved, and
      * added to the totals
      *-----------------------------------------------------------*
       4000-PRINT-ONE-DEPT.
           MOVE WDT-DEPT(WS-DEPT-IDX) TO WD-DEPT
           MOVE WDT-OPENING(WS-DEPT-IDX) TO WD-OPENING
           MOVE WDT-STARTERS(WS-DEPT-IDX) TO WD-STARTERS
           MOVE WDT-LEAVERS(WS-DEPT-IDX) TO WD-LEAVERS
           MOVE WDT-MOVES-IN(WS-DEPT-IDX) TO WD-MOVES-IN
           MOVE WDT-MOVES-OUT(WS-DEPT-IDX) TO WD-MOVES-OUT
           MOVE WDT-CLOSING(WS-DEPT-IDX) TO WD-CLOSING
           COMPUTE WS-AVERAGE = (WDT-OPENING(WS-DEPT-IDX)
               + WDT-CLOSING(WS-DEPT-IDX)) / 2
           MOVE ZEROS TO WS-TURNOVER
           IF WS-AVERAGE > ZEROS
               COMPUTE WS-TURNOVER ROUNDED =
                   WDT-LEAVERS(WS-DEPT-IDX) * 100 / WS-AVERAGE
           END-IF
           MOVE WS-TURNOVER TO WD-TURNOVER
           COMPUTE WS-BALANCE = WDT-OPENING(WS-DEPT-IDX)
               + WDT-STARTERS(WS-DEPT-IDX) - WDT-LEAVERS(WS-DEPT-IDX)
               + WDT-MOVES-IN(WS-DEPT-IDX)
               - WDT-MOVES-OUT(WS-DEPT-IDX)
               - WDT-CLOSING(WS-DEPT-IDX)
           IF WS-BALANCE = ZEROS
               MOVE "SIM" TO WD-CHECK
           ELSE
               MOVE "NAO" TO WD-CHECK
               MOVE "N" TO WS-ALL-BALANCED-SW
           END-IF
           WRITE HEADCOUNT-LINE FROM WS-DETAIL-LINE
           ADD WDT-OPENING(WS-DEPT-IDX) TO WTT-OPENING
           ADD WDT-STARTERS(WS-DEPT-IDX) TO WTT-STARTERS
           ADD WDT-LEAVERS(WS-DEPT-IDX) TO WTT-LEAVERS
           ADD WDT-MOVES-IN(WS-DEPT-IDX) TO WTT-MOVES-IN
           ADD WDT-MOVES-OUT(WS-DEPT-IDX) TO WTT-MOVES-OUT
           ADD WDT-CLOSING(WS-DEPT-IDX) TO WTT-CLOSING.

      *-----------------------------------------------------------*
      * 5000-PRINT-TOTALS - the company line and the employees
      * that could not be counted
      *-----------------------------------------------------------*
       5000-PRINT-TOTALS.
           MOVE SPACES TO HEADCOUNT-LINE
           WRITE HEADCOUNT-LINE
           MOVE "TOTAL" TO WD-DEPT
           MOVE WTT-OPENING TO WD-OPENING
           MOVE WTT-STARTERS TO WD-STARTERS
           MOVE WTT-LEAVERS TO WD-LEAVERS
           MOVE WTT-MOVES-IN TO WD-MOVES-IN
           MOVE WTT-MOVES-OUT TO WD-MOVES-OUT
           MOVE WTT-CLOSING TO WD-CLOSING
           COMPUTE WS-AVERAGE = (WTT-OPENING + WTT-CLOSING) / 2
           MOVE ZEROS TO WS-TURNOVER
           IF WS-AVERAGE > ZEROS
               COMPUTE WS-TURNOVER ROUNDED =
                   WTT-LEAVERS * 100 / WS-AVERAGE
           END-IF
           MOVE WS-TURNOVER TO WD-TURNOVER
           IF WS-ALL-BALANCED
               MOVE "SIM" TO WD-CHECK
           ELSE
               MOVE "NAO" TO WD-CHECK
           END-IF
           WRITE HEADCOUNT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO HEADCOUNT-LINE
           WRITE HEADCOUNT-LINE
           MOVE "TERMINADOS SEM DATA DE SAIDA (NAO CONTADOS)"
               TO WN-LABEL
           MOVE WS-NO-DATE-COUNT TO WN-COUNT
           WRITE HEADCOUNT-LINE FROM WS-NOTE-LINE
           IF WS-EMP-OVER-COUNT > ZEROS
               MOVE "EMPREGADOS ALEM DA TABELA (NAO CONTADOS)"
                   TO WN-LABEL
               MOVE WS-EMP-OVER-COUNT TO WN-COUNT
               WRITE HEADCOUNT-LINE FROM WS-NOTE-LINE
           END-IF
           IF WS-DEPT-OVER-COUNT > ZEROS
               MOVE "CONTAGENS NA ULTIMA LINHA (DEPARTAMENTOS CHEIOS)"
                   TO WN-LABEL
               MOVE WS-DEPT-OVER-COUNT TO WN-COUNT
               WRITE HEADCOUNT-LINE FROM WS-NOTE-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-FIND-EMPLOYEE - the history record's employee in the
      * table
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
           IF WET-EMP-ID(WS-EMP-IDX) = HS-EMP-ID
               SET WS-EMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7100-FIND-DEPT - WS-SEARCH-DEPT in the department table,
      * inserted in code order when new; WS-DEPT-IDX left on it.
      * Past 100 departments the rest count under the last line.
      *-----------------------------------------------------------*
       7100-FIND-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM 7150-MATCH-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-STOP
           IF WS-DEPT-STOP
               SUBTRACT 1 FROM WS-DEPT-IDX
           END-IF
           IF WS-DEPT-FOUND
               GO TO 7100-EXIT
           END-IF
           IF WS-DEPT-COUNT = 100
               ADD 1 TO WS-DEPT-OVER-COUNT
               MOVE 100 TO WS-DEPT-IDX
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           PERFORM 7160-SHIFT-ONE-DEPT
               VARYING WS-SHIFT-IDX FROM WS-DEPT-COUNT BY -1
               UNTIL WS-SHIFT-IDX NOT > WS-DEPT-IDX
           MOVE WS-SEARCH-DEPT TO WDT-DEPT(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-OPENING(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-STARTERS(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-LEAVERS(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-MOVES-IN(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-MOVES-OUT(WS-DEPT-IDX)
           MOVE ZEROS TO WDT-CLOSING(WS-DEPT-IDX).
       7100-EXIT.
           EXIT.

       7150-MATCH-ONE-DEPT.
           IF WDT-DEPT(WS-DEPT-IDX) = WS-SEARCH-DEPT
               SET WS-DEPT-FOUND TO TRUE
           END-IF
           IF WDT-DEPT(WS-DEPT-IDX) > WS-SEARCH-DEPT
               SET WS-DEPT-PASSED TO TRUE
           END-IF.

       7160-SHIFT-ONE-DEPT.
           MOVE WS-DEPT-ENTRY(WS-SHIFT-IDX - 1)
               TO WS-DEPT-ENTRY(WS-SHIFT-IDX).

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close up
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "HEADCNT" TO TC-PROGRAM-NAME
           MOVE "DEPARTMENT" TO TC-TABLE-NAME
           MOVE WS-DEPT-COUNT TO TC-ENTRY-COUNT
           MOVE 100 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE EMPLOYMENT-HISTORY
           CLOSE HEADCOUNT-REPORT
           DISPLAY "Empregados contados: " WS-EMP-COUNT.

       END PROGRAM HEADCNT.
