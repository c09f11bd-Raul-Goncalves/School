      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  An enrollment with an INSTPLAN instalment plan
      *                 is billed one STUOPEN charge per instalment,
      *                 each dated its due date, instead of the whole
      *                 fee under the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT OPTIONAL INSTALMENT-PLAN-FILE ASSIGN TO "INSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT BILLING-REPORT ASSIGN TO "TUITBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  INSTALMENT-PLAN-FILE.
       COPY INSTPLAN.

       FD  BILLING-REPORT.
       01  BILLING-REPORT-LINE       PIC X(80).

           88  WS-COURSE-OK                  VALUE "00".
       01  WS-STUOPEN-STATUS         PIC XX.
           88  WS-STUOPEN-OK                 VALUES "00" "05".
       01  WS-PLAN-STATUS            PIC XX.
           88  WS-PLAN-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-BILLED-SW          PIC X(01) VALUE "N".
               88  WS-ENROLLMENT-BILLED        VALUE "Y".
           05  WS-PLAN-SW            PIC X(01) VALUE "N".
               88  WS-HAS-PLAN                 VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-INST-IDX               PIC 9(02) VALUE ZEROS.

       01  WS-BILL-TOTALS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WD-CRS-NAME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-FEE                PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-PLAN-TEXT          PIC X(14) VALUE SPACES.

       01  WS-INSTALMENT-DETAIL.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "PRESTACAO ".
           05  WN-INSTALMENT         PIC Z9.
           05  FILLER                PIC X(13) VALUE "  VENCIMENTO ".
           05  WN-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-AMOUNT             PIC ZZ,ZZ9.99.

       01  WS-PLAN-TEXT-LINE.
           05  FILLER                PIC X(03) VALUE "EM ".
           05  WP-COUNT              PIC Z9.
           05  FILLER                PIC X(09) VALUE " PRESTAC.".

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(11) VALUE "FATURADOS: ".
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER
           OPEN I-O STUDENT-OPEN-ITEMS
           OPEN INPUT INSTALMENT-PLAN-FILE
           OPEN OUTPUT BILLING-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-HEADER

      *-----------------------------------------------------------*
      * 2000-BILL-ONE-ENROLLMENT - an unbilled, unwithdrawn
      * enrollment on a fee-bearing course raises one charge, or
      * one per instalment where it has a plan
      *-----------------------------------------------------------*
       2000-BILL-ONE-ENROLLMENT.
           ADD 1 TO WS-READ-COUNT
           IF CRS-FEE NOT NUMERIC OR CRS-FEE = ZEROS
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2100-CHECK-BILLED
           IF WS-ENROLLMENT-BILLED
      *        already billed - the run is safe to repeat
               GO TO 2000-READ-NEXT
           END-IF
           MOVE "N" TO WS-PLAN-SW
           MOVE EN-NUMERO TO IP-NUMERO
           MOVE EN-CRS-CODE TO IP-CRS-CODE
           READ INSTALMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAS-PLAN TO TRUE
           END-READ
           IF WS-HAS-PLAN
               PERFORM 4000-RAISE-INSTALMENTS THRU 4000-EXIT
           ELSE
               PERFORM 3000-RAISE-CHARGE THRU 3000-EXIT
           END-IF.
       2000-READ-NEXT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-BILLED - a whole-fee charge (00) or a first
      * instalment (01) already on the ledger
      *-----------------------------------------------------------*
       2100-CHECK-BILLED.
           MOVE "N" TO WS-BILLED-SW
           MOVE EN-NUMERO TO ST-NUMERO
           MOVE EN-CRS-CODE TO ST-CRS-CODE
           MOVE ZEROS TO ST-INSTALMENT
           READ STUDENT-OPEN-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROLLMENT-BILLED TO TRUE
           END-READ
           MOVE 1 TO ST-INSTALMENT
           READ STUDENT-OPEN-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROLLMENT-BILLED TO TRUE
           END-READ.

       3000-RAISE-CHARGE.
           MOVE EN-NUMERO TO ST-NUMERO
           MOVE EN-CRS-CODE TO ST-CRS-CODE
           MOVE ZEROS TO ST-INSTALMENT
           MOVE WS-RUN-DATE TO ST-CHARGE-DATE
           MOVE CRS-FEE TO ST-AMOUNT
           SET ST-ITEM-OPEN TO TRUE
           MOVE ZEROS TO ST-REMINDER-COUNT
           MOVE ZEROS TO ST-LAST-REMINDER
           WRITE STUDENT-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao faturar o aluno " EN-NUMERO
           MOVE EN-CRS-CODE TO WD-CRS-CODE
           MOVE CRS-NAME TO WD-CRS-NAME
           MOVE CRS-FEE TO WD-FEE
           MOVE SPACES TO WD-PLAN-TEXT
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-DETAIL.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RAISE-INSTALMENTS - one charge per plan instalment,
      * dated its due date; the report shows the enrollment and
      * its instalments under it
      *-----------------------------------------------------------*
       4000-RAISE-INSTALMENTS.
           MOVE EN-NUMERO TO WD-NUMERO
           MOVE EN-CRS-CODE TO WD-CRS-CODE
           MOVE CRS-NAME TO WD-CRS-NAME
           MOVE CRS-FEE TO WD-FEE
           MOVE IP-INSTALMENT-COUNT TO WP-COUNT
           MOVE WS-PLAN-TEXT-LINE TO WD-PLAN-TEXT
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-BILLED-COUNT
           PERFORM 4100-RAISE-ONE-INSTALMENT THRU 4100-EXIT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT.
       4000-EXIT.
           EXIT.

       4100-RAISE-ONE-INSTALMENT.
           MOVE EN-NUMERO TO ST-NUMERO
           MOVE EN-CRS-CODE TO ST-CRS-CODE
           MOVE WS-INST-IDX TO ST-INSTALMENT
           MOVE IP-DUE-DATE(WS-INST-IDX) TO ST-CHARGE-DATE
           MOVE IP-AMOUNT(WS-INST-IDX) TO ST-AMOUNT
           SET ST-ITEM-OPEN TO TRUE
           MOVE ZEROS TO ST-REMINDER-COUNT
           MOVE ZEROS TO ST-LAST-REMINDER
           WRITE STUDENT-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao faturar a prestacao " WS-INST-IDX
                       " do aluno " EN-NUMERO
                   GO TO 4100-EXIT
           END-WRITE
           ADD IP-AMOUNT(WS-INST-IDX) TO WS-BILLED-TOTAL
           MOVE WS-INST-IDX TO WN-INSTALMENT
           MOVE IP-DUE-DATE(WS-INST-IDX) TO WN-DUE-DATE
           MOVE IP-AMOUNT(WS-INST-IDX) TO WN-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-INSTALMENT-DETAIL.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, run log, close
      *-----------------------------------------------------------*
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER
           CLOSE STUDENT-OPEN-ITEMS
           CLOSE INSTALMENT-PLAN-FILE
           CLOSE BILLING-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
