       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Thirteen-week cash-flow forecast, week by week
      *                from the business date, opening on the bank
      *                balance of the latest closed period on GLBAL.
      *                Inflows: the open AROPEN items on their due
      *                date pushed out by the customer's average days
      *                late (measured from the settled receipts on
      *                RCPTHST), the MEMOPEN fees in direct-debit
      *                collection or billed to a member with a
      *                mandate, and the open STUOPEN tuition charges
      *                on their due date.  Outflows: the payroll net
      *                of each pay cycle (PRIORNET, what the last run
      *                paid) and its remittances (REMITFD, the last
      *                period's), repeated at the cycle's frequency;
      *                the unpaid APOPEN supplier invoices on their
      *                due date; and the net VAT position on GLBAL on
      *                the payment date keyed.  Anything already due
      *                falls in the first week.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Customers past the 2000th of the lateness
      *                 table and active members past the 1000th
      *                 (whose direct debits then go unforecast) are
      *                 counted on the console, and both tables are
      *                 checked with TBLCHK after their loads.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL RECEIPT-HISTORY ASSIGN TO "RCPTHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-MEMOPEN-STATUS.
           SELECT OPTIONAL STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT OPTIONAL PRIOR-NET-FILE ASSIGN TO "PRIORNET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-EMP-ID
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT OPTIONAL REMIT-FEED ASSIGN TO "REMITFD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "CASHFCST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  RECEIPT-HISTORY.
       COPY RCPTHST.

       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  MEMBER-OPEN-ITEMS.
       COPY MEMOPEN.

       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  PRIOR-NET-FILE.
       COPY PRIORNET.

       FD  REMIT-FEED.
       COPY REMITFD.

       FD  AP-OPEN-ITEMS.
       COPY APOPEN.

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY TBLCHK.

       01  WS-FILE-STATUSES.
           05  WS-BAL-STATUS         PIC XX.
      *        "05" is a missing OPTIONAL file created by the OPEN
               88  WS-BAL-OK                   VALUES "00" "05".
           05  WS-AR-STATUS          PIC XX.
               88  WS-AR-OK                    VALUES "00" "05".
           05  WS-MEMBER-STATUS      PIC XX.
               88  WS-MEMBER-OK                VALUE "00".
           05  WS-MEMOPEN-STATUS     PIC XX.
               88  WS-MEMOPEN-OK               VALUES "00" "05".
           05  WS-STUOPEN-STATUS     PIC XX.
               88  WS-STUOPEN-OK               VALUES "00" "05".
           05  WS-PRIOR-STATUS       PIC XX.
               88  WS-PRIOR-OK                 VALUES "00" "05".
           05  WS-AP-STATUS          PIC XX.
               88  WS-AP-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".

      *    the GL accounts the opening balance and the VAT position
      *    are read from
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".
       01  WS-OUTPUT-VAT-ACCOUNT     PIC X(08) VALUE "IVA".
       01  WS-INPUT-VAT-ACCOUNT      PIC X(08) VALUE "IVADEDUT".

      *    the defined horizon in weeks, and the days after billing
      *    a fee with a mandate is expected in from the debit run
       01  WS-HORIZON-WEEKS          PIC 9(02) VALUE 13.
       01  WS-DD-LEAD-DAYS           PIC 9(03) VALUE 30.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-VAT-DUE-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-DAY-FIELDS.
           05  WS-RUN-DAYS           PIC 9(07) VALUE ZEROS.
           05  WS-HORIZON-END-DAYS   PIC 9(07) VALUE ZEROS.
           05  WS-EXPECTED-DAYS      PIC S9(07) VALUE ZEROS.
           05  WS-DAY-OFFSET         PIC S9(07) VALUE ZEROS.
           05  WS-WEEK-IDX           PIC 9(05) VALUE ZEROS.
           05  WS-BUCKET-AMOUNT      PIC 9(8)V99 VALUE ZEROS.
           05  WS-BUCKET-CODE        PIC X(01) VALUE SPACE.
               88  WS-BUCKET-AR                VALUE "A".
               88  WS-BUCKET-MEMDD             VALUE "M".
               88  WS-BUCKET-TUITION           VALUE "T".
               88  WS-BUCKET-PAYROLL           VALUE "P".
               88  WS-BUCKET-REMIT             VALUE "R".
               88  WS-BUCKET-SUPPLIER          VALUE "F".
               88  WS-BUCKET-VAT               VALUE "V".

      *    calendar arithmetic: a date turned into a day number so
      *    two dates can be subtracted, and a date stepped forward
       01  WS-CONVERT-FIELDS.
           05  WS-CONV-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-CONV-DATE-SPLIT REDEFINES WS-CONV-DATE.
               10  WS-CONV-YEAR      PIC 9(04).
               10  WS-CONV-MONTH     PIC 9(02).
               10  WS-CONV-DAY       PIC 9(02).
           05  WS-CONV-DAYS          PIC 9(07) VALUE ZEROS.
           05  WS-CV-YEAR            PIC 9(04) VALUE ZEROS.
           05  WS-CV-MONTH           PIC 9(02) VALUE ZEROS.
           05  WS-CV-QUOTIENT-4      PIC 9(04) VALUE ZEROS.
           05  WS-CV-QUOTIENT-100    PIC 9(04) VALUE ZEROS.
           05  WS-CV-QUOTIENT-400    PIC 9(04) VALUE ZEROS.
           05  WS-CV-MONTH-TERM      PIC 9(05) VALUE ZEROS.
           05  WS-CV-MONTH-DAYS      PIC 9(05) VALUE ZEROS.
           05  WS-CV-REMAINDER       PIC 9(04) VALUE ZEROS.
           05  WS-MONTH-LENGTH       PIC 9(02) VALUE ZEROS.

       01  WS-BALANCE-FIELDS.
           05  WS-BANK-PERIOD        PIC 9(06) VALUE ZEROS.
           05  WS-BANK-BALANCE       PIC S9(9)V99 VALUE ZEROS.
           05  WS-OUT-VAT-PERIOD     PIC 9(06) VALUE ZEROS.
           05  WS-OUT-VAT-BALANCE    PIC S9(9)V99 VALUE ZEROS.
           05  WS-IN-VAT-PERIOD      PIC 9(06) VALUE ZEROS.
           05  WS-IN-VAT-BALANCE     PIC S9(9)V99 VALUE ZEROS.
           05  WS-VAT-PAYABLE        PIC S9(9)V99 VALUE ZEROS.
           05  WS-RUNNING-BALANCE    PIC S9(10)V99 VALUE ZEROS.
           05  WS-WEEK-NET           PIC S9(9)V99 VALUE ZEROS.

      *    each customer's days late over the settled receipts
       01  WS-LATENESS-TABLE.
           05  WS-LATE-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-LATE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-LATE-COUNT.
               10  WL-CUST-NUMBER    PIC 9(05).
               10  WL-DAYS-LATE      PIC S9(07).
               10  WL-RECEIPTS       PIC 9(05).
       01  WS-LATE-IDX               PIC 9(04) VALUE ZEROS.
       01  WS-AVERAGE-LATE           PIC S9(05) VALUE ZEROS.
       01  WS-DUE-DAYS               PIC 9(07) VALUE ZEROS.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-MEMBER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-MEMBER-COUNT.
               10  WM-ID             PIC 9(05).
               10  WM-BANK-ACCT      PIC X(12).
       01  WS-MEM-IDX                PIC 9(04) VALUE ZEROS.

      *    the pay cycles: W weekly, M monthly
       01  WS-PAY-CYCLES.
           05  WS-CYCLE-ENTRY OCCURS 2 TIMES.
               10  WPC-FREQ          PIC X(01).
               10  WPC-LAST-PERIOD   PIC 9(08).
               10  WPC-NET-TOTAL     PIC 9(8)V99.
               10  WPC-REMIT-PERIOD  PIC 9(08).
               10  WPC-REMIT-TOTAL   PIC 9(8)V99.
       01  WS-CYCLE-IDX              PIC 9(01) VALUE ZEROS.
       01  WS-PAY-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-PAY-DATE-SPLIT REDEFINES WS-PAY-DATE.
           05  WS-PAY-YEAR           PIC 9(04).
           05  WS-PAY-MONTH          PIC 9(02).
           05  WS-PAY-DAY            PIC 9(02).
       01  WS-PAY-DAY-OF-MONTH       PIC 9(02) VALUE ZEROS.
       01  WS-PAY-DAYS               PIC 9(07) VALUE ZEROS.

       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WK-START-DATE     PIC 9(08).
               10  WK-AR             PIC 9(8)V99.
               10  WK-MEMDD          PIC 9(8)V99.
               10  WK-TUITION        PIC 9(8)V99.
               10  WK-PAYROLL        PIC 9(8)V99.
               10  WK-REMIT          PIC 9(8)V99.
               10  WK-SUPPLIERS      PIC 9(8)V99.
               10  WK-VAT            PIC 9(8)V99.

       01  WS-COUNTS.
           05  WS-ITEMS-READ         PIC 9(07) VALUE ZEROS.
           05  WS-ITEMS-FORECAST     PIC 9(07) VALUE ZEROS.
           05  WS-ITEMS-BEYOND       PIC 9(07) VALUE ZEROS.
           05  WS-LATE-SKIP-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-MEM-SKIP-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-STEP-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-STEP-DATE-SPLIT REDEFINES WS-STEP-DATE.
           05  WS-STEP-YEAR          PIC 9(04).
           05  WS-STEP-MONTH         PIC 9(02).
           05  WS-STEP-DAY           PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "PREVISAO DE TESOURARIA A 13 SEMANAS - ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-OPENING-LINE.
           05  FILLER                PIC X(32) VALUE
               "SALDO BANCARIO INICIAL (PERIODO ".
           05  WO-PERIOD             PIC 9(06).
           05  FILLER                PIC X(03) VALUE "): ".
           05  WO-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-VAT-LINE.
           05  FILLER                PIC X(32) VALUE
               "IVA A ENTREGAR (GLBAL)      EM ".
           05  WV-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(01) VALUE ":".
           05  WV-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-HEADER-1.
           05  FILLER                PIC X(12) VALUE "SEM INICIO".
           05  FILLER                PIC X(36) VALUE
               "  ------------- ENTRADAS -----------".
           05  FILLER                PIC X(48) VALUE
               "  ------------------- SAIDAS -------------------".

       01  WS-COLUMN-HEADER-2.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "    CLIENTES".
           05  FILLER                PIC X(12) VALUE "      QUOTAS".
           05  FILLER                PIC X(12) VALUE "    PROPINAS".
           05  FILLER                PIC X(12) VALUE "    SALARIOS".
           05  FILLER                PIC X(12) VALUE "    REMESSAS".
           05  FILLER                PIC X(12) VALUE " FORNECEDOR.".
           05  FILLER                PIC X(12) VALUE "         IVA".
           05  FILLER                PIC X(13) VALUE "  MOVIMENTO".
           05  FILLER                PIC X(16) VALUE
               "     SALDO FINAL".

       01  WS-WEEK-LINE.
           05  WW-WEEK               PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WW-START-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WW-AR                 PIC ZZZZ,ZZ9.99B.
           05  WW-MEMDD              PIC ZZZZ,ZZ9.99B.
           05  WW-TUITION            PIC ZZZZ,ZZ9.99B.
           05  WW-PAYROLL            PIC ZZZZ,ZZ9.99B.
           05  WW-REMIT              PIC ZZZZ,ZZ9.99B.
           05  WW-SUPPLIERS          PIC ZZZZ,ZZ9.99B.
           05  WW-VAT                PIC ZZZZ,ZZ9.99B.
           05  WW-NET                PIC -ZZZZ,ZZ9.99B.
           05  WW-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-FOOTER-LINE.
           05  FILLER                PIC X(40) VALUE
               "DOCUMENTOS PREVISTOS / FORA DO HORIZONTE".
           05  WF-FORECAST           PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE " / ".
           05  WF-BEYOND             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-BALANCES THRU 2000-EXIT
           PERFORM 3000-MEASURE-LATENESS THRU 3000-EXIT
           PERFORM 3500-FORECAST-RECEIVABLES THRU 3500-EXIT
           PERFORM 4000-FORECAST-MEMBER-FEES THRU 4000-EXIT
           PERFORM 4500-FORECAST-TUITION THRU 4500-EXIT
           PERFORM 5000-FORECAST-PAYROLL THRU 5000-EXIT
           PERFORM 5500-FORECAST-SUPPLIERS THRU 5500-EXIT
           PERFORM 6000-FORECAST-VAT THRU 6000-EXIT
           PERFORM 7000-PRINT-FORECAST
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, VAT payment date, the
      * thirteen week buckets and their start dates
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Data de pagamento do IVA (AAAAMMDD, 0 = nao "
               "previsto): "
           ACCEPT WS-VAT-DUE-DATE
           MOVE "CASHFCST" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           MOVE WS-RUN-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-RUN-DAYS
           COMPUTE WS-HORIZON-END-DAYS =
               WS-RUN-DAYS + WS-HORIZON-WEEKS * 7 - 1
           MOVE WS-RUN-DATE TO WS-STEP-DATE
           PERFORM 1100-CLEAR-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > WS-HORIZON-WEEKS
           MOVE "W" TO WPC-FREQ(1)
           MOVE "M" TO WPC-FREQ(2)
           PERFORM 1200-CLEAR-ONE-CYCLE
               VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > 2.

       1100-CLEAR-ONE-WEEK.
           MOVE WS-STEP-DATE TO WK-START-DATE(WS-WEEK-IDX)
           MOVE ZEROS TO WK-AR(WS-WEEK-IDX)
           MOVE ZEROS TO WK-MEMDD(WS-WEEK-IDX)
           MOVE ZEROS TO WK-TUITION(WS-WEEK-IDX)
           MOVE ZEROS TO WK-PAYROLL(WS-WEEK-IDX)
           MOVE ZEROS TO WK-REMIT(WS-WEEK-IDX)
           MOVE ZEROS TO WK-SUPPLIERS(WS-WEEK-IDX)
           MOVE ZEROS TO WK-VAT(WS-WEEK-IDX)
           PERFORM 9100-NEXT-DAY 7 TIMES.

       1200-CLEAR-ONE-CYCLE.
           MOVE ZEROS TO WPC-LAST-PERIOD(WS-CYCLE-IDX)
           MOVE ZEROS TO WPC-NET-TOTAL(WS-CYCLE-IDX)
           MOVE ZEROS TO WPC-REMIT-PERIOD(WS-CYCLE-IDX)
           MOVE ZEROS TO WPC-REMIT-TOTAL(WS-CYCLE-IDX).

      *-----------------------------------------------------------*
      * 2000-READ-BALANCES - the latest closed period's closing
      * balance of the bank and of the two VAT accounts
      *-----------------------------------------------------------*
       2000-READ-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY "Ficheiro GLBAL indisponivel - saldo inicial "
                   "a zero."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-READ-ONE-BALANCE THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE GL-BALANCE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           EVALUATE GB-ACCOUNT
               WHEN WS-BANK-ACCOUNT
                   IF GB-PERIOD > WS-BANK-PERIOD
                       MOVE GB-PERIOD TO WS-BANK-PERIOD
                       MOVE GB-CLOSING TO WS-BANK-BALANCE
                   END-IF
               WHEN WS-OUTPUT-VAT-ACCOUNT
                   IF GB-PERIOD > WS-OUT-VAT-PERIOD
                       MOVE GB-PERIOD TO WS-OUT-VAT-PERIOD
                       MOVE GB-CLOSING TO WS-OUT-VAT-BALANCE
                   END-IF
               WHEN WS-INPUT-VAT-ACCOUNT
                   IF GB-PERIOD > WS-IN-VAT-PERIOD
                       MOVE GB-PERIOD TO WS-IN-VAT-PERIOD
                       MOVE GB-CLOSING TO WS-IN-VAT-BALANCE
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MEASURE-LATENESS - for every receipt that settled an
      * item, the days between the item's due date and the receipt
      * added to the customer's tally
      *-----------------------------------------------------------*
       3000-MEASURE-LATENESS.
           OPEN INPUT AR-OPEN-ITEMS
           IF NOT WS-AR-OK
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT RECEIPT-HISTORY
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-MEASURE-ONE-RECEIPT THRU 3100-EXIT
               UNTIL WS-EOF
           CLOSE RECEIPT-HISTORY
           MOVE "CASHFCST" TO TC-PROGRAM-NAME
           MOVE "LATENESS" TO TC-TABLE-NAME
           MOVE WS-LATE-COUNT TO TC-ENTRY-COUNT
           MOVE 2000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.
       3000-EXIT.
           EXIT.

       3100-MEASURE-ONE-RECEIPT.
           READ RECEIPT-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT RH-ITEM-SETTLED
               GO TO 3100-EXIT
           END-IF
           MOVE RH-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE RH-ORDER-NUMBER TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF AR-DUE-DATE = ZEROS
               GO TO 3100-EXIT
           END-IF
           MOVE AR-DUE-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-DUE-DAYS
           MOVE RH-RECEIPT-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           PERFORM 3200-FIND-CUSTOMER
           IF NOT WS-FOUND
               IF WS-LATE-COUNT = 2000
                   ADD 1 TO WS-LATE-SKIP-COUNT
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-LATE-COUNT TO WS-LATE-IDX
               MOVE RH-CUST-NUMBER TO WL-CUST-NUMBER(WS-LATE-IDX)
               MOVE ZEROS TO WL-DAYS-LATE(WS-LATE-IDX)
               MOVE ZEROS TO WL-RECEIPTS(WS-LATE-IDX)
           END-IF
           COMPUTE WL-DAYS-LATE(WS-LATE-IDX) =
               WL-DAYS-LATE(WS-LATE-IDX) + WS-CONV-DAYS - WS-DUE-DAYS
           ADD 1 TO WL-RECEIPTS(WS-LATE-IDX).
       3100-EXIT.
           EXIT.

       3200-FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3210-MATCH-ONE-CUSTOMER
               VARYING WS-LATE-IDX FROM 1 BY 1
               UNTIL WS-LATE-IDX > WS-LATE-COUNT
                  OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-LATE-IDX
           END-IF.

       3210-MATCH-ONE-CUSTOMER.
           IF WL-CUST-NUMBER(WS-LATE-IDX) = AR-CUST-NUMBER
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3500-FORECAST-RECEIVABLES - each open item on its due date
      * moved by the customer's average days late
      *-----------------------------------------------------------*
       3500-FORECAST-RECEIVABLES.
           IF NOT WS-AR-OK
               GO TO 3500-EXIT
           END-IF
           MOVE ZEROS TO AR-KEY
           MOVE "N" TO WS-EOF-SW
           START AR-OPEN-ITEMS KEY NOT < AR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3600-FORECAST-ONE-ITEM THRU 3600-EXIT
               UNTIL WS-EOF
           CLOSE AR-OPEN-ITEMS.
       3500-EXIT.
           EXIT.

       3600-FORECAST-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF NOT AR-ITEM-OPEN OR AR-AMOUNT = ZEROS
               GO TO 3600-EXIT
           END-IF
           IF AR-DUE-DATE = ZEROS
               MOVE AR-INVOICE-DATE TO WS-CONV-DATE
           ELSE
               MOVE AR-DUE-DATE TO WS-CONV-DATE
           END-IF
           PERFORM 9000-DATE-TO-DAYS
           MOVE ZEROS TO WS-AVERAGE-LATE
           PERFORM 3200-FIND-CUSTOMER
           IF WS-FOUND
               DIVIDE WL-DAYS-LATE(WS-LATE-IDX)
                   BY WL-RECEIPTS(WS-LATE-IDX)
                   GIVING WS-AVERAGE-LATE
           END-IF
           COMPUTE WS-EXPECTED-DAYS = WS-CONV-DAYS + WS-AVERAGE-LATE
           MOVE AR-AMOUNT TO WS-BUCKET-AMOUNT
           SET WS-BUCKET-AR TO TRUE
           PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-FORECAST-MEMBER-FEES - a fee already sent for direct
      * debit comes in the first week; an open fee of a member
      * with a mandate the lead time after it was billed; a
      * member without one pays at the desk and is not forecast
      *-----------------------------------------------------------*
       4000-FORECAST-MEMBER-FEES.
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 4100-LOAD-ONE-MEMBER THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE MEMBERSHIP-FILE
           MOVE "CASHFCST" TO TC-PROGRAM-NAME
           MOVE "MEMBER" TO TC-TABLE-NAME
           MOVE WS-MEMBER-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT MEMBER-OPEN-ITEMS
           IF NOT WS-MEMOPEN-OK
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 4200-FORECAST-ONE-FEE THRU 4200-EXIT
               UNTIL WS-EOF
           CLOSE MEMBER-OPEN-ITEMS.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT MEM-ACTIVE
               GO TO 4100-EXIT
           END-IF
           IF WS-MEMBER-COUNT = 1000
               ADD 1 TO WS-MEM-SKIP-COUNT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE MEM-ID TO WM-ID(WS-MEMBER-COUNT)
           MOVE MEM-BANK-ACCT TO WM-BANK-ACCT(WS-MEMBER-COUNT).
       4100-EXIT.
           EXIT.

       4200-FORECAST-ONE-FEE.
           READ MEMBER-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF MO-AMOUNT = ZEROS OR MO-ITEM-PAID
               GO TO 4200-EXIT
           END-IF
           IF MO-ITEM-COLLECTING
               MOVE WS-RUN-DAYS TO WS-EXPECTED-DAYS
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM 4210-MATCH-ONE-MEMBER
                   VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
                      OR WS-FOUND
               IF NOT WS-FOUND
                   GO TO 4200-EXIT
               END-IF
               SUBTRACT 1 FROM WS-MEM-IDX
               IF WM-BANK-ACCT(WS-MEM-IDX) = SPACES
                   GO TO 4200-EXIT
               END-IF
               MOVE MO-BILL-DATE TO WS-CONV-DATE
               PERFORM 9000-DATE-TO-DAYS
               COMPUTE WS-EXPECTED-DAYS =
                   WS-CONV-DAYS + WS-DD-LEAD-DAYS
           END-IF
           MOVE MO-AMOUNT TO WS-BUCKET-AMOUNT
           SET WS-BUCKET-MEMDD TO TRUE
           PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT.
       4200-EXIT.
           EXIT.

       4210-MATCH-ONE-MEMBER.
           IF WM-ID(WS-MEM-IDX) = MO-MEM-ID
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4500-FORECAST-TUITION - each open charge on its due date
      *-----------------------------------------------------------*
       4500-FORECAST-TUITION.
           OPEN INPUT STUDENT-OPEN-ITEMS
           IF NOT WS-STUOPEN-OK
               GO TO 4500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 4600-FORECAST-ONE-CHARGE THRU 4600-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-OPEN-ITEMS.
       4500-EXIT.
           EXIT.

       4600-FORECAST-ONE-CHARGE.
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF NOT ST-ITEM-OPEN OR ST-AMOUNT = ZEROS
               GO TO 4600-EXIT
           END-IF
           MOVE ST-CHARGE-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-EXPECTED-DAYS
           MOVE ST-AMOUNT TO WS-BUCKET-AMOUNT
           SET WS-BUCKET-TUITION TO TRUE
           PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FORECAST-PAYROLL - each cycle's last net and last
      * remittances, repeated every week or every month from the
      * last pay date
      *-----------------------------------------------------------*
       5000-FORECAST-PAYROLL.
           OPEN INPUT PRIOR-NET-FILE
           IF WS-PRIOR-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 5100-ADD-ONE-PRIOR-NET THRU 5100-EXIT
                   UNTIL WS-EOF
               CLOSE PRIOR-NET-FILE
           END-IF
           OPEN INPUT REMIT-FEED
           MOVE "N" TO WS-EOF-SW
           PERFORM 5200-ADD-ONE-REMITTANCE THRU 5200-EXIT
               UNTIL WS-EOF
           CLOSE REMIT-FEED
           PERFORM 5300-PROJECT-ONE-CYCLE THRU 5300-EXIT
               VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > 2.
       5000-EXIT.
           EXIT.

       5100-ADD-ONE-PRIOR-NET.
           READ PRIOR-NET-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF PN-FREQ = "W"
               MOVE 1 TO WS-CYCLE-IDX
           ELSE
               MOVE 2 TO WS-CYCLE-IDX
           END-IF
           ADD PN-NET-PAY TO WPC-NET-TOTAL(WS-CYCLE-IDX)
           IF PN-PERIOD > WPC-LAST-PERIOD(WS-CYCLE-IDX)
               MOVE PN-PERIOD TO WPC-LAST-PERIOD(WS-CYCLE-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-ADD-ONE-REMITTANCE.
           READ REMIT-FEED
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           IF RM-FREQ = "W"
               MOVE 1 TO WS-CYCLE-IDX
           ELSE
               MOVE 2 TO WS-CYCLE-IDX
           END-IF
           IF RM-PERIOD < WPC-REMIT-PERIOD(WS-CYCLE-IDX)
               GO TO 5200-EXIT
           END-IF
           IF RM-PERIOD > WPC-REMIT-PERIOD(WS-CYCLE-IDX)
               MOVE RM-PERIOD TO WPC-REMIT-PERIOD(WS-CYCLE-IDX)
               MOVE ZEROS TO WPC-REMIT-TOTAL(WS-CYCLE-IDX)
           END-IF
           ADD RM-PENSAO RM-COBRANCA
               TO WPC-REMIT-TOTAL(WS-CYCLE-IDX).
       5200-EXIT.
           EXIT.

       5300-PROJECT-ONE-CYCLE.
           IF WPC-LAST-PERIOD(WS-CYCLE-IDX) = ZEROS
               GO TO 5300-EXIT
           END-IF
           MOVE WPC-LAST-PERIOD(WS-CYCLE-IDX) TO WS-PAY-DATE
           MOVE WS-PAY-DAY TO WS-PAY-DAY-OF-MONTH
           MOVE WS-PAY-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-PAY-DAYS
           PERFORM 5310-NEXT-PAY-DATE
           PERFORM 5320-BOOK-ONE-PAYDAY
               UNTIL WS-PAY-DAYS > WS-HORIZON-END-DAYS.
       5300-EXIT.
           EXIT.

      *    the cycle's next pay date: seven days on for a weekly
      *    cycle, the same day next month (or the month's last day)
      *    for a monthly one
       5310-NEXT-PAY-DATE.
           IF WPC-FREQ(WS-CYCLE-IDX) = "W"
               ADD 7 TO WS-PAY-DAYS
           ELSE
               IF WS-PAY-MONTH = 12
                   MOVE 1 TO WS-PAY-MONTH
                   ADD 1 TO WS-PAY-YEAR
               ELSE
                   ADD 1 TO WS-PAY-MONTH
               END-IF
               MOVE WS-PAY-YEAR TO WS-STEP-YEAR
               MOVE WS-PAY-MONTH TO WS-STEP-MONTH
               PERFORM 9200-MONTH-LENGTH
               IF WS-PAY-DAY-OF-MONTH > WS-MONTH-LENGTH
                   MOVE WS-MONTH-LENGTH TO WS-PAY-DAY
               ELSE
                   MOVE WS-PAY-DAY-OF-MONTH TO WS-PAY-DAY
               END-IF
               MOVE WS-PAY-DATE TO WS-CONV-DATE
               PERFORM 9000-DATE-TO-DAYS
               MOVE WS-CONV-DAYS TO WS-PAY-DAYS
           END-IF.

      *    a pay date already past is not a payment still to make
       5320-BOOK-ONE-PAYDAY.
           IF WS-PAY-DAYS NOT < WS-RUN-DAYS
               MOVE WS-PAY-DAYS TO WS-EXPECTED-DAYS
               MOVE WPC-NET-TOTAL(WS-CYCLE-IDX) TO WS-BUCKET-AMOUNT
               SET WS-BUCKET-PAYROLL TO TRUE
               PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT
               MOVE WPC-REMIT-TOTAL(WS-CYCLE-IDX) TO WS-BUCKET-AMOUNT
               SET WS-BUCKET-REMIT TO TRUE
               PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT
           END-IF
           PERFORM 5310-NEXT-PAY-DATE.

      *-----------------------------------------------------------*
      * 5500-FORECAST-SUPPLIERS - every unpaid supplier invoice,
      * held or approved, on its due date for what the supplier
      * is actually paid (gross less the tax withheld)
      *-----------------------------------------------------------*
       5500-FORECAST-SUPPLIERS.
           OPEN INPUT AP-OPEN-ITEMS
           IF NOT WS-AP-OK
               GO TO 5500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 5600-FORECAST-ONE-INVOICE THRU 5600-EXIT
               UNTIL WS-EOF
           CLOSE AP-OPEN-ITEMS.
       5500-EXIT.
           EXIT.

       5600-FORECAST-ONE-INVOICE.
           READ AP-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5600-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF AP-ITEM-PAID
               GO TO 5600-EXIT
           END-IF
           MOVE AP-DUE-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-EXPECTED-DAYS
           COMPUTE WS-BUCKET-AMOUNT =
               AP-GROSS-AMOUNT - AP-WITHHELD-AMOUNT
           SET WS-BUCKET-SUPPLIER TO TRUE
           PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FORECAST-VAT - output VAT (a credit balance) less the
      * deductible VAT (a debit balance), on the date keyed
      *-----------------------------------------------------------*
       6000-FORECAST-VAT.
           COMPUTE WS-VAT-PAYABLE =
               ZEROS - WS-OUT-VAT-BALANCE - WS-IN-VAT-BALANCE
           IF WS-VAT-DUE-DATE = ZEROS OR WS-VAT-PAYABLE NOT > ZEROS
               GO TO 6000-EXIT
           END-IF
           MOVE WS-VAT-DUE-DATE TO WS-CONV-DATE
           PERFORM 9000-DATE-TO-DAYS
           MOVE WS-CONV-DAYS TO WS-EXPECTED-DAYS
           MOVE WS-VAT-PAYABLE TO WS-BUCKET-AMOUNT
           SET WS-BUCKET-VAT TO TRUE
           PERFORM 9500-ADD-TO-WEEK THRU 9500-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-PRINT-FORECAST - opening balance, then one line per
      * week with its inflows, outflows and the running balance
      *-----------------------------------------------------------*
       7000-PRINT-FORECAST.
           OPEN OUTPUT FORECAST-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE FORECAST-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-BANK-PERIOD TO WO-PERIOD
           MOVE WS-BANK-BALANCE TO WO-BALANCE
           WRITE FORECAST-REPORT-LINE FROM WS-OPENING-LINE
           MOVE WS-VAT-DUE-DATE TO WV-DUE-DATE
           MOVE WS-VAT-PAYABLE TO WV-AMOUNT
           WRITE FORECAST-REPORT-LINE FROM WS-VAT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-HEADER-1
           WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-HEADER-2
           MOVE WS-BANK-BALANCE TO WS-RUNNING-BALANCE
           PERFORM 7100-PRINT-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > WS-HORIZON-WEEKS
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-ITEMS-FORECAST TO WF-FORECAST
           MOVE WS-ITEMS-BEYOND TO WF-BEYOND
           WRITE FORECAST-REPORT-LINE FROM WS-FOOTER-LINE
           CLOSE FORECAST-REPORT.

       7100-PRINT-ONE-WEEK.
           COMPUTE WS-WEEK-NET =
               WK-AR(WS-WEEK-IDX) + WK-MEMDD(WS-WEEK-IDX)
               + WK-TUITION(WS-WEEK-IDX)
               - WK-PAYROLL(WS-WEEK-IDX) - WK-REMIT(WS-WEEK-IDX)
               - WK-SUPPLIERS(WS-WEEK-IDX) - WK-VAT(WS-WEEK-IDX)
           ADD WS-WEEK-NET TO WS-RUNNING-BALANCE
           MOVE WS-WEEK-IDX TO WW-WEEK
           MOVE WK-START-DATE(WS-WEEK-IDX) TO WW-START-DATE
           MOVE WK-AR(WS-WEEK-IDX) TO WW-AR
           MOVE WK-MEMDD(WS-WEEK-IDX) TO WW-MEMDD
           MOVE WK-TUITION(WS-WEEK-IDX) TO WW-TUITION
           MOVE WK-PAYROLL(WS-WEEK-IDX) TO WW-PAYROLL
           MOVE WK-REMIT(WS-WEEK-IDX) TO WW-REMIT
           MOVE WK-SUPPLIERS(WS-WEEK-IDX) TO WW-SUPPLIERS
           MOVE WK-VAT(WS-WEEK-IDX) TO WW-VAT
           MOVE WS-WEEK-NET TO WW-NET
           MOVE WS-RUNNING-BALANCE TO WW-BALANCE
           WRITE FORECAST-REPORT-LINE FROM WS-WEEK-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           SET RN-EVENT-END TO TRUE
           MOVE WS-ITEMS-READ TO RN-RECORDS-READ
           MOVE WS-HORIZON-WEEKS TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "CASHFCST: saldo final previsto "
               WS-RUNNING-BALANCE
           IF WS-LATE-SKIP-COUNT > ZEROS
               DISPLAY "CASHFCST: tabela de atrasos cheia - "
                   WS-LATE-SKIP-COUNT " recebimentos nao medidos."
           END-IF
           IF WS-MEM-SKIP-COUNT > ZEROS
               DISPLAY "CASHFCST: tabela de socios cheia - "
                   WS-MEM-SKIP-COUNT " socios sem debito previsto."
           END-IF.

      *-----------------------------------------------------------*
      * 9000-DATE-TO-DAYS - WS-CONV-DATE as a count of days, the
      * year taken from March so the leap day falls last
      *-----------------------------------------------------------*
       9000-DATE-TO-DAYS.
           MOVE WS-CONV-YEAR TO WS-CV-YEAR
           MOVE WS-CONV-MONTH TO WS-CV-MONTH
           IF WS-CV-MONTH < 3
               SUBTRACT 1 FROM WS-CV-YEAR
               ADD 12 TO WS-CV-MONTH
           END-IF
           DIVIDE WS-CV-YEAR BY 4 GIVING WS-CV-QUOTIENT-4
           DIVIDE WS-CV-YEAR BY 100 GIVING WS-CV-QUOTIENT-100
           DIVIDE WS-CV-YEAR BY 400 GIVING WS-CV-QUOTIENT-400
           COMPUTE WS-CV-MONTH-TERM = 153 * (WS-CV-MONTH - 3) + 2
           DIVIDE WS-CV-MONTH-TERM BY 5 GIVING WS-CV-MONTH-DAYS
           COMPUTE WS-CONV-DAYS =
               365 * WS-CV-YEAR + WS-CV-QUOTIENT-4
               - WS-CV-QUOTIENT-100 + WS-CV-QUOTIENT-400
               + WS-CV-MONTH-DAYS + WS-CONV-DAY.

      *-----------------------------------------------------------*
      * 9100-NEXT-DAY / 9200-MONTH-LENGTH - WS-STEP-DATE moved on
      * one calendar day
      *-----------------------------------------------------------*
       9100-NEXT-DAY.
           PERFORM 9200-MONTH-LENGTH
           IF WS-STEP-DAY < WS-MONTH-LENGTH
               ADD 1 TO WS-STEP-DAY
           ELSE
               MOVE 1 TO WS-STEP-DAY
               IF WS-STEP-MONTH = 12
                   MOVE 1 TO WS-STEP-MONTH
                   ADD 1 TO WS-STEP-YEAR
               ELSE
                   ADD 1 TO WS-STEP-MONTH
               END-IF
           END-IF.

       9200-MONTH-LENGTH.
           EVALUATE WS-STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LENGTH
               WHEN 2
                   MOVE 28 TO WS-MONTH-LENGTH
                   DIVIDE WS-STEP-YEAR BY 4 GIVING WS-CV-QUOTIENT-4
                       REMAINDER WS-CV-REMAINDER
                   IF WS-CV-REMAINDER = ZEROS
                       MOVE 29 TO WS-MONTH-LENGTH
                       DIVIDE WS-STEP-YEAR BY 100
                           GIVING WS-CV-QUOTIENT-100
                           REMAINDER WS-CV-REMAINDER
                       IF WS-CV-REMAINDER = ZEROS
                           DIVIDE WS-STEP-YEAR BY 400
                               GIVING WS-CV-QUOTIENT-400
                               REMAINDER WS-CV-REMAINDER
                           IF WS-CV-REMAINDER NOT = ZEROS
                               MOVE 28 TO WS-MONTH-LENGTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LENGTH
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 9500-ADD-TO-WEEK - WS-BUCKET-AMOUNT into the week of
      * WS-EXPECTED-DAYS; anything already due lands in week one,
      * anything past the horizon is only counted
      *-----------------------------------------------------------*
       9500-ADD-TO-WEEK.
           IF WS-BUCKET-AMOUNT = ZEROS
               GO TO 9500-EXIT
           END-IF
           COMPUTE WS-DAY-OFFSET = WS-EXPECTED-DAYS - WS-RUN-DAYS
           IF WS-DAY-OFFSET < ZEROS
               MOVE ZEROS TO WS-DAY-OFFSET
           END-IF
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-IDX
           ADD 1 TO WS-WEEK-IDX
           IF WS-WEEK-IDX > WS-HORIZON-WEEKS
               ADD 1 TO WS-ITEMS-BEYOND
               GO TO 9500-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-FORECAST
           EVALUATE TRUE
               WHEN WS-BUCKET-AR
                   ADD WS-BUCKET-AMOUNT TO WK-AR(WS-WEEK-IDX)
               WHEN WS-BUCKET-MEMDD
                   ADD WS-BUCKET-AMOUNT TO WK-MEMDD(WS-WEEK-IDX)
               WHEN WS-BUCKET-TUITION
                   ADD WS-BUCKET-AMOUNT TO WK-TUITION(WS-WEEK-IDX)
               WHEN WS-BUCKET-PAYROLL
                   ADD WS-BUCKET-AMOUNT TO WK-PAYROLL(WS-WEEK-IDX)
               WHEN WS-BUCKET-REMIT
                   ADD WS-BUCKET-AMOUNT TO WK-REMIT(WS-WEEK-IDX)
               WHEN WS-BUCKET-SUPPLIER
                   ADD WS-BUCKET-AMOUNT TO WK-SUPPLIERS(WS-WEEK-IDX)
               WHEN WS-BUCKET-VAT
                   ADD WS-BUCKET-AMOUNT TO WK-VAT(WS-WEEK-IDX)
           END-EVALUATE.
       9500-EXIT.
           EXIT.

       END PROGRAM CASHFCST.
