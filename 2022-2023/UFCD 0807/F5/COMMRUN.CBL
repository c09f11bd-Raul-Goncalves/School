       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end sales commission run.  Every invoice
      *                CASHAPP has marked paid and no earlier run has
      *                commissioned earns the customer's SALESREP
      *                salesperson their rate on its net, read back
      *                from the INVDATA invoice data file; every credit
      *                note of the month on CRNREG claws the same rate
      *                back on its net.  Each salesperson gets a
      *                COMMSTMT statement, and the month's net
      *                commission is written to EMPLOYEE-PAY as a type
      *                "J" pay line (reason COM) under their employee
      *                number, in the employee's pay currency, for the
      *                next NETPAY cycle.  The COM lines of the month
      *                before - paid by the NETPAY cycle in between -
      *                are replaced, the commissioned invoices are
      *                stamped AR-COMM-DATE, and SALESREP records the
      *                month, so a month is never paid twice.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Invoice nets are now read from the INVDATA
      *                 file instead of de-editing the INVARCH print
      *                 lines, so an invoice no longer waits for the
      *                 end-of-day sweep before it can be commissioned.
      * 2026-10-15  RG  EMPPAY record image widened to the copybook's
      *                 new length (hire/leave dates, twelfths flag).
      * 2026-10-15  RG  EMPPAY record image widened again for the
      *                 NISS and the social security contract code.
      * 2026-10-15  RG  EMPPAY is no longer held in a 500-record
      *                 table: each salesperson's pay record is found
      *                 by a pass of the file, and at the end the file
      *                 is copied through COMMPAYW without last month's
      *                 COM lines and with this month's.  The invoice,
      *                 credit-note and salesperson tables are checked
      *                 with TBLCHK, and the invoices deferred and notes
      *                 not clawed for want of room are counted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALESREP-FILE ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CODE
               FILE STATUS IS WS-REP-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT PAY-WORK-FILE ASSIGN TO "COMMPAYW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYWORK-STATUS.
           SELECT COMMISSION-STATEMENT ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESREP-FILE.
       COPY SALESREP.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.

       FD  EMPLOYEE-PAY-FILE.
       01  EMP-PAY-FILE-RECORD       PIC X(148).

       FD  PAY-WORK-FILE.
       01  PAY-WORK-RECORD           PIC X(148).

       FD  COMMISSION-STATEMENT.
       01  COMMISSION-STATEMENT-LINE PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY CURSVC.

       COPY EMPPAY.

       COPY TBLCHK.

       01  WS-REP-STATUS             PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-REP-OK                     VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUES "00" "05".
       01  WS-EMPPAY-STATUS          PIC XX VALUE "00".
           88  WS-EMPPAY-OK                  VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".
       01  WS-PAYWORK-STATUS         PIC XX VALUE "00".
           88  WS-PAYWORK-OK                 VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-CRN-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CRN-EOF                  VALUE "Y".
           05  WS-REP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-REP-EOF                  VALUE "Y".
           05  WS-AR-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AR-EOF                   VALUE "Y".
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-IN-ITEM-SW         PIC X(01) VALUE "N".
               88  WS-IN-ITEM                  VALUE "Y".
           05  WS-PAY-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-PAY-FOUND                VALUE "Y".
           05  WS-ABORT-SW           PIC X(01) VALUE "N".
               88  WS-RUN-ABORTED              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-MONTH-FIELDS.
           05  WS-RUN-MONTH          PIC 9(06) VALUE ZEROS.
           05  WS-RUN-MONTH-SPLIT REDEFINES WS-RUN-MONTH.
               10  WS-RUN-YEAR       PIC 9(04).
               10  WS-RUN-MM         PIC 9(02).
           05  WS-LEAP-QUOTIENT      PIC 9(04) VALUE ZEROS.
           05  WS-LEAP-REMAINDER     PIC 9(03) VALUE ZEROS.
           05  WS-MONTH-START        PIC 9(08) VALUE ZEROS.
           05  WS-MONTH-END          PIC 9(08) VALUE ZEROS.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
       01  WS-LAST-DAY               PIC 9(02) VALUE ZEROS.

      *    the active salespeople in code order as SALESREP returns
      *    them, for the SEARCH ALL of the item and credit scans
       01  WS-REP-TABLE.
           05  WS-REP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-REP-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-REP-COUNT
               ASCENDING KEY IS WR-CODE
               INDEXED BY WR-IDX.
               10  WR-CODE           PIC X(03).
               10  WR-NAME           PIC X(25).
               10  WR-EMP-ID         PIC 9(05).
               10  WR-PCT            PIC V999.
               10  WR-FX-RATE        PIC 9(3)V9999.
      *        the pay record, and after the statement the COM line
               10  WR-PAY-RECORD     PIC X(148).
               10  WR-LINE-SW        PIC X(01).
                   88  WR-LINE-ADDED           VALUE "Y".
       01  WS-REP-SUB                PIC 9(03) VALUE ZEROS.

      *    the paid, uncommissioned invoices in AROPEN key order
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-ITEM-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ITEM-COUNT
               ASCENDING KEY IS WI-CUST WI-ORDER
               INDEXED BY WI-IDX.
               10  WI-CUST           PIC 9(05).
               10  WI-ORDER          PIC 9(05).
               10  WI-INV-DATE       PIC 9(08).
               10  WI-REP-SUB        PIC 9(03).
               10  WI-NET            PIC 9(7)V99.
               10  WI-FOUND-SW       PIC X(01).
                   88  WI-FOUND                VALUE "Y".
       01  WS-ITEM-SUB               PIC 9(03) VALUE ZEROS.

      *    the month's credit notes of customers with a salesperson,
      *    one entry per note
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-COUNT       PIC 9(03) VALUE ZEROS.
           05  WS-CREDIT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CREDIT-COUNT.
               10  WC-REP-SUB        PIC 9(03).
               10  WC-NOTE-NUMBER    PIC 9(06).
               10  WC-CUST           PIC 9(05).
               10  WC-NET            PIC 9(7)V99.
       01  WS-CREDIT-SUB             PIC 9(03) VALUE ZEROS.


       01  WS-COMMISSION-FIELDS.
           05  WS-LINE-COMMISSION    PIC 9(7)V99 VALUE ZEROS.
           05  WS-REP-SALES          PIC 9(8)V99 VALUE ZEROS.
           05  WS-REP-CREDITS        PIC 9(8)V99 VALUE ZEROS.
           05  WS-REP-EARNED         PIC 9(7)V99 VALUE ZEROS.
           05  WS-REP-CLAWED         PIC 9(7)V99 VALUE ZEROS.
           05  WS-REP-NET            PIC S9(7)V99 VALUE ZEROS.
           05  WS-PCT-DISPLAY        PIC 99V9 VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-COMMISSIONED-COUNT PIC 9(05) VALUE ZEROS.
           05  WS-PAY-LINE-COUNT     PIC 9(03) VALUE ZEROS.
           05  WS-DROPPED-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-DEFERRED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-UNCLAWED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-RUN-TOTAL          PIC S9(8)V99 VALUE ZEROS.

       01  WS-STATEMENT-SEPARATOR    PIC X(72) VALUE ALL "=".

       01  WS-STATEMENT-HEADER.
           05  FILLER                PIC X(28) VALUE
               "EXTRATO DE COMISSOES   MES: ".
           05  WH-RUN-MONTH          PIC 9(06).

       01  WS-STATEMENT-REP-LINE.
           05  FILLER                PIC X(10) VALUE "VENDEDOR: ".
           05  WH-REP-CODE           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-REP-NAME           PIC X(25).
           05  FILLER                PIC X(12) VALUE " EMPREGADO: ".
           05  WH-EMP-ID             PIC 9(05).
           05  FILLER                PIC X(08) VALUE "  TAXA: ".
           05  WH-PCT                PIC Z9.9.
           05  FILLER                PIC X(01) VALUE "%".

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(40) VALUE
               "DOCUMENTO     NUMERO CLIENT DATA        ".
           05  FILLER                PIC X(32) VALUE
               "    LIQUIDO    COMISSAO".

       01  WS-STATEMENT-DETAIL.
           05  WD-DOC-TYPE           PIC X(13).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DOC-NUMBER         PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DOC-DATE           PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WD-NET                PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-COMMISSION         PIC -ZZZ,ZZ9.99.

       01  WS-STATEMENT-TOTAL.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WT-LABEL              PIC X(36).
           05  WT-NET                PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WT-COMMISSION         PIC -ZZZ,ZZ9.99.

       01  WS-STATEMENT-MESSAGE.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WM-MESSAGE            PIC X(69).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(12) VALUE "VENDEDORES: ".
           05  WT-REP-COUNT          PIC ZZ9.
           05  FILLER                PIC X(11) VALUE "  FATURAS: ".
           05  WT-COMMISSIONED-COUNT PIC ZZZZ9.
           05  FILLER                PIC X(16) VALUE
               "  LINHAS NETPAY:".
           05  WT-PAY-LINE-COUNT     PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  WT-RUN-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-ABORTED
               PERFORM 8500-ABORT-RUN
               STOP RUN
           END-IF
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-CLAW-ONE-CREDIT THRU 3000-EXIT
               UNTIL WS-CRN-EOF
           PERFORM 3900-CHECK-TABLES
           PERFORM 4000-STATEMENT-ONE-REP THRU 4000-EXIT
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
           PERFORM 5000-STAMP-ONE-ITEM THRU 5000-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM 6000-REWRITE-PAY-FILE THRU 6000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the month, the
      * pay file, the salespeople and the invoices due commission;
      * a month already paid stops the run before anything moves
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "COMMRUN" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1100-ACCEPT-MONTH THRU 1100-EXIT
           PERFORM 1200-CHECK-PAY-FILE THRU 1200-EXIT
           IF WS-RUN-ABORTED
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SALESREP-FILE
           IF WS-REP-OK
               PERFORM 1300-LOAD-ONE-SALESREP THRU 1300-EXIT
                   UNTIL WS-REP-EOF OR WS-RUN-ABORTED
           END-IF
           IF WS-RUN-ABORTED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O AR-OPEN-ITEMS
           IF WS-AR-OK AND WS-REP-COUNT > ZEROS
               MOVE ZEROS TO AR-CUST-NUMBER
               MOVE ZEROS TO AR-ORDER-NUMBER
               START AR-OPEN-ITEMS KEY NOT < AR-KEY
                   INVALID KEY
                       SET WS-AR-EOF TO TRUE
               END-START
               PERFORM 1400-LOAD-ONE-ITEM THRU 1400-EXIT
                   UNTIL WS-AR-EOF
           END-IF
           OPEN INPUT INVOICE-DATA-FILE
           OPEN INPUT CREDIT-NOTE-REGISTER
           OPEN OUTPUT COMMISSION-STATEMENT
           IF WS-IDATA-OK
               READ INVOICE-DATA-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           ELSE
               SET WS-EOF TO TRUE
           END-IF
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-CRN-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-ACCEPT-MONTH - the month to pay, first to last day
      *-----------------------------------------------------------*
       1100-ACCEPT-MONTH.
           DISPLAY "Mes das comissoes (AAAAMM): "
           ACCEPT WS-RUN-MONTH
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "Mes invalido."
               GO TO 1100-ACCEPT-MONTH
           END-IF
           COMPUTE WS-MONTH-START = (WS-RUN-MONTH * 100) + 1
           MOVE WS-MONTH-DAYS(WS-RUN-MM) TO WS-LAST-DAY
           IF WS-RUN-MM = 2
               DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZEROS
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-RUN-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROS
                       MOVE 28 TO WS-LAST-DAY
                       DIVIDE WS-RUN-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZEROS
                           MOVE 29 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-MONTH-END = (WS-RUN-MONTH * 100) + WS-LAST-DAY.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-PAY-FILE - the pay file must open before any
      * salesperson is looked up on it
      *-----------------------------------------------------------*
       1200-CHECK-PAY-FILE.
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               DISPLAY "COMMRUN: ficheiro EMPPAY indisponivel."
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           CLOSE EMPLOYEE-PAY-FILE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-ONE-SALESREP - an active salesperson with an
      * active pay record is paid this run; one already paid for
      * the month stops the run
      *-----------------------------------------------------------*
       1300-LOAD-ONE-SALESREP.
           READ SALESREP-FILE NEXT RECORD
               AT END
                   SET WS-REP-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF NOT SR-ACTIVE
               GO TO 1300-EXIT
           END-IF
           IF SR-LAST-MONTH >= WS-RUN-MONTH
               DISPLAY "COMMRUN: comissoes de " WS-RUN-MONTH
                   " ja pagas ao vendedor " SR-CODE "."
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-FIND-PAY-RECORD THRU 1310-EXIT
           IF NOT WS-PAY-FOUND OR EMP-TERMINATED
               DISPLAY "COMMRUN: vendedor " SR-CODE
                   " sem registo de vencimento ativo - excluido."
               GO TO 1300-EXIT
           END-IF
           IF WS-REP-COUNT = 50
               DISPLAY "COMMRUN: vendedor " SR-CODE
                   " excede as tabelas - excluido."
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-REP-COUNT
           MOVE ZEROS TO WR-FX-RATE(WS-REP-COUNT)
           IF EMP-CURRENCY-CODE NOT = SPACES
               AND EMP-CURRENCY-CODE NOT = "EUR"
               MOVE EMP-CURRENCY-CODE TO CV-CURRENCY-CODE
               MOVE WS-MONTH-END TO CV-RATE-DATE
               CALL "CURSVC" USING CURSVC-LINKAGE
               IF CV-ERROR
                   DISPLAY "COMMRUN: vendedor " SR-CODE
                       " sem cambio para " EMP-CURRENCY-CODE
                       " - excluido."
                   SUBTRACT 1 FROM WS-REP-COUNT
                   GO TO 1300-EXIT
               END-IF
               MOVE CV-RATE TO WR-FX-RATE(WS-REP-COUNT)
           END-IF
           MOVE SR-CODE TO WR-CODE(WS-REP-COUNT)
           MOVE SR-NAME TO WR-NAME(WS-REP-COUNT)
           MOVE SR-EMP-ID TO WR-EMP-ID(WS-REP-COUNT)
           MOVE SR-COMM-PCT TO WR-PCT(WS-REP-COUNT)
           MOVE EMP-PAY-RECORD TO WR-PAY-RECORD(WS-REP-COUNT)
           MOVE "N" TO WR-LINE-SW(WS-REP-COUNT).
       1300-EXIT.
           EXIT.

      *    one pass of EMPPAY for the salesperson's own pay record,
      *    left in EMP-PAY-RECORD
       1310-FIND-PAY-RECORD.
           MOVE "N" TO WS-PAY-FOUND-SW
           MOVE "N" TO WS-EMP-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               GO TO 1310-EXIT
           END-IF
           PERFORM 1320-READ-ONE-EMPLOYEE THRU 1320-EXIT
               UNTIL WS-EMP-EOF OR WS-PAY-FOUND
           CLOSE EMPLOYEE-PAY-FILE.
       1310-EXIT.
           EXIT.

       1320-READ-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE INTO EMP-PAY-RECORD
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF EMP-ID = SR-EMP-ID AND EMP-PAY-REC
               SET WS-PAY-FOUND TO TRUE
           END-IF.
       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-ONE-ITEM - a paid invoice no run has commissioned
      * yet, of a customer with a salesperson paid this run
      *-----------------------------------------------------------*
       1400-LOAD-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF NOT AR-TYPE-INVOICE OR NOT AR-ITEM-PAID
               GO TO 1400-EXIT
           END-IF
           IF AR-COMM-DATE NUMERIC AND AR-COMM-DATE > ZEROS
               GO TO 1400-EXIT
           END-IF
           IF AR-INVOICE-DATE > WS-MONTH-END
               GO TO 1400-EXIT
           END-IF
           MOVE AR-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 1400-EXIT
           END-READ
           IF CU-SALESREP-CODE = SPACES
               GO TO 1400-EXIT
           END-IF
           SET WR-IDX TO 1
           SEARCH ALL WS-REP-ENTRY
               AT END
                   GO TO 1400-EXIT
               WHEN WR-CODE(WR-IDX) = CU-SALESREP-CODE
                   CONTINUE
           END-SEARCH
           IF WS-ITEM-COUNT = 500
               DISPLAY "COMMRUN: mais de 500 faturas - encomenda "
                   AR-ORDER-NUMBER " fica para a proxima execucao."
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE AR-CUST-NUMBER TO WI-CUST(WS-ITEM-COUNT)
           MOVE AR-ORDER-NUMBER TO WI-ORDER(WS-ITEM-COUNT)
           MOVE AR-INVOICE-DATE TO WI-INV-DATE(WS-ITEM-COUNT)
           SET WI-REP-SUB(WS-ITEM-COUNT) TO WR-IDX
           MOVE ZEROS TO WI-NET(WS-ITEM-COUNT)
           MOVE "N" TO WI-FOUND-SW(WS-ITEM-COUNT).
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-ONE-LINE - the invoice header of a commissioned
      * item opens it; its priced lines add their net
      *-----------------------------------------------------------*
       2000-SCAN-ONE-LINE.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   PERFORM 2100-START-INVOICE THRU 2100-EXIT
               WHEN ID-TYPE-DETAIL AND WS-IN-ITEM
                   PERFORM 2200-TALLY-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-START-INVOICE.
           MOVE "N" TO WS-IN-ITEM-SW
           IF NOT ID-DOC-INVOICE
               OR WS-ITEM-COUNT = ZEROS
               GO TO 2100-EXIT
           END-IF
           SET WI-IDX TO 1
           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN WI-CUST(WI-IDX) = ID-CUST-NUMBER
                   AND WI-ORDER(WI-IDX) = ID-ORDER-NUMBER
                   SET WS-IN-ITEM TO TRUE
           END-SEARCH
           SET WS-ITEM-SUB TO WI-IDX
           SET WI-FOUND(WS-ITEM-SUB) TO TRUE.
       2100-EXIT.
           EXIT.

       2200-TALLY-DETAIL.
           ADD ID-NET-AMOUNT TO WI-NET(WS-ITEM-SUB).

      *-----------------------------------------------------------*
      * 3000-CLAW-ONE-CREDIT - a credit-note line of the month for a
      * customer with a salesperson paid this run; the lines of one
      * note gather into one entry
      *-----------------------------------------------------------*
       3000-CLAW-ONE-CREDIT.
           IF CRR-NOTE-DATE < WS-MONTH-START
               OR CRR-NOTE-DATE > WS-MONTH-END
               OR CRR-CUST-NUMBER NOT NUMERIC
               OR WS-REP-COUNT = ZEROS
               GO TO 3000-READ-NEXT
           END-IF
           MOVE CRR-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 3000-READ-NEXT
           END-READ
           IF CU-SALESREP-CODE = SPACES
               GO TO 3000-READ-NEXT
           END-IF
           SET WR-IDX TO 1
           SEARCH ALL WS-REP-ENTRY
               AT END
                   GO TO 3000-READ-NEXT
               WHEN WR-CODE(WR-IDX) = CU-SALESREP-CODE
                   CONTINUE
           END-SEARCH
           IF WS-CREDIT-COUNT > ZEROS
               IF WC-NOTE-NUMBER(WS-CREDIT-COUNT) = CRR-NOTE-NUMBER
                   ADD CRR-NET-AMOUNT TO WC-NET(WS-CREDIT-COUNT)
                   GO TO 3000-READ-NEXT
               END-IF
           END-IF
           IF WS-CREDIT-COUNT = 500
               DISPLAY "COMMRUN: mais de 500 notas de credito - nota "
                   CRR-NOTE-NUMBER " nao estornada."
               ADD 1 TO WS-UNCLAWED-COUNT
               GO TO 3000-READ-NEXT
           END-IF
           ADD 1 TO WS-CREDIT-COUNT
           SET WC-REP-SUB(WS-CREDIT-COUNT) TO WR-IDX
           MOVE CRR-NOTE-NUMBER TO WC-NOTE-NUMBER(WS-CREDIT-COUNT)
           MOVE CRR-CUST-NUMBER TO WC-CUST(WS-CREDIT-COUNT)
           MOVE CRR-NET-AMOUNT TO WC-NET(WS-CREDIT-COUNT).
       3000-READ-NEXT.
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-CRN-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-CHECK-TABLES - the salesperson, invoice and credit-note
      * tables as loaded, against their capacity
      *-----------------------------------------------------------*
       3900-CHECK-TABLES.
           MOVE "COMMRUN" TO TC-PROGRAM-NAME
           MOVE "SALESREP" TO TC-TABLE-NAME
           MOVE WS-REP-COUNT TO TC-ENTRY-COUNT
           MOVE 50 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "AROPEN" TO TC-TABLE-NAME
           MOVE WS-ITEM-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "CRNREG" TO TC-TABLE-NAME
           MOVE WS-CREDIT-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.

      *-----------------------------------------------------------*
      * 4000-STATEMENT-ONE-REP - one salesperson's statement: the
      * invoices earned on, the credit notes clawed back, the net
      * due; the net goes to the pay file and the month is recorded
      *-----------------------------------------------------------*
       4000-STATEMENT-ONE-REP.
           MOVE ZEROS TO WS-REP-SALES
           MOVE ZEROS TO WS-REP-CREDITS
           MOVE ZEROS TO WS-REP-EARNED
           MOVE ZEROS TO WS-REP-CLAWED
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-SEPARATOR
           MOVE WS-RUN-MONTH TO WH-RUN-MONTH
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-HEADER
           MOVE WR-CODE(WS-REP-SUB) TO WH-REP-CODE
           MOVE WR-NAME(WS-REP-SUB) TO WH-REP-NAME
           MOVE WR-EMP-ID(WS-REP-SUB) TO WH-EMP-ID
           COMPUTE WS-PCT-DISPLAY = WR-PCT(WS-REP-SUB) * 100
           MOVE WS-PCT-DISPLAY TO WH-PCT
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-REP-LINE
           WRITE COMMISSION-STATEMENT-LINE FROM WS-COLUMN-HEADER
           PERFORM 4100-EARN-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM 4200-CLAW-ONE-NOTE
               VARYING WS-CREDIT-SUB FROM 1 BY 1
               UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT
           COMPUTE WS-REP-NET = WS-REP-EARNED - WS-REP-CLAWED
           MOVE "VENDAS COBRADAS" TO WT-LABEL
           MOVE WS-REP-SALES TO WT-NET
           MOVE WS-REP-EARNED TO WT-COMMISSION
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-TOTAL
           MOVE "NOTAS DE CREDITO (ESTORNO)" TO WT-LABEL
           MOVE WS-REP-CREDITS TO WT-NET
           COMPUTE WT-COMMISSION = ZEROS - WS-REP-CLAWED
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-TOTAL
           MOVE "COMISSAO DO MES" TO WT-LABEL
           MOVE ZEROS TO WT-NET
           MOVE WS-REP-NET TO WT-COMMISSION
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-TOTAL
           IF WS-REP-NET = ZEROS
               MOVE "SEM COMISSAO A PAGAR NESTE MES." TO WM-MESSAGE
               WRITE COMMISSION-STATEMENT-LINE
                   FROM WS-STATEMENT-MESSAGE
           ELSE
               PERFORM 4300-ADD-PAY-LINE THRU 4300-EXIT
           END-IF
           ADD WS-REP-NET TO WS-RUN-TOTAL
           MOVE WR-CODE(WS-REP-SUB) TO SR-CODE
           READ SALESREP-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE WS-RUN-MONTH TO SR-LAST-MONTH
           MOVE WS-REP-NET TO SR-LAST-AMOUNT
           REWRITE SALESREP-RECORD
               INVALID KEY
                   DISPLAY "COMMRUN: erro ao atualizar o vendedor "
                       SR-CODE "."
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-EARN-ONE-ITEM.
           IF WI-REP-SUB(WS-ITEM-SUB) = WS-REP-SUB
               AND WI-FOUND(WS-ITEM-SUB)
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                   WI-NET(WS-ITEM-SUB) * WR-PCT(WS-REP-SUB)
               ADD WI-NET(WS-ITEM-SUB) TO WS-REP-SALES
               ADD WS-LINE-COMMISSION TO WS-REP-EARNED
               ADD 1 TO WS-COMMISSIONED-COUNT
               MOVE "FATURA" TO WD-DOC-TYPE
               MOVE WI-ORDER(WS-ITEM-SUB) TO WD-DOC-NUMBER
               MOVE WI-CUST(WS-ITEM-SUB) TO WD-CUST-NUMBER
               MOVE WI-INV-DATE(WS-ITEM-SUB) TO WD-DOC-DATE
               MOVE WI-NET(WS-ITEM-SUB) TO WD-NET
               MOVE WS-LINE-COMMISSION TO WD-COMMISSION
               WRITE COMMISSION-STATEMENT-LINE
                   FROM WS-STATEMENT-DETAIL
           END-IF.

       4200-CLAW-ONE-NOTE.
           IF WC-REP-SUB(WS-CREDIT-SUB) = WS-REP-SUB
               COMPUTE WS-LINE-COMMISSION ROUNDED =
                   WC-NET(WS-CREDIT-SUB) * WR-PCT(WS-REP-SUB)
               ADD WC-NET(WS-CREDIT-SUB) TO WS-REP-CREDITS
               ADD WS-LINE-COMMISSION TO WS-REP-CLAWED
               MOVE "NOTA CREDITO" TO WD-DOC-TYPE
               MOVE WC-NOTE-NUMBER(WS-CREDIT-SUB) TO WD-DOC-NUMBER
               MOVE WC-CUST(WS-CREDIT-SUB) TO WD-CUST-NUMBER
               MOVE ZEROS TO WD-DOC-DATE
               MOVE WC-NET(WS-CREDIT-SUB) TO WD-NET
               COMPUTE WD-COMMISSION = ZEROS - WS-LINE-COMMISSION
               WRITE COMMISSION-STATEMENT-LINE
                   FROM WS-STATEMENT-DETAIL
           END-IF.

      *-----------------------------------------------------------*
      * 4300-ADD-PAY-LINE - the month's net as a type "J" pay line
      * (reason COM) on the salesperson's pay record, converted to
      * the employee's pay currency where it is not the euro
      *-----------------------------------------------------------*
       4300-ADD-PAY-LINE.
           MOVE WR-PAY-RECORD(WS-REP-SUB) TO EMP-PAY-RECORD
           MOVE SPACES TO EMP-AMOUNTS
           SET EMP-ADJ-REC TO TRUE
           MOVE "COM" TO EMP-ADJ-REASON
           IF WR-FX-RATE(WS-REP-SUB) > ZEROS
               COMPUTE EMP-ADJ-AMOUNT ROUNDED =
                   WS-REP-NET / WR-FX-RATE(WS-REP-SUB)
                   ON SIZE ERROR
                       GO TO 4300-TOO-LARGE
               END-COMPUTE
           ELSE
               COMPUTE EMP-ADJ-AMOUNT = WS-REP-NET
                   ON SIZE ERROR
                       GO TO 4300-TOO-LARGE
               END-COMPUTE
           END-IF
           MOVE EMP-PAY-RECORD TO WR-PAY-RECORD(WS-REP-SUB)
           SET WR-LINE-ADDED(WS-REP-SUB) TO TRUE
           ADD 1 TO WS-PAY-LINE-COUNT
           MOVE "COMISSAO LANCADA NO EMPPAY PARA O PROXIMO NETPAY."
               TO WM-MESSAGE
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-MESSAGE
           GO TO 4300-EXIT.
       4300-TOO-LARGE.
           MOVE "COMISSAO EXCEDE O AJUSTE DO EMPPAY - LANCAR A MAO."
               TO WM-MESSAGE
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-MESSAGE
           DISPLAY "COMMRUN: comissao do vendedor "
               WR-CODE(WS-REP-SUB) " nao lancada - valor excessivo.".
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-STAMP-ONE-ITEM - a commissioned invoice is stamped with
      * the month end, so no later run pays on it again
      *-----------------------------------------------------------*
       5000-STAMP-ONE-ITEM.
           IF NOT WI-FOUND(WS-ITEM-SUB)
               GO TO 5000-EXIT
           END-IF
           MOVE WI-CUST(WS-ITEM-SUB) TO AR-CUST-NUMBER
           MOVE WI-ORDER(WS-ITEM-SUB) TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           MOVE WS-MONTH-END TO AR-COMM-DATE
           REWRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "COMMRUN: erro ao marcar a encomenda "
                       AR-ORDER-NUMBER "."
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REWRITE-PAY-FILE - the pay file copied to COMMPAYW
      * without the COM lines of the month before and with this
      * run's, then copied back over EMPPAY
      *-----------------------------------------------------------*
       6000-REWRITE-PAY-FILE.
           OPEN OUTPUT PAY-WORK-FILE
           IF NOT WS-PAYWORK-OK
               DISPLAY "COMMRUN: ficheiro COMMPAYW indisponivel - "
                   "linhas COM nao gravadas no EMPPAY."
               GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WS-EMP-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           PERFORM 6100-COPY-ONE-EMPLOYEE THRU 6100-EXIT
               UNTIL WS-EMP-EOF
           CLOSE EMPLOYEE-PAY-FILE
           PERFORM 6200-COPY-ONE-PAY-LINE
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
           CLOSE PAY-WORK-FILE
           MOVE "N" TO WS-EMP-EOF-SW
           OPEN INPUT PAY-WORK-FILE
           OPEN OUTPUT EMPLOYEE-PAY-FILE
           PERFORM 6300-RESTORE-ONE-EMPLOYEE THRU 6300-EXIT
               UNTIL WS-EMP-EOF
           CLOSE PAY-WORK-FILE
           CLOSE EMPLOYEE-PAY-FILE.
       6000-EXIT.
           EXIT.

       6100-COPY-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE INTO EMP-PAY-RECORD
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF EMP-ADJ-REC AND EMP-ADJ-REASON = "COM"
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 6100-EXIT
           END-IF
           WRITE PAY-WORK-RECORD FROM EMP-PAY-FILE-RECORD.
       6100-EXIT.
           EXIT.

       6200-COPY-ONE-PAY-LINE.
           IF WR-LINE-ADDED(WS-REP-SUB)
               WRITE PAY-WORK-RECORD FROM WR-PAY-RECORD(WS-REP-SUB)
           END-IF.

       6300-RESTORE-ONE-EMPLOYEE.
           READ PAY-WORK-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 6300-EXIT
           END-READ
           WRITE EMP-PAY-FILE-RECORD FROM PAY-WORK-RECORD.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, run log, close, refresh the file
      * controls of the pay file and AROPEN
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE COMMISSION-STATEMENT-LINE FROM WS-STATEMENT-SEPARATOR
           MOVE WS-REP-COUNT TO WT-REP-COUNT
           MOVE WS-COMMISSIONED-COUNT TO WT-COMMISSIONED-COUNT
           MOVE WS-PAY-LINE-COUNT TO WT-PAY-LINE-COUNT
           MOVE WS-RUN-TOTAL TO WT-RUN-TOTAL
           WRITE COMMISSION-STATEMENT-LINE FROM WS-TRAILER-LINE
           CLOSE SALESREP-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-ITEMS
           CLOSE INVOICE-DATA-FILE
           CLOSE CREDIT-NOTE-REGISTER
           CLOSE COMMISSION-STATEMENT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-PAY-LINE-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CALL "FCBUILD"
           DISPLAY "COMMRUN: " WS-REP-COUNT " vendedores, "
               WS-COMMISSIONED-COUNT " faturas, "
               WS-PAY-LINE-COUNT " linhas para o NETPAY."
           IF WS-DEFERRED-COUNT > ZEROS OR WS-UNCLAWED-COUNT > ZEROS
               DISPLAY "COMMRUN: tabelas cheias - " WS-DEFERRED-COUNT
                   " faturas adiadas, " WS-UNCLAWED-COUNT
                   " notas de credito nao estornadas."
           END-IF.

      *-----------------------------------------------------------*
      * 8500-ABORT-RUN - nothing was written; the run log says so
      *-----------------------------------------------------------*
       8500-ABORT-RUN.
           CLOSE SALESREP-FILE
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "COMMRUN: execucao interrompida - nada gravado.".

       END PROGRAM COMMRUN.
