      * 2026-09-02  RG  The report name rides the RPTWRT linkage so
      *                 the writer's dated RPTARCH archive can hold
      *                 this report for RPTREPRT reprints.
      * 2026-10-15  RG  The day's receipts per drawer are now read
      *                 from the INVDATA invoice data file - the
      *                 business date's documents, the drawer off the
      *                 header and the gross off the trailer - instead
      *                 of de-editing the INVOICE print lines.
      * 2026-10-15  RG  A receipt paid on a card terminal is no
      *                 longer counted into its drawer's expected
      *                 cash - the money never reached the drawer;
      *                 CARDRECN reconciles it to the acquirer.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL DENOMINATION-DETAIL ASSIGN TO "DENOMDTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-HISTORY ASSIGN TO "CASHHIST"
           05  CC-FLOAT              PIC 9(06)V99.
           05  CC-ACTUAL             PIC 9(06)V99.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  DENOMINATION-DETAIL.
       COPY DENOMDT.

       COPY RPTWRT.

       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
       01  WS-TOLERANCE              PIC 9(06)V99 VALUE ZEROS.
       01  WS-NEG-TOLERANCE          PIC S9(06)V99 VALUE ZEROS.

       01  WS-RECEIPT-FIELDS.
           05  WS-INV-EOF-SW         PIC X(01) VALUE "N".
               88  WS-INV-EOF                  VALUE "Y".
           05  WS-CURR-DRAWER        PIC 9(03) VALUE ZEROS.
           05  WS-DAY-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-EXPECTED           PIC 9(06)V99 VALUE ZEROS.
           05  WS-RCPT-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-RCPT-FOUND-SW      PIC X(01) VALUE "N".
           END-READ.

      *-----------------------------------------------------------*
      * 1200-LOAD-DAY-RECEIPTS - walk the business date's INVDATA
      * documents and accumulate each drawer's gross receipt
      * totals; orders with no drawer (the overnight batch) and
      * receipts paid by card do not feed a till
      *-----------------------------------------------------------*
       1200-LOAD-DAY-RECEIPTS.
           MOVE WH-BUSINESS-DATE TO WS-DAY-DATE
           IF WS-DAY-DATE = ZEROS
               ACCEPT WS-DAY-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 1200-DONE
           END-IF
           PERFORM 1210-SCAN-ONE-LINE THRU 1210-EXIT
               UNTIL WS-INV-EOF.
       1200-DONE.
           CLOSE INVOICE-DATA-FILE.
       1200-EXIT.
           EXIT.

       1210-SCAN-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   MOVE ZEROS TO WS-CURR-DRAWER
                   IF ID-INVOICE-DATE = WS-DAY-DATE
                       AND ID-PAID-CASH
                       MOVE ID-DRAWER-ID TO WS-CURR-DRAWER
                   END-IF
               WHEN ID-TRAILER-REC
                   PERFORM 1220-ADD-GROSS-TO-DRAWER THRU 1220-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CURR-DRAWER = ZEROS
               GO TO 1220-EXIT
           END-IF
           PERFORM 1230-FIND-DRAWER-ENTRY
           ADD ID-GROSS-TOTAL TO WR-RECEIPTS(WS-RCPT-IDX).
       1220-EXIT.
           EXIT.

