      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-09-02.
      * PURPOSE.       Month-end sales analysis over the INVDATA
      *                invoice data file: totals by product and by
      *                customer for the keyed month, each with the
      *                prior month's value and the movement beside
      *                it, both tables ranked by revenue - so "is
      *                product 103 dying?" is a report line, not a
      *                manual trawl of archived print files.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      *                 the intermediate result and the month term
      *                 vanished, so the movement column compared
      *                 against the wrong month.
      * 2026-10-15  RG  The invoice lines are now read from the
      *                 INVDATA file, code, quantity and net unedited,
      *                 instead of de-editing the INVARCH print lines
      *                 by column position.
      * 2026-10-15  RG  The 200-entry product and customer tables are
      *                 gone: each priced line is sorted once under
      *                 its product and once under its customer, summed
      *                 on the change of key, and the summaries sorted
      *                 again by value for the ranking - any number of
      *                 products and customers reports.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT ANALYSIS-REPORT ASSIGN TO "SALESMON"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-SORT-FILE ASSIGN TO "SALMSORT".
           SELECT SALES-SUMMARY-FILE ASSIGN TO "SALMSUM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RANK-SORT-FILE ASSIGN TO "SALMRANK".
           SELECT SALES-RANKED-FILE ASSIGN TO "SALMRNK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  ANALYSIS-REPORT.
       01  ANALYSIS-REPORT-LINE      PIC X(80).

      *    every priced line of either month twice: once under its
      *    product (kind 1), once under its customer (kind 2)
       SD  SALES-SORT-FILE.
       01  SALES-SORT-RECORD.
           05  SS-KIND               PIC X(01).
           05  SS-KEY                PIC 9(05).
           05  SS-NAME               PIC X(25).
           05  SS-UNITS              PIC 9(03).
           05  SS-VALUE              PIC 9(5)V99.
           05  SS-PRIOR-VALUE        PIC 9(5)V99.

      *    one record per product and per customer
       FD  SALES-SUMMARY-FILE.
       01  SALES-SUMMARY-RECORD.
           05  SM-KIND               PIC X(01).
           05  SM-KEY                PIC 9(05).
           05  SM-NAME               PIC X(25).
           05  SM-UNITS              PIC 9(07).
           05  SM-VALUE              PIC 9(7)V99.
           05  SM-PRIOR-VALUE        PIC 9(7)V99.

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-KIND               PIC X(01).
           05  RS-KEY                PIC 9(05).
           05  RS-NAME               PIC X(25).
           05  RS-UNITS              PIC 9(07).
           05  RS-VALUE              PIC 9(7)V99.
           05  RS-PRIOR-VALUE        PIC 9(7)V99.

      *    the products, then the customers, highest value first
       FD  SALES-RANKED-FILE.
       01  SALES-RANKED-RECORD.
           05  WR-KIND               PIC X(01).
               88  WR-PRODUCT                  VALUE "1".
               88  WR-CUSTOMER                 VALUE "2".
           05  WR-KEY                PIC 9(05).
           05  WR-NAME               PIC X(25).
           05  WR-UNITS              PIC 9(07).
           05  WR-VALUE              PIC 9(7)V99.
           05  WR-PRIOR-VALUE        PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FIRST-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD             VALUE "Y".

       01  WS-PARSE-FIELDS.
           05  WS-HEADER-MONTH       PIC 9(06) VALUE ZEROS.

       01  WS-PERIOD-FIELDS.
       01  WS-CURRENT-CUSTOMER       PIC 9(05) VALUE ZEROS.
       01  WS-CURRENT-NAME           PIC X(25) VALUE SPACES.

      *    the product or customer being summed on the way out of
      *    the sort
       01  WS-CURRENT-SUMMARY.
           05  WCS-KIND              PIC X(01) VALUE SPACE.
           05  WCS-KEY               PIC 9(05) VALUE ZEROS.
           05  WCS-NAME              PIC X(25) VALUE SPACES.
           05  WCS-UNITS             PIC 9(07) VALUE ZEROS.
           05  WCS-VALUE             PIC 9(7)V99 VALUE ZEROS.
           05  WCS-PRIOR-VALUE       PIC 9(7)V99 VALUE ZEROS.

       01  WS-COUNT-FIELDS.
           05  WS-PROD-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-CUST-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-PRINT-KIND         PIC X(01) VALUE SPACE.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(26) VALUE

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-KIND
                                SS-KEY
               INPUT PROCEDURE IS 2000-RELEASE-LINES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-SUMMARISE
                   THRU 4000-EXIT
           PERFORM 5000-RANK-BY-VALUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the month to analyse and the prior month
      * for the movement column, the report
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Mes a analisar (AAAAMM): "
           ADD 1 TO WS-PRIOR-MM
           COMPUTE WS-PRIOR-MONTH =
               (WS-PRIOR-YEAR * 100) + WS-PRIOR-MM
           OPEN OUTPUT ANALYSIS-REPORT
           MOVE WS-REPORT-MONTH TO WRH-MONTH
           MOVE WS-PRIOR-MONTH TO WRH-PRIOR
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-HEADER.

      *-----------------------------------------------------------*
      * 2000-RELEASE-LINES - the two months' priced lines into the
      * sort
      *-----------------------------------------------------------*
       2000-RELEASE-LINES.
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2050-SCAN-ONE-LINE THRU 2050-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-SCAN-ONE-LINE - a header sets the invoice's customer
      * and month slot, a priced line in either month is released
      *-----------------------------------------------------------*
       2050-SCAN-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   PERFORM 2100-START-ORDER THRU 2100-EXIT
               WHEN ID-TYPE-DETAIL AND WS-MONTH-SLOT > ZEROS
                   PERFORM 3000-RELEASE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2100-START-ORDER.
           MOVE ZEROS TO WS-MONTH-SLOT
           MOVE ID-INVOICE-DATE(1:6) TO WS-HEADER-MONTH(1:6)
           EVALUATE WS-HEADER-MONTH
               WHEN WS-REPORT-MONTH
                   MOVE 1 TO WS-MONTH-SLOT
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           MOVE ID-CUST-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE ID-CUST-NAME TO WS-CURRENT-NAME.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RELEASE-DETAIL - the priced line under its product and
      * under its customer, in the month slot set by the header;
      * units count for the report month only
      *-----------------------------------------------------------*
       3000-RELEASE-DETAIL.
           MOVE ZEROS TO SS-UNITS
           MOVE ZEROS TO SS-VALUE
           MOVE ZEROS TO SS-PRIOR-VALUE
           IF WS-MONTH-SLOT = 1
               MOVE ID-QTY TO SS-UNITS
               MOVE ID-NET-AMOUNT TO SS-VALUE
           ELSE
               MOVE ID-NET-AMOUNT TO SS-PRIOR-VALUE
           END-IF
           MOVE "1" TO SS-KIND
           MOVE ID-PROD-CODE TO SS-KEY
           MOVE ID-PROD-DESC TO SS-NAME
           RELEASE SALES-SORT-RECORD
           MOVE "2" TO SS-KIND
           MOVE WS-CURRENT-CUSTOMER TO SS-KEY
           MOVE WS-CURRENT-NAME TO SS-NAME
           MOVE ZEROS TO SS-UNITS
           RELEASE SALES-SORT-RECORD.

      *-----------------------------------------------------------*
      * 4000-SUMMARISE - control break on the kind and key: one
      * summary record per product and per customer
      *-----------------------------------------------------------*
       4000-SUMMARISE.
           OPEN OUTPUT SALES-SUMMARY-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE "Y" TO WS-FIRST-SW
           PERFORM 4100-SUM-ONE-LINE THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE SALES-SUMMARY-FILE.
       4000-EXIT.
           EXIT.

       4100-SUM-ONE-LINE.
           RETURN SALES-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   IF NOT WS-FIRST-RECORD
                       PERFORM 4200-WRITE-SUMMARY
                   END-IF
                   GO TO 4100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SW
               PERFORM 4300-START-SUMMARY
           ELSE
               IF SS-KIND NOT = WCS-KIND
                   OR SS-KEY NOT = WCS-KEY
                   PERFORM 4200-WRITE-SUMMARY
                   PERFORM 4300-START-SUMMARY
               END-IF
           END-IF
           ADD SS-UNITS TO WCS-UNITS
           ADD SS-VALUE TO WCS-VALUE
           ADD SS-PRIOR-VALUE TO WCS-PRIOR-VALUE.
       4100-EXIT.
           EXIT.

       4200-WRITE-SUMMARY.
           MOVE WCS-KIND TO SM-KIND
           MOVE WCS-KEY TO SM-KEY
           MOVE WCS-NAME TO SM-NAME
           MOVE WCS-UNITS TO SM-UNITS
           MOVE WCS-VALUE TO SM-VALUE
           MOVE WCS-PRIOR-VALUE TO SM-PRIOR-VALUE
           WRITE SALES-SUMMARY-RECORD.

       4300-START-SUMMARY.
           MOVE SS-KIND TO WCS-KIND
           MOVE SS-KEY TO WCS-KEY
           MOVE SS-NAME TO WCS-NAME
           MOVE ZEROS TO WCS-UNITS
           MOVE ZEROS TO WCS-VALUE
           MOVE ZEROS TO WCS-PRIOR-VALUE.

      *-----------------------------------------------------------*
      * 5000-RANK-BY-VALUE - within each kind, descending current-
      * month value, the SALESDAY ranking
      *-----------------------------------------------------------*
       5000-RANK-BY-VALUE.
           SORT RANK-SORT-FILE
               ON ASCENDING KEY RS-KIND
               ON DESCENDING KEY RS-VALUE
               ON ASCENDING KEY RS-KEY
               USING SALES-SUMMARY-FILE
               GIVING SALES-RANKED-FILE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - the two ranked sections, each line with the
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-PRODUCTS
           OPEN INPUT SALES-RANKED-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE "1" TO WS-PRINT-KIND
           PERFORM 8050-PRINT-ONE-SUMMARY THRU 8050-EXIT
               UNTIL WS-EOF
           CLOSE SALES-RANKED-FILE
           IF WS-PRINT-KIND = "1"
      *        no customer lines at all - the heading still shows
               WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-CUSTOMERS
           END-IF
           CLOSE ANALYSIS-REPORT
           DISPLAY "SALESMON: " WS-PROD-COUNT " produtos, "
               WS-CUST-COUNT " clientes.".

       8050-PRINT-ONE-SUMMARY.
           READ SALES-RANKED-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8050-EXIT
           END-READ
           IF WR-CUSTOMER AND WS-PRINT-KIND = "1"
               MOVE "2" TO WS-PRINT-KIND
               WRITE ANALYSIS-REPORT-LINE FROM WS-SECTION-CUSTOMERS
           END-IF
           IF WR-PRODUCT
               PERFORM 8100-PRINT-ONE-PRODUCT
           ELSE
               PERFORM 8200-PRINT-ONE-CUSTOMER
           END-IF.
       8050-EXIT.
           EXIT.

       8100-PRINT-ONE-PRODUCT.
           ADD 1 TO WS-PROD-COUNT
           MOVE WR-KEY TO WDP-CODIGO
           MOVE WR-NAME TO WDP-DESC
           MOVE WR-UNITS TO WDP-UNITS
           MOVE WR-VALUE TO WDP-VALUE
           MOVE WR-PRIOR-VALUE TO WDP-PRIOR
           COMPUTE WDP-MOVEMENT = WR-VALUE - WR-PRIOR-VALUE
           WRITE ANALYSIS-REPORT-LINE FROM WS-PRODUCT-DETAIL.

       8200-PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           MOVE WR-KEY TO WDC-CUST-NUMBER
           MOVE WR-NAME TO WDC-CUST-NAME
           MOVE WR-VALUE TO WDC-VALUE
           MOVE WR-PRIOR-VALUE TO WDC-PRIOR
           COMPUTE WDC-MOVEMENT = WR-VALUE - WR-PRIOR-VALUE
           WRITE ANALYSIS-REPORT-LINE FROM WS-CUSTOMER-DETAIL.

       END PROGRAM SALESMON.
