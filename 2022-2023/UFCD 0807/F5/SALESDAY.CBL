      *                 are printed, with ABAIXO CUSTO flagged where
      *                 the day's average unit revenue fell below
      *                 the standard cost.
      * 2026-10-15  RG  The margin section now costs each product at
      *                 its moving-average PROD-AVG-COST (standard
      *                 cost only until the first costed receipt), so
      *                 margin and the INVVALRP stock figures come
      *                 from the same numbers.
      * 2026-10-15  RG  The summary now reads the business date's
      *                 invoices off the INVDATA file - lines and
      *                 totals unedited - instead of de-editing the
      *                 INVOICE print lines by column position; the
      *                 VAT comes from each invoice's trailer.
      * 2026-10-15  RG  The 200-entry product and cost tables are gone:
      *                 the day's priced lines are sorted by product
      *                 and summed on the change of code, each
      *                 product costed by a keyed PRODUCT-MASTER read,
      *                 and the summaries sorted again by value for
      *                 the ranking - any number of products reports.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT SALES-REPORT ASSIGN TO "SALESRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODM-STATUS.
           SELECT SALES-SORT-FILE ASSIGN TO "SALESORT".
           SELECT PRODUCT-SUMMARY-FILE ASSIGN TO "SALESUM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RANK-SORT-FILE ASSIGN TO "SALERANK".
           SELECT PRODUCT-RANKED-FILE ASSIGN TO "SALESRNK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  SALES-REPORT.
       01  SALES-REPORT-LINE         PIC X(80).
       FD  PRODUCT-MASTER.
           COPY PRODMAST.

      *    one record per priced line of the business date
       SD  SALES-SORT-FILE.
       01  SALES-SORT-RECORD.
           05  SS-CODIGO             PIC 9(03).
           05  SS-DESC               PIC X(20).
           05  SS-QTY                PIC 9(03).
           05  SS-NET-AMOUNT         PIC 9(5)V99.

      *    one record per product sold, with its unit cost
       FD  PRODUCT-SUMMARY-FILE.
       01  PRODUCT-SUMMARY-RECORD.
           05  PS-CODIGO             PIC 9(03).
           05  PS-DESC               PIC X(20).
           05  PS-UNITS              PIC 9(07).
           05  PS-VALUE              PIC 9(7)V99.
           05  PS-UNIT-COST          PIC 9(5)V99.

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-CODIGO             PIC 9(03).
           05  RS-DESC               PIC X(20).
           05  RS-UNITS              PIC 9(07).
           05  RS-VALUE              PIC 9(7)V99.
           05  RS-UNIT-COST          PIC 9(5)V99.

      *    the same summaries, highest value first
       FD  PRODUCT-RANKED-FILE.
       01  PRODUCT-RANKED-RECORD.
           05  WP-CODIGO             PIC 9(03).
           05  WP-DESC               PIC X(20).
           05  WP-UNITS              PIC 9(07).
           05  WP-VALUE              PIC 9(7)V99.
           05  WP-UNIT-COST          PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FIRST-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD             VALUE "Y".
           05  WS-RANK-EOF-SW        PIC X(01) VALUE "N".
               88  WS-RANK-EOF                 VALUE "Y".
           05  WS-IN-DAY-SW          PIC X(01) VALUE "N".
               88  WS-IN-DAY                   VALUE "Y".
           05  WS-PRODM-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-PRODM-OPEN               VALUE "Y".

       01  WS-PRODM-STATUS           PIC XX VALUE "00".
           88  WS-PRODM-OK                   VALUE "00".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-SUMMARY-FIELDS.
           05  WS-ORDER-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-VAT-TOTAL          PIC 9(7)V99 VALUE ZEROS.
           05  WS-SALES-TOTAL        PIC 9(7)V99 VALUE ZEROS.

      *    the product being summed on the way out of the sort
       01  WS-CURRENT-PRODUCT.
           05  WCP-CODIGO            PIC 9(03) VALUE ZEROS.
           05  WCP-DESC              PIC X(20) VALUE SPACES.
           05  WCP-UNITS             PIC 9(07) VALUE ZEROS.
           05  WCP-VALUE             PIC 9(7)V99 VALUE ZEROS.

       01  WS-MARGIN-FIELDS.
           05  WS-UNIT-COST          PIC 9(5)V99 VALUE ZEROS.
           05  WS-PROD-COST          PIC 9(8)V99 VALUE ZEROS.
           05  WS-PROD-MARGIN        PIC S9(8)V99 VALUE ZEROS.
           05  WS-MARGIN-PCT         PIC S9(3)V9 VALUE ZEROS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WM-FLAG               PIC X(12).

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(24) VALUE
               "RESUMO DIARIO DE VENDAS ".

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-CODIGO
               INPUT PROCEDURE IS 2000-RELEASE-SALES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 5000-SUMMARISE-PRODUCTS
                   THRU 5000-EXIT
           PERFORM 7000-RANK-BY-REVENUE
           PERFORM 8000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date for the header and the
      * invoices to take, open the report
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
           MOVE WS-RUN-DATE TO WH-REPORT-DATE
           OPEN OUTPUT SALES-REPORT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-SALES - the business date's priced lines into
      * the sort, counting orders and tax on the way
      *-----------------------------------------------------------*
       2000-RELEASE-SALES.
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-PROCESS-INVOICE-RECORD THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PROCESS-INVOICE-RECORD - one INVDATA record of the
      * business date: the header counts the order, a priced line
      * goes to the sort, the trailer carries the day's tax
      *-----------------------------------------------------------*
       2100-PROCESS-INVOICE-RECORD.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF ID-HEADER-REC
               MOVE "N" TO WS-IN-DAY-SW
               IF ID-INVOICE-DATE = WS-RUN-DATE
                   SET WS-IN-DAY TO TRUE
      *            a desk receipt is not a sales order
                   IF ID-DOC-INVOICE
                       ADD 1 TO WS-ORDER-COUNT
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF NOT WS-IN-DAY
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ID-TYPE-DETAIL
                   PERFORM 3000-RELEASE-DETAIL
               WHEN ID-TYPE-TRAILER
                   ADD ID-TAX-TOTAL TO WS-VAT-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RELEASE-DETAIL - one priced line to the sort under its
      * product code
      *-----------------------------------------------------------*
       3000-RELEASE-DETAIL.
           ADD ID-NET-AMOUNT TO WS-SALES-TOTAL
           MOVE ID-PROD-CODE TO SS-CODIGO
           MOVE ID-PROD-DESC TO SS-DESC
           MOVE ID-QTY TO SS-QTY
           MOVE ID-NET-AMOUNT TO SS-NET-AMOUNT
           RELEASE SALES-SORT-RECORD.

      *-----------------------------------------------------------*
      * 5000-SUMMARISE-PRODUCTS - control break on the product
      * code: each product's units and value, costed, onto the
      * summary work file
      *-----------------------------------------------------------*
       5000-SUMMARISE-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODM-OK
               SET WS-PRODM-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRODUCT-SUMMARY-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE "Y" TO WS-FIRST-SW
           PERFORM 5100-SUM-ONE-LINE THRU 5100-EXIT
               UNTIL WS-EOF
           CLOSE PRODUCT-SUMMARY-FILE
           IF WS-PRODM-OPEN
               CLOSE PRODUCT-MASTER
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SUM-ONE-LINE.
           RETURN SALES-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   IF NOT WS-FIRST-RECORD
                       PERFORM 5200-WRITE-SUMMARY
                   END-IF
                   GO TO 5100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SW
               PERFORM 5300-START-PRODUCT
           ELSE
               IF SS-CODIGO NOT = WCP-CODIGO
                   PERFORM 5200-WRITE-SUMMARY
                   PERFORM 5300-START-PRODUCT
               END-IF
           END-IF
           ADD SS-QTY TO WCP-UNITS
           ADD SS-NET-AMOUNT TO WCP-VALUE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-WRITE-SUMMARY - the finished product with its unit
      * cost: the moving average, or the standard cost until one
      * exists; a product off the master is costed at zero
      *-----------------------------------------------------------*
       5200-WRITE-SUMMARY.
           MOVE WCP-CODIGO TO PS-CODIGO
           MOVE WCP-DESC TO PS-DESC
           MOVE WCP-UNITS TO PS-UNITS
           MOVE WCP-VALUE TO PS-VALUE
           MOVE ZEROS TO PS-UNIT-COST
           IF WS-PRODM-OPEN
               MOVE WCP-CODIGO TO PROD-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-AVG-COST > ZEROS
                           MOVE PROD-AVG-COST TO PS-UNIT-COST
                       ELSE
                           MOVE PROD-STD-COST TO PS-UNIT-COST
                       END-IF
               END-READ
           END-IF
           WRITE PRODUCT-SUMMARY-RECORD.

       5300-START-PRODUCT.
           MOVE SS-CODIGO TO WCP-CODIGO
           MOVE SS-DESC TO WCP-DESC
           MOVE ZEROS TO WCP-UNITS
           MOVE ZEROS TO WCP-VALUE.

      *-----------------------------------------------------------*
      * 7000-RANK-BY-REVENUE - the summaries into descending value
      * order before printing
      *-----------------------------------------------------------*
       7000-RANK-BY-REVENUE.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RS-VALUE
               ON ASCENDING KEY RS-CODIGO
               USING PRODUCT-SUMMARY-FILE
               GIVING PRODUCT-RANKED-FILE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - print the ranked summary, the margins in
      * the same order, and the totals
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE SALES-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE SALES-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT PRODUCT-RANKED-FILE
           MOVE "N" TO WS-RANK-EOF-SW
           PERFORM 8100-PRINT-ONE-PRODUCT THRU 8100-EXIT
               UNTIL WS-RANK-EOF
           CLOSE PRODUCT-RANKED-FILE
           WRITE SALES-REPORT-LINE FROM WS-MARGIN-SECTION-HEADER
           WRITE SALES-REPORT-LINE FROM WS-MARGIN-COLUMN-HEADER
           OPEN INPUT PRODUCT-RANKED-FILE
           MOVE "N" TO WS-RANK-EOF-SW
           PERFORM 8200-PRINT-ONE-MARGIN THRU 8200-EXIT
               UNTIL WS-RANK-EOF
           CLOSE PRODUCT-RANKED-FILE
           MOVE WS-ORDER-COUNT TO WT-ORDER-COUNT
           MOVE WS-VAT-TOTAL TO WT-VAT-TOTAL
           MOVE WS-SALES-TOTAL TO WT-SALES-TOTAL
           WRITE SALES-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE SALES-REPORT.

      *-----------------------------------------------------------*
      * 8200-PRINT-ONE-MARGIN - one product's revenue against its
      * unit cost; an average unit price below cost is flagged
      *-----------------------------------------------------------*
       8200-PRINT-ONE-MARGIN.
           READ PRODUCT-RANKED-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
                   GO TO 8200-EXIT
           END-READ
           MOVE WP-UNIT-COST TO WS-UNIT-COST
           COMPUTE WS-PROD-COST ROUNDED = WP-UNITS * WS-UNIT-COST
           COMPUTE WS-PROD-MARGIN = WP-VALUE - WS-PROD-COST
           IF WP-VALUE > ZEROS
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-PROD-MARGIN / WP-VALUE) * 100
           ELSE
               MOVE ZEROS TO WS-MARGIN-PCT
           END-IF
           MOVE WP-CODIGO TO WM-CODIGO
           MOVE WP-VALUE TO WM-REVENUE
           MOVE WS-PROD-COST TO WM-COST
           MOVE WS-PROD-MARGIN TO WM-MARGIN
           MOVE WS-MARGIN-PCT TO WM-PCT
           MOVE SPACES TO WM-FLAG
           IF WP-UNITS > ZEROS
               COMPUTE WS-AVG-UNIT-REV ROUNDED = WP-VALUE / WP-UNITS
               IF WS-UNIT-COST > ZEROS
                   AND WS-AVG-UNIT-REV < WS-UNIT-COST
                   MOVE "ABAIXO CUSTO" TO WM-FLAG
               END-IF
           END-IF
           WRITE SALES-REPORT-LINE FROM WS-MARGIN-DETAIL.
       8200-EXIT.
           EXIT.

       8100-PRINT-ONE-PRODUCT.
           READ PRODUCT-RANKED-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ
           MOVE WP-CODIGO TO WD-CODIGO
           MOVE WP-DESC TO WD-DESC
           MOVE WP-UNITS TO WD-UNITS
           MOVE WP-VALUE TO WD-VALUE
           WRITE SALES-REPORT-LINE FROM WS-REPORT-DETAIL.
       8100-EXIT.
           EXIT.

       END PROGRAM SALESDAY.
