       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMFCST.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end demand forecast and ABC review of the
      *                reorder thresholds.  For the keyed number of
      *                months up to the keyed month, the units sold
      *                per product per month are taken from the STKMOVE
      *                sale movements (less credit-note returns) and
      *                the revenue per product from the invoice lines
      *                on the INVDATA file.  The forecast is the moving
      *                average of the monthly units; the products are
      *                classed A/B/C by their cumulative share of the
      *                revenue, and each class's service level sets the
      *                safety stock (from the spread of the monthly
      *                demand over the supplier lead time) and the
      *                months of cover ordered at a time.  The buyers'
      *                review report sets the proposed reorder point
      *                and quantity beside the ones on file and, once
      *                confirmed, the proposals are written to
      *                PRODUCT-MASTER for REORDRPT to work from.  A
      *                product with no sales in the period keeps its
      *                thresholds; kits are left out - their demand
      *                falls on their components.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Product revenue is now read from the INVDATA
      *                 file instead of de-editing the INVARCH print
      *                 lines by column position.
      * 2026-10-15  RG  Active products past the 200th are counted on
      *                 the console as not forecast, and the product
      *                 table is checked with TBLCHK after the load.
      * 2026-10-15  RG  4500-PROPOSE-ONE-PRODUCT is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL STOCK-MOVEMENT-LEDGER ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "DEMFCST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  STOCK-MOVEMENT-LEDGER.
       COPY STKMOVE.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-LINE      PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY CHGJRNL.

       COPY TBLCHK.

       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-PROD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-PROD-EOF                 VALUE "Y".
           05  WS-MOVE-EOF-SW        PIC X(01) VALUE "N".
               88  WS-MOVE-EOF                 VALUE "Y".
           05  WS-ARCH-EOF-SW        PIC X(01) VALUE "N".
               88  WS-ARCH-EOF                 VALUE "Y".
           05  WS-ORDER-IN-WINDOW-SW PIC X(01) VALUE "N".
               88  WS-ORDER-IN-WINDOW          VALUE "Y".
           05  WS-SWAPPED-SW         PIC X(01) VALUE "N".
               88  WS-SWAPPED                  VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MM             PIC 9(02).
           05  WS-RUN-DD             PIC 9(02).

      *    the forecast window: the last month keyed and the months
      *    averaged back from it, as month indexes (year * 12 + month
      *    - 1) so a window can cross a year end
       01  WS-PERIOD-FIELDS.
           05  WS-LAST-MONTH         PIC 9(06) VALUE ZEROS.
           05  WS-LAST-MONTH-SPLIT REDEFINES WS-LAST-MONTH.
               10  WS-LAST-YEAR      PIC 9(04).
               10  WS-LAST-MM        PIC 9(02).
           05  WS-FIRST-MONTH        PIC 9(06) VALUE ZEROS.
           05  WS-MONTHS             PIC 9(02) VALUE ZEROS.
           05  WS-LAST-INDEX         PIC 9(06) VALUE ZEROS.
           05  WS-FIRST-INDEX        PIC 9(06) VALUE ZEROS.
           05  WS-WORK-INDEX         PIC 9(06) VALUE ZEROS.
           05  WS-WORK-YEAR          PIC 9(04) VALUE ZEROS.
           05  WS-WORK-MM            PIC 9(02) VALUE ZEROS.
           05  WS-WORK-MONTH         PIC 9(06) VALUE ZEROS.
           05  WS-WORK-MONTH-SPLIT REDEFINES WS-WORK-MONTH.
               10  WS-WORK-MONTH-YY  PIC 9(04).
               10  WS-WORK-MONTH-MM  PIC 9(02).
           05  WS-MONTH-SLOT         PIC 9(02) VALUE ZEROS.
           05  WS-ORDER-SLOT         PIC 9(02) VALUE ZEROS.

      *    supplier lead time in days, and its square root in months
      *    for the safety stock
       01  WS-LEAD-FIELDS.
           05  WS-LEAD-DAYS          PIC 9(03) VALUE ZEROS.
           05  WS-LEAD-MONTHS        PIC 9(02)V9(04) VALUE ZEROS.
           05  WS-LEAD-ROOT          PIC 9(02)V9(04) VALUE ZEROS.

      *    the service level per class: the safety factor for the
      *    share of demand met from stock, and the months of forecast
      *    demand ordered at a time - A items often and lean, C items
      *    seldom and in bulk
       01  WS-CLASS-VALUES.
           05  FILLER                PIC X(10) VALUE "A095165001".
           05  FILLER                PIC X(10) VALUE "B090128002".
           05  FILLER                PIC X(10) VALUE "C080084003".
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WCL-CLASS         PIC X(01).
               10  WCL-SERVICE-PCT   PIC 9(03).
               10  WCL-SAFETY-FACTOR PIC 9V99.
               10  WCL-COVER-MONTHS  PIC 9(03).
       01  WS-CLASS-IDX              PIC 9(01) VALUE ZEROS.

      *    cumulative revenue share limits of classes A and B
       01  WS-CLASS-A-LIMIT          PIC 9(03)V99 VALUE 80.00.
       01  WS-CLASS-B-LIMIT          PIC 9(03)V99 VALUE 95.00.

       01  WS-FORECAST-TABLE.
           05  WS-FCST-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-FCST-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-FCST-COUNT
               ASCENDING KEY IS WF-CODE
               INDEXED BY WF-IDX.
               10  WF-CODE           PIC 9(03).
               10  WF-DESC           PIC X(20).
               10  WF-REVENUE        PIC 9(07)V99.
               10  WF-MONTH-UNITS    PIC S9(05) OCCURS 12 TIMES.
               10  WF-FORECAST       PIC 9(05)V9.
               10  WF-CUM-PCT        PIC 9(03)V99.
               10  WF-CLASS          PIC X(01).
               10  WF-HISTORY-SW     PIC X(01).
                   88  WF-HAS-HISTORY          VALUE "Y".
               10  WF-CUR-ROP        PIC 9(05).
               10  WF-CUR-ROQ        PIC 9(05).
               10  WF-NEW-ROP        PIC 9(05).
               10  WF-NEW-ROQ        PIC 9(05).
       01  WS-FCST-SWAP.
           05  FILLER                PIC X(125).
       01  WS-ENTRY-IDX              PIC 9(03) VALUE ZEROS.
       01  WS-SORT-FIELDS.
           05  WS-SORT-IDX           PIC 9(03) VALUE ZEROS.
           05  WS-SORT-LIMIT         PIC 9(03) VALUE ZEROS.

       01  WS-CALC-FIELDS.
           05  WS-TOTAL-UNITS        PIC S9(07) VALUE ZEROS.
           05  WS-MONTH-UNITS        PIC S9(05) VALUE ZEROS.
           05  WS-DEVIATION          PIC 9(07)V99 VALUE ZEROS.
           05  WS-ABS-DIFF           PIC 9(07)V99 VALUE ZEROS.
           05  WS-STD-DEV            PIC 9(07)V99 VALUE ZEROS.
           05  WS-SAFETY-STOCK       PIC 9(07)V99 VALUE ZEROS.
           05  WS-MOVE-UNITS         PIC S9(05) VALUE ZEROS.
           05  WS-TOTAL-REVENUE      PIC 9(09)V99 VALUE ZEROS.
           05  WS-CUM-REVENUE        PIC 9(09)V99 VALUE ZEROS.
           05  WS-CUM-BEFORE-PCT     PIC 9(03)V99 VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-MOVE-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-LINE-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-CLASS-COUNT        PIC 9(03) OCCURS 3 TIMES.
           05  WS-CHANGED-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-NO-HISTORY-COUNT   PIC 9(03) VALUE ZEROS.
           05  WS-UPDATED-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-NOT-LOADED-COUNT   PIC 9(05) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(28) VALUE
               "PREVISAO DE PROCURA E ABC   ".
           05  FILLER                PIC X(03) VALUE "DE ".
           05  WH-FIRST-MONTH        PIC 9(06).
           05  FILLER                PIC X(03) VALUE " A ".
           05  WH-LAST-MONTH         PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WH-MONTHS             PIC Z9.
           05  FILLER                PIC X(07) VALUE " MESES ".
           05  FILLER                PIC X(07) VALUE "PRAZO: ".
           05  WH-LEAD-DAYS          PIC ZZ9.
           05  FILLER                PIC X(02) VALUE " D".

       01  WS-CLASS-LEGEND.
           05  FILLER                PIC X(08) VALUE "CLASSE ".
           05  WG-CLASS              PIC X(01).
           05  FILLER                PIC X(17) VALUE
               ": NIVEL SERVICO ".
           05  WG-SERVICE-PCT        PIC ZZ9.
           05  FILLER                PIC X(14) VALUE "%  COBERTURA ".
           05  WG-COVER-MONTHS       PIC ZZ9.
           05  FILLER                PIC X(06) VALUE " MESES".

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(25) VALUE "COD DESCRICAO".
           05  FILLER                PIC X(12) VALUE "C    VENDAS".
           05  FILLER                PIC X(04) VALUE " %AC".
           05  FILLER                PIC X(08) VALUE " PREV/M".
           05  FILLER                PIC X(12) VALUE " PONTO  NOVO".
           05  FILLER                PIC X(12) VALUE " QUANT  NOVA".

       01  WS-REPORT-DETAIL.
           05  WD-CODE               PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DESC               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CLASS              PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-REVENUE            PIC ZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUM-PCT            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FORECAST           PIC ZZZZ9.9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUR-ROP            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-NEW-ROP            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUR-ROQ            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-NEW-ROQ            PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FLAG               PIC X(07).

       01  WS-CLASS-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "PRODUTOS ".
           05  FILLER                PIC X(02) VALUE "A:".
           05  WT-CLASS-A            PIC ZZ9.
           05  FILLER                PIC X(04) VALUE "  B:".
           05  WT-CLASS-B            PIC ZZ9.
           05  FILLER                PIC X(04) VALUE "  C:".
           05  WT-CLASS-C            PIC ZZ9.
           05  FILLER                PIC X(13) VALUE "  SEM VENDAS:".
           05  WT-NO-HISTORY         PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  ALTERADOS:".
           05  WT-CHANGED            PIC ZZ9.

       01  WS-REVENUE-TOTAL-LINE.
           05  FILLER                PIC X(26) VALUE
               "VENDAS NO PERIODO ........".
           05  WT-REVENUE            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-OUTCOME-LINE.
           05  FILLER                PIC X(24) VALUE
               "PROPOSTAS APLICADAS:    ".
           05  WO-UPDATED            PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-STATUS             PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-ONE-MOVEMENT THRU 2000-EXIT
               UNTIL WS-MOVE-EOF
           PERFORM 3000-TALLY-ONE-INVOICE-LINE THRU 3000-EXIT
               UNTIL WS-ARCH-EOF
           PERFORM 4000-RANK-BY-REVENUE THRU 4000-DONE
           PERFORM 4500-PROPOSE-ONE-PRODUCT THRU 4500-EXIT
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-FCST-COUNT
           PERFORM 5000-PRINT-REVIEW
           PERFORM 6000-ACCEPT-PROPOSALS THRU 6000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the window and
      * lead time, the product table, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "DEMFCST" TO RN-PROGRAM-NAME
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
           DISPLAY "Ultimo mes da previsao (AAAAMM; 0 = mes anterior): "
           ACCEPT WS-LAST-MONTH
           IF WS-LAST-MM = ZEROS OR WS-LAST-MM > 12
               COMPUTE WS-WORK-INDEX =
                   (WS-RUN-YEAR * 12) + WS-RUN-MM - 2
               PERFORM 1100-INDEX-TO-MONTH
               MOVE WS-WORK-MONTH TO WS-LAST-MONTH
           END-IF
           DISPLAY "Meses da media movel (1-12; 0 = 3): "
           ACCEPT WS-MONTHS
           IF WS-MONTHS = ZEROS
               MOVE 3 TO WS-MONTHS
           END-IF
           IF WS-MONTHS > 12
               MOVE 12 TO WS-MONTHS
           END-IF
           DISPLAY "Prazo de entrega do fornecedor (dias; 0 = 30): "
           ACCEPT WS-LEAD-DAYS
           IF WS-LEAD-DAYS = ZEROS
               MOVE 30 TO WS-LEAD-DAYS
           END-IF
           COMPUTE WS-LEAD-MONTHS ROUNDED = WS-LEAD-DAYS / 30
           COMPUTE WS-LEAD-ROOT ROUNDED = WS-LEAD-MONTHS ** 0.5
           COMPUTE WS-LAST-INDEX =
               (WS-LAST-YEAR * 12) + WS-LAST-MM - 1
           COMPUTE WS-FIRST-INDEX = WS-LAST-INDEX - WS-MONTHS + 1
           MOVE WS-FIRST-INDEX TO WS-WORK-INDEX
           PERFORM 1100-INDEX-TO-MONTH
           MOVE WS-WORK-MONTH TO WS-FIRST-MONTH
           MOVE ZEROS TO WS-CLASS-COUNT(1)
           MOVE ZEROS TO WS-CLASS-COUNT(2)
           MOVE ZEROS TO WS-CLASS-COUNT(3)
           OPEN INPUT PRODUCT-MASTER
           PERFORM 1200-LOAD-ONE-PRODUCT THRU 1200-EXIT
               UNTIL WS-PROD-EOF
           CLOSE PRODUCT-MASTER
           MOVE "DEMFCST" TO TC-PROGRAM-NAME
           MOVE "PRODUCT" TO TC-TABLE-NAME
           MOVE WS-FCST-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT STOCK-MOVEMENT-LEDGER
           OPEN INPUT INVOICE-DATA-FILE
           OPEN OUTPUT FORECAST-REPORT
           READ STOCK-MOVEMENT-LEDGER
               AT END
                   SET WS-MOVE-EOF TO TRUE
           END-READ
           IF WS-IDATA-OK
               READ INVOICE-DATA-FILE NEXT RECORD
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
           ELSE
               SET WS-ARCH-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-INDEX-TO-MONTH - a month index back to AAAAMM
      *-----------------------------------------------------------*
       1100-INDEX-TO-MONTH.
           DIVIDE WS-WORK-INDEX BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MM
           ADD 1 TO WS-WORK-MM
           MOVE WS-WORK-YEAR TO WS-WORK-MONTH-YY
           MOVE WS-WORK-MM TO WS-WORK-MONTH-MM.

      *-----------------------------------------------------------*
      * 1200-LOAD-ONE-PRODUCT - every active stocked product, in
      * key order for the SEARCH ALL of the tallies
      *-----------------------------------------------------------*
       1200-LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF NOT PROD-ACTIVE OR PROD-IS-KIT
               GO TO 1200-EXIT
           END-IF
           IF WS-FCST-COUNT = 200
               ADD 1 TO WS-NOT-LOADED-COUNT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-FCST-COUNT
           MOVE WS-FCST-COUNT TO WS-ENTRY-IDX
           INITIALIZE WS-FCST-ENTRY(WS-ENTRY-IDX)
           MOVE PROD-CODE TO WF-CODE(WS-ENTRY-IDX)
           MOVE PROD-DESC TO WF-DESC(WS-ENTRY-IDX)
           MOVE PROD-REORDER-POINT TO WF-CUR-ROP(WS-ENTRY-IDX)
           MOVE PROD-REORDER-QTY TO WF-CUR-ROQ(WS-ENTRY-IDX)
           MOVE "N" TO WF-HISTORY-SW(WS-ENTRY-IDX).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-MONTH-SLOT - which month of the window the AAAAMM in
      * WS-WORK-MONTH falls in; zero when outside it
      *-----------------------------------------------------------*
       1300-MONTH-SLOT.
           MOVE ZEROS TO WS-MONTH-SLOT
           COMPUTE WS-WORK-INDEX =
               (WS-WORK-MONTH-YY * 12) + WS-WORK-MONTH-MM - 1
           IF WS-WORK-INDEX NOT < WS-FIRST-INDEX
               AND WS-WORK-INDEX NOT > WS-LAST-INDEX
               COMPUTE WS-MONTH-SLOT =
                   WS-WORK-INDEX - WS-FIRST-INDEX + 1
           END-IF.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-MOVEMENT - a sale in the window adds to its
      * month's demand, a credit-note return takes it back off
      *-----------------------------------------------------------*
       2000-TALLY-ONE-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT
           IF NOT SK-TYPE-SALE AND NOT SK-TYPE-RETURN
               GO TO 2000-READ-NEXT
           END-IF
           MOVE SK-MOVE-DATE(1:6) TO WS-WORK-MONTH
           PERFORM 1300-MONTH-SLOT
           IF WS-MONTH-SLOT = ZEROS
               GO TO 2000-READ-NEXT
           END-IF
           SET WF-IDX TO 1
           SEARCH ALL WS-FCST-ENTRY
               AT END
                   GO TO 2000-READ-NEXT
               WHEN WF-CODE(WF-IDX) = SK-PROD-CODE
                   CONTINUE
           END-SEARCH
           COMPUTE WS-MOVE-UNITS = ZEROS - SK-QTY
           ADD WS-MOVE-UNITS TO WF-MONTH-UNITS(WF-IDX, WS-MONTH-SLOT)
           SET WF-HAS-HISTORY(WF-IDX) TO TRUE.
       2000-READ-NEXT.
           READ STOCK-MOVEMENT-LEDGER
               AT END
                   SET WS-MOVE-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TALLY-ONE-INVOICE-LINE - a header says whether its
      * invoice falls in the window, each priced line under it adds
      * to its product's revenue
      *-----------------------------------------------------------*
       3000-TALLY-ONE-INVOICE-LINE.
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   MOVE "N" TO WS-ORDER-IN-WINDOW-SW
                   MOVE ID-INVOICE-DATE(1:6) TO WS-WORK-MONTH
                   PERFORM 1300-MONTH-SLOT
                   IF WS-MONTH-SLOT > ZEROS
                       SET WS-ORDER-IN-WINDOW TO TRUE
                   END-IF
               WHEN ID-TYPE-DETAIL AND WS-ORDER-IN-WINDOW
                   PERFORM 3100-ADD-REVENUE THRU 3100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

       3100-ADD-REVENUE.
           SET WF-IDX TO 1
           SEARCH ALL WS-FCST-ENTRY
               AT END
                   GO TO 3100-EXIT
               WHEN WF-CODE(WF-IDX) = ID-PROD-CODE
                   ADD ID-NET-AMOUNT TO WF-REVENUE(WF-IDX)
                   ADD ID-NET-AMOUNT TO WS-TOTAL-REVENUE
           END-SEARCH.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RANK-BY-REVENUE - bubble the table into descending
      * revenue, the SALESMON ranking, for the cumulative share
      *-----------------------------------------------------------*
       4000-RANK-BY-REVENUE.
           IF WS-FCST-COUNT < 2
               GO TO 4000-DONE
           END-IF
           SET WS-SWAPPED TO TRUE
           PERFORM 4100-ONE-PASS
               UNTIL NOT WS-SWAPPED.
       4000-DONE.
           EXIT.

       4100-ONE-PASS.
           MOVE "N" TO WS-SWAPPED-SW
           COMPUTE WS-SORT-LIMIT = WS-FCST-COUNT - 1
           PERFORM 4110-COMPARE-PAIR
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX > WS-SORT-LIMIT.

       4110-COMPARE-PAIR.
           IF WF-REVENUE(WS-SORT-IDX) < WF-REVENUE(WS-SORT-IDX + 1)
               MOVE WS-FCST-ENTRY(WS-SORT-IDX) TO WS-FCST-SWAP
               MOVE WS-FCST-ENTRY(WS-SORT-IDX + 1)
                   TO WS-FCST-ENTRY(WS-SORT-IDX)
               MOVE WS-FCST-SWAP
                   TO WS-FCST-ENTRY(WS-SORT-IDX + 1)
               SET WS-SWAPPED TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4500-PROPOSE-ONE-PRODUCT - class from the share of revenue
      * ranked ahead of it; forecast as the moving average, the
      * safety stock from the mean absolute deviation (times 1.25
      * for the standard deviation) over the lead time, the reorder
      * point as lead-time demand plus safety stock and the order
      * quantity as the class's months of cover
      *-----------------------------------------------------------*
       4500-PROPOSE-ONE-PRODUCT.
           MOVE ZEROS TO WS-CUM-BEFORE-PCT
           IF WS-TOTAL-REVENUE > ZEROS
               COMPUTE WS-CUM-BEFORE-PCT ROUNDED =
                   (WS-CUM-REVENUE * 100) / WS-TOTAL-REVENUE
           END-IF
           ADD WF-REVENUE(WS-ENTRY-IDX) TO WS-CUM-REVENUE
           IF WS-TOTAL-REVENUE > ZEROS
               COMPUTE WF-CUM-PCT(WS-ENTRY-IDX) ROUNDED =
                   (WS-CUM-REVENUE * 100) / WS-TOTAL-REVENUE
           END-IF
           EVALUATE TRUE
               WHEN WF-REVENUE(WS-ENTRY-IDX) = ZEROS
                   MOVE 3 TO WS-CLASS-IDX
               WHEN WS-CUM-BEFORE-PCT < WS-CLASS-A-LIMIT
                   MOVE 1 TO WS-CLASS-IDX
               WHEN WS-CUM-BEFORE-PCT < WS-CLASS-B-LIMIT
                   MOVE 2 TO WS-CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-IDX
           END-EVALUATE
           MOVE WCL-CLASS(WS-CLASS-IDX) TO WF-CLASS(WS-ENTRY-IDX)
           ADD 1 TO WS-CLASS-COUNT(WS-CLASS-IDX)
           MOVE WF-CUR-ROP(WS-ENTRY-IDX) TO WF-NEW-ROP(WS-ENTRY-IDX)
           MOVE WF-CUR-ROQ(WS-ENTRY-IDX) TO WF-NEW-ROQ(WS-ENTRY-IDX)
           IF NOT WF-HAS-HISTORY(WS-ENTRY-IDX)
               ADD 1 TO WS-NO-HISTORY-COUNT
               GO TO 4500-EXIT
           END-IF
           MOVE ZEROS TO WS-TOTAL-UNITS
           PERFORM 4510-ADD-MONTH-UNITS
               VARYING WS-MONTH-SLOT FROM 1 BY 1
               UNTIL WS-MONTH-SLOT > WS-MONTHS
           COMPUTE WF-FORECAST(WS-ENTRY-IDX) ROUNDED =
               WS-TOTAL-UNITS / WS-MONTHS
           MOVE ZEROS TO WS-DEVIATION
           PERFORM 4520-ADD-MONTH-DEVIATION
               VARYING WS-MONTH-SLOT FROM 1 BY 1
               UNTIL WS-MONTH-SLOT > WS-MONTHS
           COMPUTE WS-STD-DEV ROUNDED =
               (WS-DEVIATION / WS-MONTHS) * 1.25
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WCL-SAFETY-FACTOR(WS-CLASS-IDX) * WS-STD-DEV
               * WS-LEAD-ROOT
           COMPUTE WF-NEW-ROP(WS-ENTRY-IDX) ROUNDED =
               (WF-FORECAST(WS-ENTRY-IDX) * WS-LEAD-MONTHS)
               + WS-SAFETY-STOCK
           COMPUTE WF-NEW-ROQ(WS-ENTRY-IDX) ROUNDED =
               WF-FORECAST(WS-ENTRY-IDX)
               * WCL-COVER-MONTHS(WS-CLASS-IDX)
           IF WF-NEW-ROQ(WS-ENTRY-IDX) = ZEROS
               AND WF-FORECAST(WS-ENTRY-IDX) > ZEROS
               MOVE 1 TO WF-NEW-ROQ(WS-ENTRY-IDX)
           END-IF
           IF WF-NEW-ROP(WS-ENTRY-IDX) NOT = WF-CUR-ROP(WS-ENTRY-IDX)
               OR WF-NEW-ROQ(WS-ENTRY-IDX)
                   NOT = WF-CUR-ROQ(WS-ENTRY-IDX)
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

      *    a month of net returns counts as no demand
       4510-ADD-MONTH-UNITS.
           IF WF-MONTH-UNITS(WS-ENTRY-IDX, WS-MONTH-SLOT) < ZEROS
               MOVE ZEROS
                   TO WF-MONTH-UNITS(WS-ENTRY-IDX, WS-MONTH-SLOT)
           END-IF
           ADD WF-MONTH-UNITS(WS-ENTRY-IDX, WS-MONTH-SLOT)
               TO WS-TOTAL-UNITS.

       4520-ADD-MONTH-DEVIATION.
           MOVE WF-MONTH-UNITS(WS-ENTRY-IDX, WS-MONTH-SLOT)
               TO WS-MONTH-UNITS
           IF WS-MONTH-UNITS > WF-FORECAST(WS-ENTRY-IDX)
               COMPUTE WS-ABS-DIFF =
                   WS-MONTH-UNITS - WF-FORECAST(WS-ENTRY-IDX)
           ELSE
               COMPUTE WS-ABS-DIFF =
                   WF-FORECAST(WS-ENTRY-IDX) - WS-MONTH-UNITS
           END-IF
           ADD WS-ABS-DIFF TO WS-DEVIATION.

      *-----------------------------------------------------------*
      * 5000-PRINT-REVIEW - the buyers' review: the window and the
      * class parameters, one line per product in revenue order
      * with the thresholds on file beside the proposals, totals
      *-----------------------------------------------------------*
       5000-PRINT-REVIEW.
           MOVE WS-FIRST-MONTH TO WH-FIRST-MONTH
           MOVE WS-LAST-MONTH TO WH-LAST-MONTH
           MOVE WS-MONTHS TO WH-MONTHS
           MOVE WS-LEAD-DAYS TO WH-LEAD-DAYS
           WRITE FORECAST-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM 5100-PRINT-ONE-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
           WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM 5200-PRINT-ONE-PRODUCT
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-FCST-COUNT
           MOVE WS-TOTAL-REVENUE TO WT-REVENUE
           WRITE FORECAST-REPORT-LINE FROM WS-REVENUE-TOTAL-LINE
           MOVE WS-CLASS-COUNT(1) TO WT-CLASS-A
           MOVE WS-CLASS-COUNT(2) TO WT-CLASS-B
           MOVE WS-CLASS-COUNT(3) TO WT-CLASS-C
           MOVE WS-NO-HISTORY-COUNT TO WT-NO-HISTORY
           MOVE WS-CHANGED-COUNT TO WT-CHANGED
           WRITE FORECAST-REPORT-LINE FROM WS-CLASS-TOTAL-LINE.

       5100-PRINT-ONE-CLASS.
           MOVE WCL-CLASS(WS-CLASS-IDX) TO WG-CLASS
           MOVE WCL-SERVICE-PCT(WS-CLASS-IDX) TO WG-SERVICE-PCT
           MOVE WCL-COVER-MONTHS(WS-CLASS-IDX) TO WG-COVER-MONTHS
           WRITE FORECAST-REPORT-LINE FROM WS-CLASS-LEGEND.

       5200-PRINT-ONE-PRODUCT.
           MOVE WF-CODE(WS-ENTRY-IDX) TO WD-CODE
           MOVE WF-DESC(WS-ENTRY-IDX) TO WD-DESC
           MOVE WF-CLASS(WS-ENTRY-IDX) TO WD-CLASS
           MOVE WF-REVENUE(WS-ENTRY-IDX) TO WD-REVENUE
           MOVE WF-CUM-PCT(WS-ENTRY-IDX) TO WD-CUM-PCT
           MOVE WF-FORECAST(WS-ENTRY-IDX) TO WD-FORECAST
           MOVE WF-CUR-ROP(WS-ENTRY-IDX) TO WD-CUR-ROP
           MOVE WF-NEW-ROP(WS-ENTRY-IDX) TO WD-NEW-ROP
           MOVE WF-CUR-ROQ(WS-ENTRY-IDX) TO WD-CUR-ROQ
           MOVE WF-NEW-ROQ(WS-ENTRY-IDX) TO WD-NEW-ROQ
           EVALUATE TRUE
               WHEN NOT WF-HAS-HISTORY(WS-ENTRY-IDX)
                   MOVE "S/VENDA" TO WD-FLAG
               WHEN WF-NEW-ROP(WS-ENTRY-IDX)
                       NOT = WF-CUR-ROP(WS-ENTRY-IDX)
                 OR WF-NEW-ROQ(WS-ENTRY-IDX)
                       NOT = WF-CUR-ROQ(WS-ENTRY-IDX)
                   MOVE "ALTERA" TO WD-FLAG
               WHEN OTHER
                   MOVE SPACES TO WD-FLAG
           END-EVALUATE
           WRITE FORECAST-REPORT-LINE FROM WS-REPORT-DETAIL.

      *-----------------------------------------------------------*
      * 6000-ACCEPT-PROPOSALS - once the buyer confirms, each
      * changed proposal onto PRODUCT-MASTER and the change journal
      *-----------------------------------------------------------*
       6000-ACCEPT-PROPOSALS.
           MOVE ZEROS TO WS-UPDATED-COUNT
           IF WS-CHANGED-COUNT = ZEROS
               MOVE "SEM ALTERACOES A PROPOR" TO WO-STATUS
               GO TO 6000-WRITE-OUTCOME
           END-IF
           DISPLAY "DEMFCST: " WS-CHANGED-COUNT
               " propostas de alteracao (ver relatorio DEMFCST)."
           DISPLAY "Aplicar as propostas ao ficheiro de produtos "
               "(S/N)? "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               MOVE "NAO APLICADAS" TO WO-STATUS
               GO TO 6000-WRITE-OUTCOME
           END-IF
           OPEN I-O PRODUCT-MASTER
           PERFORM 6100-APPLY-ONE-PROPOSAL THRU 6100-EXIT
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-FCST-COUNT
           CLOSE PRODUCT-MASTER
           CALL "FCBUILD"
           MOVE "APLICADAS AO FICHEIRO" TO WO-STATUS.
       6000-WRITE-OUTCOME.
           MOVE WS-UPDATED-COUNT TO WO-UPDATED
           WRITE FORECAST-REPORT-LINE FROM WS-OUTCOME-LINE.
       6000-EXIT.
           EXIT.

       6100-APPLY-ONE-PROPOSAL.
           IF NOT WF-HAS-HISTORY(WS-ENTRY-IDX)
               GO TO 6100-EXIT
           END-IF
           IF WF-NEW-ROP(WS-ENTRY-IDX) = WF-CUR-ROP(WS-ENTRY-IDX)
               AND WF-NEW-ROQ(WS-ENTRY-IDX) = WF-CUR-ROQ(WS-ENTRY-IDX)
               GO TO 6100-EXIT
           END-IF
           MOVE WF-CODE(WS-ENTRY-IDX) TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ
           MOVE WF-NEW-ROP(WS-ENTRY-IDX) TO PROD-REORDER-POINT
           MOVE WF-NEW-ROQ(WS-ENTRY-IDX) TO PROD-REORDER-QTY
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   GO TO 6100-EXIT
           END-REWRITE
           ADD 1 TO WS-UPDATED-COUNT
           MOVE "PRODMAST" TO CJ-FILE-NAME
           SET CJ-OP-REWRITE TO TRUE
           MOVE "DEMFCST" TO CJ-OPERATOR
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE PROD-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close, run log, counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE STOCK-MOVEMENT-LEDGER
           CLOSE INVOICE-DATA-FILE
           CLOSE FORECAST-REPORT
           SET RN-EVENT-END TO TRUE
           COMPUTE RN-RECORDS-READ = WS-MOVE-COUNT + WS-LINE-COUNT
           MOVE WS-UPDATED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "DEMFCST: " WS-FCST-COUNT " produtos, "
               WS-CHANGED-COUNT " propostas, "
               WS-UPDATED-COUNT " aplicadas."
           IF WS-NOT-LOADED-COUNT > ZEROS
               DISPLAY "DEMFCST: tabela de produtos cheia - "
                   WS-NOT-LOADED-COUNT " produtos sem previsao."
           END-IF.

       END PROGRAM DEMFCST.
