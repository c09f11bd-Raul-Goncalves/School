      *                after the pricing jobs: every active product
      *                at or below its PROD-REORDER-POINT is listed
      *                with the on-hand position, the suggested
      *                PROD-REORDER-QTY, the day's demand from the
      *                business date's INVDATA invoice lines and the
      *                quantity already sitting on BACKORD - so the
      *                warehouse hears about a product running out
      *                before an order line backorders, not from it.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The run can now turn its suggestions into
      *                 draft purchase orders: answered "S" at the
      *                 start, every listed product with a usual
      *                 supplier and nothing already outstanding on
      *                 a purchase order gets a draft PURCHORD line
      *                 for its reorder quantity at the standard
      *                 cost, one SEQSVC PONO order per supplier, for
      *                 a buyer to release through PURCHORD.
      * 2026-10-15  RG  Each listed product is followed by its stock
      *                 locations from STKLOC - on hand, the
      *                 location's minimum and the shortfall against
      *                 it - and a product is now also listed when a
      *                 location is below its minimum even though the
      *                 overall position is above the reorder point.
      *                 Only the overall position drafts an order.
      * 2026-10-15  RG  A kit is never suggested: it holds no stock of
      *                 its own and is replenished through its
      *                 components.
      * 2026-10-15  RG  The day's demand is now read from the INVDATA
      *                 invoice lines of the business date instead of
      *                 de-editing the INVOICE print lines.
      * 2026-10-15  RG  The demand, backorder and on-order tallies
      *                 stop at their 200 products instead of running
      *                 past the table; what does not fit them, draft
      *                 orders past the 200th supplier and locations
      *                 past a product's 20th are counted on the
      *                 console, and the tables are checked with
      *                 TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-REPORT ASSIGN TO "REORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL STOCK-LOCATION-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  BACKORDER-FILE.
       COPY BACKORD.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  PURCHASE-ORDER-FILE.
       COPY PURCHORD.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  STOCK-LOCATION-FILE.
       COPY STKLOC.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       COPY TBLCHK.

       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                    VALUE "00".
       01  WS-PO-STATUS              PIC XX.
           88  WS-PO-OK                      VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX.
           88  WS-SUPP-OK                    VALUES "00" "05".
       01  WS-LOC-STATUS             PIC XX.
           88  WS-LOC-OK                     VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX.
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-INV-EOF-SW         PIC X(01) VALUE "N".
               88  WS-INV-EOF                  VALUE "Y".
           05  WS-IN-DAY-SW          PIC X(01) VALUE "N".
               88  WS-IN-DAY                   VALUE "Y".
           05  WS-BO-EOF-SW          PIC X(01) VALUE "N".
               88  WS-BO-EOF                   VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".
           05  WS-PO-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PO-EOF                   VALUE "Y".
           05  WS-DRAFT-SW           PIC X(01) VALUE "N".
               88  WS-DRAFTING                 VALUES "S" "s".
           05  WS-LOC-EOF-SW         PIC X(01) VALUE "N".
               88  WS-LOC-EOF                  VALUE "Y".
           05  WS-BELOW-POINT-SW     PIC X(01) VALUE "N".
               88  WS-BELOW-POINT              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.


       01  WS-DEMAND-TABLE.
           05  WS-DEMAND-COUNT       PIC 9(03) VALUE ZEROS.
               10  WBO-UNITS         PIC 9(07).
       01  WS-BOE-IDX                PIC 9(03) VALUE ZEROS.

      *    quantity still outstanding on purchase orders, per product
       01  WS-ON-ORDER-TABLE.
           05  WS-OOE-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-OOE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-OOE-COUNT.
               10  WOO-CODIGO        PIC 9(03).
               10  WOO-UNITS         PIC 9(07).
       01  WS-OOE-IDX                PIC 9(03) VALUE ZEROS.

      *    the draft order this run has opened for each supplier
       01  WS-DRAFT-TABLE.
           05  WS-DRAFT-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-DRAFT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRAFT-COUNT.
               10  WDR-SUPPLIER      PIC 9(05).
               10  WDR-PO-NUMBER     PIC 9(06).
               10  WDR-LAST-LINE     PIC 9(02).
       01  WS-DRAFT-IDX              PIC 9(03) VALUE ZEROS.

      *    the stock locations of the product being checked
       01  WS-LOCATION-TABLE.
           05  WS-LOC-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-LOC-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-LOC-COUNT.
               10  WLC-LOCATION      PIC X(02).
               10  WLC-ON-HAND       PIC 9(05).
               10  WLC-MIN-QTY       PIC 9(05).
               10  WLC-SHORTFALL     PIC 9(05).
       01  WS-LOC-IDX                PIC 9(02) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-CODIGO      PIC 9(03) VALUE ZEROS.
           05  WS-LISTED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-DEMAND-UNITS       PIC 9(07) VALUE ZEROS.
           05  WS-BO-UNITS           PIC 9(07) VALUE ZEROS.
           05  WS-ON-ORDER-UNITS     PIC 9(07) VALUE ZEROS.
           05  WS-DRAFT-LINES        PIC 9(04) VALUE ZEROS.
           05  WS-NO-SUPPLIER-COUNT  PIC 9(04) VALUE ZEROS.
           05  WS-ON-ORDER-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-DRAFT-ORDERS       PIC 9(04) VALUE ZEROS.
           05  WS-LOC-SHORT-COUNT    PIC 9(02) VALUE ZEROS.
           05  WS-LOC-SHORT-PRODUCTS PIC 9(04) VALUE ZEROS.
           05  WS-OVERFLOW-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-LOC-MAX-COUNT      PIC 9(02) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(30) VALUE
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WD-BACKORD            PIC ZZZZ9.

       01  WS-LOCATION-DETAIL.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "LOCALIZACAO ".
           05  WL-LOCATION           PIC X(02).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WL-ON-HAND            PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE "  MINIMO ".
           05  WL-MIN-QTY            PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE "  FALTA ".
           05  WL-SHORTFALL          PIC ZZZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(21) VALUE
               "PRODUTOS LISTADOS:   ".
           05  WT-LISTED             PIC ZZZZ9.
           05  FILLER                PIC X(24) VALUE
               "   ABAIXO DO MINIMO LOC:".
           05  WT-LOC-SHORT          PIC ZZZZ9.

       01  WS-DRAFT-TRAILER-LINE.
           05  FILLER                PIC X(21) VALUE
               "RASCUNHOS DE COMPRA: ".
           05  WT-DRAFT-LINES        PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " LINHAS EM".
           05  WT-DRAFT-ORDERS       PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE " ENCOMENDAS".

       01  WS-DRAFT-SKIP-LINE.
           05  FILLER                PIC X(21) VALUE
               "SEM FORNECEDOR:      ".
           05  WT-NO-SUPPLIER        PIC ZZZZ9.
           05  FILLER                PIC X(19) VALUE
               "   JA ENCOMENDADOS:".
           05  WT-ON-ORDER           PIC ZZZZ9.

       PROCEDURE DIVISION.

                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Gerar encomendas de compra em rascunho (S/N): "
           ACCEPT WS-DRAFT-SW
           PERFORM 1100-LOAD-DAY-DEMAND THRU 1100-DONE
           PERFORM 1200-LOAD-BACKORDERS THRU 1200-DONE
           IF WS-DRAFTING
               OPEN I-O PURCHASE-ORDER-FILE
               OPEN INPUT SUPPLIER-MASTER
               PERFORM 1300-LOAD-ON-ORDER THRU 1300-EXIT
           END-IF
           MOVE "REORDRPT" TO TC-PROGRAM-NAME
           MOVE "DEMAND" TO TC-TABLE-NAME
           MOVE WS-DEMAND-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "BACKORDER" TO TC-TABLE-NAME
           MOVE WS-BOE-COUNT TO TC-ENTRY-COUNT
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "ONORDER" TO TC-TABLE-NAME
           MOVE WS-OOE-COUNT TO TC-ENTRY-COUNT
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT STOCK-LOCATION-FILE
           OPEN OUTPUT REORDER-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE REORDER-REPORT-LINE FROM WS-REPORT-HEADER
                   SET WS-EOF TO TRUE
           END-READ.

      *    a header of the business date opens its invoice, the
      *    priced lines under it are the day's demand
       1100-LOAD-DAY-DEMAND.
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 1100-DONE
           END-IF
           PERFORM 1110-SCAN-ONE-LINE THRU 1110-EXIT
               UNTIL WS-INV-EOF.
       1100-DONE.
           CLOSE INVOICE-DATA-FILE.

       1110-SCAN-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF ID-HEADER-REC
               MOVE "N" TO WS-IN-DAY-SW
               IF ID-INVOICE-DATE = WS-RUN-DATE
                   SET WS-IN-DAY TO TRUE
               END-IF
               GO TO 1110-EXIT
           END-IF
           IF NOT ID-TYPE-DETAIL OR NOT WS-IN-DAY
               GO TO 1110-EXIT
           END-IF
           MOVE ID-PROD-CODE TO WS-LOOKUP-CODIGO
           PERFORM 3000-FIND-DEMAND-ENTRY
           IF WS-DEMAND-IDX = ZEROS
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1110-EXIT
           END-IF
           ADD ID-QTY TO WDM-UNITS(WS-DEMAND-IDX).
       1110-EXIT.
           EXIT.

           END-READ
           MOVE BO-CODIGO TO WS-LOOKUP-CODIGO
           PERFORM 3100-FIND-BACKORDER-ENTRY
           IF WS-BOE-IDX = ZEROS
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1210-EXIT
           END-IF
           ADD BO-QTY TO WBO-UNITS(WS-BOE-IDX).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-ON-ORDER - what is still to come from suppliers
      * on draft, open and part-received purchase-order lines, so
      * a product already on order is not drafted twice
      *-----------------------------------------------------------*
       1300-LOAD-ON-ORDER.
           MOVE ZEROS TO PO-KEY
           START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
                   GO TO 1300-EXIT
           END-START
           PERFORM 1310-TALLY-ONE-PO-LINE THRU 1310-EXIT
               UNTIL WS-PO-EOF.
       1300-EXIT.
           EXIT.

       1310-TALLY-ONE-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF NOT PO-LINE-OUTSTANDING
               GO TO 1310-EXIT
           END-IF
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO 1310-EXIT
           END-IF
           MOVE PO-PROD-CODE TO WS-LOOKUP-CODIGO
           PERFORM 3400-FIND-ON-ORDER-ENTRY
           IF WS-OOE-IDX = ZEROS
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1310-EXIT
           END-IF
           COMPUTE WOO-UNITS(WS-OOE-IDX) = WOO-UNITS(WS-OOE-IDX)
               + PO-QTY-ORDERED - PO-QTY-RECEIVED.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-PRODUCT - an active product at or below its
      * reorder point, or with a location below its minimum, earns
      * a suggestion line and its location lines
      *-----------------------------------------------------------*
       2000-CHECK-ONE-PRODUCT.
           IF NOT PROD-ACTIVE OR PROD-IS-KIT
               GO TO 2000-READ-NEXT
           END-IF
           MOVE "N" TO WS-BELOW-POINT-SW
           IF PROD-REORDER-POINT NOT = ZEROS
              AND PROD-ON-HAND NOT > PROD-REORDER-POINT
               SET WS-BELOW-POINT TO TRUE
           END-IF
           PERFORM 5000-LOAD-LOCATIONS THRU 5000-EXIT
           IF NOT WS-BELOW-POINT AND WS-LOC-SHORT-COUNT = ZEROS
               GO TO 2000-READ-NEXT
           END-IF
           IF WS-LOC-SHORT-COUNT > ZEROS
               ADD 1 TO WS-LOC-SHORT-PRODUCTS
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE PROD-CODE TO WD-CODIGO
           MOVE PROD-DESC TO WD-DESC
           MOVE WS-DEMAND-UNITS TO WD-DEMAND
           PERFORM 3300-SUM-BACKORDERS
           MOVE WS-BO-UNITS TO WD-BACKORD
           WRITE REORDER-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 5100-PRINT-ONE-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
           IF WS-DRAFTING AND WS-BELOW-POINT
               PERFORM 4000-DRAFT-ORDER-LINE THRU 4000-EXIT
           END-IF.
       2000-READ-NEXT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END

      *-----------------------------------------------------------*
      * 3000/3100 - locate (or start) the tally entry for the code
      * being accumulated; zero back when the table is full
      *-----------------------------------------------------------*
       3000-FIND-DEMAND-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-DEMAND-IDX
           ELSE
               IF WS-DEMAND-COUNT = 200
                   MOVE ZEROS TO WS-DEMAND-IDX
               ELSE
                   ADD 1 TO WS-DEMAND-COUNT
                   MOVE WS-DEMAND-COUNT TO WS-DEMAND-IDX
                   MOVE WS-LOOKUP-CODIGO TO WDM-CODIGO(WS-DEMAND-IDX)
                   MOVE ZEROS TO WDM-UNITS(WS-DEMAND-IDX)
               END-IF
           END-IF.

       3010-MATCH-DEMAND-ENTRY.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-BOE-IDX
           ELSE
               IF WS-BOE-COUNT = 200
                   MOVE ZEROS TO WS-BOE-IDX
               ELSE
                   ADD 1 TO WS-BOE-COUNT
                   MOVE WS-BOE-COUNT TO WS-BOE-IDX
                   MOVE WS-LOOKUP-CODIGO TO WBO-CODIGO(WS-BOE-IDX)
                   MOVE ZEROS TO WBO-UNITS(WS-BOE-IDX)
               END-IF
           END-IF.

       3110-MATCH-BACKORDER-ENTRY.
               ADD WBO-UNITS(WS-BOE-IDX) TO WS-BO-UNITS
           END-IF.

       3400-FIND-ON-ORDER-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3410-MATCH-ON-ORDER-ENTRY
               VARYING WS-OOE-IDX FROM 1 BY 1
               UNTIL WS-OOE-IDX > WS-OOE-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-OOE-IDX
           ELSE
               IF WS-OOE-COUNT = 200
                   MOVE ZEROS TO WS-OOE-IDX
               ELSE
                   ADD 1 TO WS-OOE-COUNT
                   MOVE WS-OOE-COUNT TO WS-OOE-IDX
                   MOVE WS-LOOKUP-CODIGO TO WOO-CODIGO(WS-OOE-IDX)
                   MOVE ZEROS TO WOO-UNITS(WS-OOE-IDX)
               END-IF
           END-IF.

       3410-MATCH-ON-ORDER-ENTRY.
           IF WOO-CODIGO(WS-OOE-IDX) = WS-LOOKUP-CODIGO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3500-SUM-ON-ORDER.
           MOVE ZEROS TO WS-ON-ORDER-UNITS
           PERFORM 3510-ADD-ON-ORDER-ENTRY
               VARYING WS-OOE-IDX FROM 1 BY 1
               UNTIL WS-OOE-IDX > WS-OOE-COUNT.

       3510-ADD-ON-ORDER-ENTRY.
           IF WOO-CODIGO(WS-OOE-IDX) = WS-LOOKUP-CODIGO
               ADD WOO-UNITS(WS-OOE-IDX) TO WS-ON-ORDER-UNITS
           END-IF.

      *-----------------------------------------------------------*
      * 4000-DRAFT-ORDER-LINE - the suggestion as a draft line on
      * this run's order for the product's usual supplier; nothing
      * is drafted for a product with no active supplier or with
      * quantity already outstanding on a purchase order
      *-----------------------------------------------------------*
       4000-DRAFT-ORDER-LINE.
           IF PROD-REORDER-QTY = ZEROS
               GO TO 4000-EXIT
           END-IF
           MOVE PROD-CODE TO WS-LOOKUP-CODIGO
           PERFORM 3500-SUM-ON-ORDER
           IF WS-ON-ORDER-UNITS > ZEROS
               ADD 1 TO WS-ON-ORDER-COUNT
               GO TO 4000-EXIT
           END-IF
           IF PROD-SUPP-NUMBER = ZEROS
               ADD 1 TO WS-NO-SUPPLIER-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE PROD-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-SUPPLIER-COUNT
                   GO TO 4000-EXIT
           END-READ
           IF SP-CLOSED
               ADD 1 TO WS-NO-SUPPLIER-COUNT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-FIND-DRAFT-ORDER THRU 4100-EXIT
           IF WDR-PO-NUMBER(WS-DRAFT-IDX) = ZEROS
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WDR-LAST-LINE(WS-DRAFT-IDX)
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WDR-PO-NUMBER(WS-DRAFT-IDX) TO PO-NUMBER
           MOVE WDR-LAST-LINE(WS-DRAFT-IDX) TO PO-LINE
           MOVE PROD-SUPP-NUMBER TO PO-SUPP-NUMBER
           MOVE WS-RUN-DATE TO PO-ORDER-DATE
           MOVE PROD-CODE TO PO-PROD-CODE
           MOVE PROD-REORDER-QTY TO PO-QTY-ORDERED
           MOVE ZEROS TO PO-QTY-RECEIVED
           MOVE ZEROS TO PO-QTY-INVOICED
           MOVE PROD-STD-COST TO PO-UNIT-PRICE
           SET PO-LINE-DRAFT TO TRUE
           MOVE "REORDRPT" TO PO-SOURCE
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "REORDRPT: erro ao gravar o rascunho "
                       PO-NUMBER "/" PO-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-DRAFT-LINES
           END-WRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-FIND-DRAFT-ORDER - the supplier's draft order for this
      * run, numbered through SEQSVC PONO on first use and renewed
      * when its 99 lines are used up
      *-----------------------------------------------------------*
       4100-FIND-DRAFT-ORDER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 4110-MATCH-DRAFT-ORDER
               VARYING WS-DRAFT-IDX FROM 1 BY 1
               UNTIL WS-DRAFT-IDX > WS-DRAFT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-DRAFT-IDX
               IF WDR-LAST-LINE(WS-DRAFT-IDX) < 99
                   GO TO 4100-EXIT
               END-IF
           ELSE
               IF WS-DRAFT-COUNT = 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE 200 TO WS-DRAFT-IDX
               ELSE
                   ADD 1 TO WS-DRAFT-COUNT
                   MOVE WS-DRAFT-COUNT TO WS-DRAFT-IDX
               END-IF
               MOVE PROD-SUPP-NUMBER TO WDR-SUPPLIER(WS-DRAFT-IDX)
           END-IF
           MOVE ZEROS TO WDR-PO-NUMBER(WS-DRAFT-IDX)
           MOVE ZEROS TO WDR-LAST-LINE(WS-DRAFT-IDX)
           MOVE "PONO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "REORDRPT: numeracao de encomendas indisponivel."
               GO TO 4100-EXIT
           END-IF
           MOVE SEQ-NUMBER TO WDR-PO-NUMBER(WS-DRAFT-IDX)
           ADD 1 TO WS-DRAFT-ORDERS.
       4100-EXIT.
           EXIT.

       4110-MATCH-DRAFT-ORDER.
           IF WDR-SUPPLIER(WS-DRAFT-IDX) = PROD-SUPP-NUMBER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-LOAD-LOCATIONS - the product's STKLOC records and the
      * shortfall of each against its minimum.  A product never
      * split by location has none and shows no location lines.
      *-----------------------------------------------------------*
       5000-LOAD-LOCATIONS.
           MOVE ZEROS TO WS-LOC-COUNT
           MOVE ZEROS TO WS-LOC-SHORT-COUNT
           MOVE "N" TO WS-LOC-EOF-SW
           MOVE PROD-CODE TO SL-PROD-CODE
           MOVE LOW-VALUES TO SL-LOCATION
           START STOCK-LOCATION-FILE KEY IS >= SL-KEY
               INVALID KEY
                   GO TO 5000-EXIT
           END-START
           PERFORM 5010-LOAD-ONE-LOCATION THRU 5010-EXIT
               UNTIL WS-LOC-EOF.
       5000-EXIT.
           EXIT.

       5010-LOAD-ONE-LOCATION.
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   SET WS-LOC-EOF TO TRUE
                   GO TO 5010-EXIT
           END-READ
           IF SL-PROD-CODE NOT = PROD-CODE
               SET WS-LOC-EOF TO TRUE
               GO TO 5010-EXIT
           END-IF
           IF WS-LOC-COUNT = 20
               ADD 1 TO WS-OVERFLOW-COUNT
               SET WS-LOC-EOF TO TRUE
               GO TO 5010-EXIT
           END-IF
           ADD 1 TO WS-LOC-COUNT
           IF WS-LOC-COUNT > WS-LOC-MAX-COUNT
               MOVE WS-LOC-COUNT TO WS-LOC-MAX-COUNT
           END-IF
           MOVE SL-LOCATION TO WLC-LOCATION(WS-LOC-COUNT)
           MOVE SL-ON-HAND TO WLC-ON-HAND(WS-LOC-COUNT)
           MOVE SL-MIN-QTY TO WLC-MIN-QTY(WS-LOC-COUNT)
           MOVE ZEROS TO WLC-SHORTFALL(WS-LOC-COUNT)
           IF SL-ON-HAND < SL-MIN-QTY
               COMPUTE WLC-SHORTFALL(WS-LOC-COUNT) =
                   SL-MIN-QTY - SL-ON-HAND
               ADD 1 TO WS-LOC-SHORT-COUNT
           END-IF.
       5010-EXIT.
           EXIT.

       5100-PRINT-ONE-LOCATION.
           MOVE WLC-LOCATION(WS-LOC-IDX) TO WL-LOCATION
           MOVE WLC-ON-HAND(WS-LOC-IDX) TO WL-ON-HAND
           MOVE WLC-MIN-QTY(WS-LOC-IDX) TO WL-MIN-QTY
           MOVE WLC-SHORTFALL(WS-LOC-IDX) TO WL-SHORTFALL
           WRITE REORDER-REPORT-LINE FROM WS-LOCATION-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer and close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "REORDRPT" TO TC-PROGRAM-NAME
           MOVE "DRAFTORDER" TO TC-TABLE-NAME
           MOVE WS-DRAFT-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "LOCATION" TO TC-TABLE-NAME
           MOVE WS-LOC-MAX-COUNT TO TC-ENTRY-COUNT
           MOVE 20 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE WS-LISTED-COUNT TO WT-LISTED
           MOVE WS-LOC-SHORT-PRODUCTS TO WT-LOC-SHORT
           WRITE REORDER-REPORT-LINE FROM WS-TRAILER-LINE
           IF WS-DRAFTING
               MOVE WS-DRAFT-LINES TO WT-DRAFT-LINES
               MOVE WS-DRAFT-ORDERS TO WT-DRAFT-ORDERS
               WRITE REORDER-REPORT-LINE FROM WS-DRAFT-TRAILER-LINE
               MOVE WS-NO-SUPPLIER-COUNT TO WT-NO-SUPPLIER
               MOVE WS-ON-ORDER-COUNT TO WT-ON-ORDER
               WRITE REORDER-REPORT-LINE FROM WS-DRAFT-SKIP-LINE
               CLOSE PURCHASE-ORDER-FILE
               CLOSE SUPPLIER-MASTER
           END-IF
           CLOSE PRODUCT-MASTER
           CLOSE STOCK-LOCATION-FILE
           CLOSE REORDER-REPORT
           DISPLAY "REORDRPT: " WS-LISTED-COUNT
               " produtos listados."
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY "REORDRPT: tabelas cheias - " WS-OVERFLOW-COUNT
                   " registos nao considerados."
           END-IF.

       END PROGRAM REORDRPT.
