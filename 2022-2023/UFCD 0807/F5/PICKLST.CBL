      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-09-02.
      * PURPOSE.       Picking lists for the sales-order book: every
      *                confirmed order line on SORDER with a balance
      *                still to ship is listed, an order to a list,
      *                for the warehouse to pick ahead of SODISP's
      *                dispatch - location, product code, description
      *                and the outstanding quantity, sorted by location
      *                and then product code, with no money for the
      *                warehouse to see.  A kit is picked as its
      *                components (KITSVC), each at the kit balance
      *                times the component quantity.  Each list is
      *                numbered through the SEQSVC PICKNO sequence.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The picking list now sends the picker to the
      *                 stock location each line ships from (the
      *                 invoice line's location; none reads as the
      *                 back warehouse), with the lines sorted by
      *                 location and then product code.
      * 2026-10-15  RG  A kit sold (its "K" component lines follow
      *                 the kit's detail line) is picked as its
      *                 components - those shipped - while the
      *                 delivery note lists the kit itself.
      * 2026-10-15  RG  Picks the confirmed open balances of the
      *                 sales-order book instead of the day's
      *                 invoices; kits explode through KITSVC.  The
      *                 delivery note now goes with the goods from
      *                 SODISP, for what actually left.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO "SORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PICKING-LIST ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
       COPY SORDER.

       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  PICKING-LIST.
       01  PICKING-LIST-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       COPY KITSVC.

       01  WS-SORD-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-SORD-OK                    VALUES "00" "05".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-SWAPPED-SW         PIC X(01) VALUE "N".
               88  WS-SWAPPED                  VALUE "Y".

       01  WS-ORDER-FIELDS.
           05  WS-ORDER-NUMBER       PIC 9(05) VALUE ZEROS.
           05  WS-OUTSTANDING        PIC 9(03) VALUE ZEROS.
           05  WS-LINE-LOCATION      PIC X(02) VALUE SPACES.
           05  WS-KIT-COMP-IDX       PIC 9(02) VALUE ZEROS.
           05  WS-DOCS-COUNT         PIC 9(04) VALUE ZEROS.

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT         PIC 9(02) VALUE ZEROS.
           05  WS-LINE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-LINE-COUNT.
               10  WLE-SORT-KEY.
                   15  WLE-LOCATION  PIC X(02).
                   15  WLE-CODIGO    PIC 9(03).
               10  WLE-DESC          PIC X(20).
               10  WLE-QTY           PIC 9(05).
       01  WS-LINE-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-LINE-SWAP.
           05  FILLER                PIC X(30).
       01  WS-SORT-FIELDS.
           05  WS-SORT-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-SORT-LIMIT         PIC 9(02) VALUE ZEROS.
               "LISTA DE RECOLHA ".
           05  PK-PICK-NUMBER        PIC 9(06).
           05  FILLER                PIC X(13) VALUE "   ENCOMENDA ".
           05  PK-ORDER-NUMBER       PIC 9(05).

       01  WS-PICK-DETAIL-LINE.
           05  PD-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PD-CODIGO             PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PD-DESC               PIC X(20).
           05  FILLER                PIC X(06) VALUE "  QTD ".
           05  PD-QTY                PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 5000-PRINT-PICK-LIST THRU 5000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      * 1000-INITIALIZE - files and prime the read
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SALES-ORDER-FILE
           OPEN INPUT PRODUCT-MASTER
           OPEN OUTPUT PICKING-LIST
           IF NOT WS-SORD-OK
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2900-READ-ORDER-LINE THRU 2900-EXIT
               MOVE SO-ORDER-NUMBER TO WS-ORDER-NUMBER
           END-IF.

      *-----------------------------------------------------------*
      * 2000-SCAN-ONE-LINE - a new order number closes the previous
      * order's list; a confirmed line with a balance is collected
      *-----------------------------------------------------------*
       2000-SCAN-ONE-LINE.
           IF SO-ORDER-NUMBER NOT = WS-ORDER-NUMBER
               PERFORM 5000-PRINT-PICK-LIST THRU 5000-EXIT
               MOVE SO-ORDER-NUMBER TO WS-ORDER-NUMBER
           END-IF
           IF NOT SO-CONFIRMED
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-OUTSTANDING =
               SO-QTY-ORDERED - SO-QTY-SHIPPED - SO-QTY-CANCELLED
               ON SIZE ERROR
                   MOVE ZEROS TO WS-OUTSTANDING
           END-COMPUTE
           IF WS-OUTSTANDING = ZEROS
               GO TO 2000-NEXT
           END-IF
           MOVE SO-LOCATION TO WS-LINE-LOCATION
           IF WS-LINE-LOCATION = SPACES
               MOVE "AR" TO WS-LINE-LOCATION
           END-IF
           IF SO-IS-KIT
               PERFORM 3100-COLLECT-KIT THRU 3100-EXIT
           ELSE
               PERFORM 3000-COLLECT-LINE THRU 3000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2900-READ-ORDER-LINE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-ORDER-LINE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       3000-COLLECT-LINE.
           IF WS-LINE-COUNT = 50
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SO-PROD-CODE TO WLE-CODIGO(WS-LINE-COUNT)
           MOVE WS-LINE-LOCATION TO WLE-LOCATION(WS-LINE-COUNT)
           MOVE SO-DESC TO WLE-DESC(WS-LINE-COUNT)
           MOVE WS-OUTSTANDING TO WLE-QTY(WS-LINE-COUNT).
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-COLLECT-KIT - a kit's balance is picked as its
      * components, each at the balance times its quantity per kit
      *-----------------------------------------------------------*
       3100-COLLECT-KIT.
           MOVE SO-PROD-CODE TO KS-KIT-CODE
           CALL "KITSVC" USING KITSVC-LINKAGE
           IF KS-ERROR
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-COLLECT-COMPONENT THRU 3110-EXIT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT.
       3100-EXIT.
           EXIT.

       3110-COLLECT-COMPONENT.
           IF WS-LINE-COUNT = 50
               GO TO 3110-EXIT
           END-IF
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "(PRODUTO DESCONHECIDO)" TO PROD-DESC
           END-READ
           ADD 1 TO WS-LINE-COUNT
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX)
               TO WLE-CODIGO(WS-LINE-COUNT)
           MOVE WS-LINE-LOCATION TO WLE-LOCATION(WS-LINE-COUNT)
           MOVE PROD-DESC TO WLE-DESC(WS-LINE-COUNT)
           COMPUTE WLE-QTY(WS-LINE-COUNT) =
               WS-OUTSTANDING * KS-COMP-QTY(WS-KIT-COMP-IDX).
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-PICK-LIST - the order's lines into location and
      * product-code order, then the picking list
      *-----------------------------------------------------------*
       5000-PRINT-PICK-LIST.
           IF WS-LINE-COUNT = ZEROS
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-PRINT-ONE-PICK-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
           MOVE ZEROS TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

               UNTIL WS-SORT-IDX > WS-SORT-LIMIT.

       5120-COMPARE-PAIR.
           IF WLE-SORT-KEY(WS-SORT-IDX)
               > WLE-SORT-KEY(WS-SORT-IDX + 1)
               MOVE WS-LINE-ENTRY(WS-SORT-IDX) TO WS-LINE-SWAP
               MOVE WS-LINE-ENTRY(WS-SORT-IDX + 1)
                   TO WS-LINE-ENTRY(WS-SORT-IDX)
           END-IF.

       5200-PRINT-ONE-PICK-LINE.
           MOVE WLE-LOCATION(WS-LINE-IDX) TO PD-LOCATION
           MOVE WLE-CODIGO(WS-LINE-IDX) TO PD-CODIGO
           MOVE WLE-DESC(WS-LINE-IDX) TO PD-DESC
           MOVE WLE-QTY(WS-LINE-IDX) TO PD-QTY
           WRITE PICKING-LIST-LINE FROM WS-PICK-DETAIL-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE SALES-ORDER-FILE
           CLOSE PRODUCT-MASTER
           CLOSE PICKING-LIST
           DISPLAY "PICKLST: " WS-DOCS-COUNT " listas de recolha.".

       END PROGRAM PICKLST.
