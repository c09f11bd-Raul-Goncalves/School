      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-08-21.
      * PURPOSE.       Unattended batch order taking.  Reads the
      *                ORDERS transaction file (one "H" header record
      *                per order followed by its "D" detail lines),
      *                validates the customer against CUSTOMER-MASTER
      *                and every line against the product table, and
      *                takes the order into the SORDER sales-order
      *                book for confirmation (SORDMNT), picking
      *                (PICKLST) and dispatch (SODISP) - with the
      *                price agreed today: the product rate or the
      *                customer's contract price, and the campaign in
      *                force.  Nothing is invoiced, moved or
      *                backordered here; SODISP invoices what leaves.
      *                Rejected records go to the ORDREJ file with a
      *                reason, so the overnight fax and email orders
      *                are in the book before the counter opens.
      *
      * MODIFICATION HISTORY.
      * 2026-08-21  RG  Initial program.
      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each sale movement on STKMOVE is now valued
      *                 at the product's moving-average cost
      *                 (standard cost until one exists).
      * 2026-10-15  RG  A detail record can now name the stock
      *                 location it ships from (OR-LOCATION; blank
      *                 is the back warehouse).  The stock split is
      *                 made against that location's quantity
      *                 (STKLOCSV), which is decremented with the
      *                 product total, and the sale movement, the
      *                 backorder and the invoice line carry the
      *                 location for PICKLST.
      * 2026-10-15  RG  A kit on a detail line (PROD-IS-KIT) is priced
      *                 as the kit for the whole quantity ordered,
      *                 while the stock moves on its components from
      *                 KITCOMP (KITSVC): each component is split,
      *                 backordered against the kit and written to
      *                 STKMOVE on its own, and the invoice shows the
      *                 components as "K" lines under the kit.
      * 2026-10-15  RG  Orders are no longer invoiced as they are
      *                 priced: each accepted line is taken into the
      *                 SORDER sales-order book (status entered) with
      *                 the rate, contract flag and campaign agreed
      *                 today, for SORDMNT to confirm and SODISP to
      *                 ship and invoice.  The stock split, BACKORD,
      *                 STKMOVE, INVOICE and AROPEN writes moved to
      *                 SODISP with the unshipped balance kept open on
      *                 the order; a kit line is checked against its
      *                 components and booked as the kit.  An order
      *                 number already in the book is rejected.
      * 2026-10-15  RG  A header record can now carry the web shop's
      *                 order reference (OR-WEB-REF, written by
      *                 WEBIMP), kept on every order line for the
      *                 invoice.  A pending customer WEBIMP created
      *                 has no credit limit yet, so the limit is not
      *                 checked here - SORDMNT will not confirm the
      *                 order until CUSTMNT has completed the record.
      * 2026-10-15  RG  An order over the customer's credit limit is
      *                 no longer rejected: it is parked on the CRHOLD
      *                 credit-hold queue with the balance, the limit
      *                 and the order value, for CRHLDMNT.  Each run
      *                 first books the orders the credit controller
      *                 released, straight to confirmed, and marks
      *                 them booked on the queue.
      * 2026-10-15  RG  The 200-entry product table is gone: each
      *                 line's product, and each kit component, is
      *                 read by key from PRODUCT-MASTER, held open for
      *                 the run after the FILECTL verification scan.
      * 2026-10-15  RG  A released order already on SORDER (booked by
      *                 a run that stopped before marking the queue)
      *                 is rejected as a duplicate once and marked
      *                 booked, instead of being rejected every run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO "SORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTRACT-PRICE-FILE ASSIGN TO "CONPRICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONP-STATUS.
           SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO "CAMPAIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OR-FIELD-1            PIC 9(05).
           05  FILLER                PIC X(01).
           05  OR-FIELD-2            PIC 9(05).
           05  FILLER                PIC X(01).
           05  OR-LOCATION           PIC X(02).
           05  FILLER                PIC X(01).
           05  OR-WEB-REF            PIC X(15).
           05  FILLER                PIC X(28).

       FD  PRODUCT-MASTER.
           COPY PRODMAST.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  SALES-ORDER-FILE.
       COPY SORDER.

       FD  REJECT-FILE.
       01  REJECT-LINE               PIC X(90).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  CONTRACT-PRICE-FILE.
       COPY CONPRICE.

       FD  CAMPAIGN-FILE.
       COPY CAMPAIGN.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
               88  WS-ORDER-OPEN               VALUE "Y".
           05  WS-ORDER-VALID-SW     PIC X(01) VALUE "N".
               88  WS-ORDER-VALID              VALUE "Y".
           05  WS-KIT-VALID-SW       PIC X(01) VALUE "N".
               88  WS-KIT-VALID                VALUE "Y".
           05  WS-PROD-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-PROD-FOUND               VALUE "Y".
           05  WS-ORDER-HELD-SW      PIC X(01) VALUE "N".
               88  WS-ORDER-HELD               VALUE "Y".
           05  WS-RELEASED-SW        PIC X(01) VALUE "N".
               88  WS-RELEASED                 VALUE "Y".
           05  WS-HOLD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HOLD-EOF                 VALUE "Y".

       01  WS-ORDERS-STATUS          PIC XX VALUE "00".
           88  WS-ORDERS-OK                  VALUE "00".
           88  WS-PROD-OK                    VALUE "00".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-SORD-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-SORD-OK                    VALUES "00" "05".
       01  WS-HOLD-STATUS            PIC XX VALUE "00".
           88  WS-HOLD-OK                    VALUES "00" "05".

      *    the line's product as read, kept while the kit's
      *    components are read over PRODUCT-MASTER's record area
       01  WS-LINE-PRODUCT.
           05  WT-CODE               PIC 9(03) VALUE ZEROS.
           05  WT-RATE               PIC 9V99 VALUE ZEROS.
           05  WT-DESC               PIC X(20) VALUE SPACES.
           05  WT-VAT-CAT            PIC X(01) VALUE SPACE.
           05  WT-KIT-SW             PIC X(01) VALUE SPACE.
               88  WT-IS-KIT                   VALUE "K".

       COPY STKLOCSV.

       COPY KITSVC.

       COPY FILERR.

               10  WCP-PROD-CODE     PIC 9(03).
               10  WCP-RATE          PIC 9V99.

       01  WS-ORDER-FIELDS.
           05  WS-ORDER-NUMBER       PIC 9(05) VALUE ZEROS.
           05  WS-CUSTOMER-NUMBER    PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-LINE-NUMBER        PIC 9(03) VALUE ZEROS.
           05  WS-LINE-LOCATION      PIC X(02) VALUE SPACES.
           05  WS-WEB-REF            PIC X(15) VALUE SPACES.

      *    a kit line: the component being checked
       01  WS-KIT-FIELDS.
           05  WS-KIT-COMP-IDX       PIC 9(02) VALUE ZEROS.
           05  WS-KIT-COMP-CODE      PIC 9(03) VALUE ZEROS.
           05  WS-COMP-REQUIRED      PIC 9(03) VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-ORDER-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-HELD-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-RELEASED-COUNT     PIC 9(05) VALUE ZEROS.

      *    the credit-hold queue: the order value as it is parked,
      *    and the released orders waiting to be booked this run
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-VALUE         PIC 9(7)V99 VALUE ZEROS.
           05  WS-HOLD-LINE-VALUE    PIC 9(7)V99 VALUE ZEROS.
           05  WS-REL-IDX            PIC 9(03) VALUE ZEROS.
       01  WS-RELEASED-TABLE.
           05  WS-REL-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-REL-ORDER OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-REL-COUNT
                                     PIC 9(05).

       01  WS-REJECT-DETAIL.
           05  WX-RECORD             PIC X(60).
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, product master, open files
      * and prime the read
      *-----------------------------------------------------------*
       1000-INITIALIZE.
                   MOVE BD-BUSINESS-DATE TO WS-ORDER-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1100-VERIFY-PRODUCT-MASTER
           PERFORM 1300-LOAD-CONTRACT-TABLE THRU 1300-DONE
           PERFORM 1400-LOAD-CAMPAIGN-TABLE THRU 1400-DONE
           OPEN INPUT ORDERS-FILE
               MOVE WS-ORDERS-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN I-O SALES-ORDER-FILE
           IF NOT WS-SORD-OK
               MOVE "ORDBATCH" TO FE-PROGRAM-NAME
               MOVE "SORDER" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-SORD-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O CREDIT-HOLD-FILE
           IF NOT WS-HOLD-OK
               MOVE "ORDBATCH" TO FE-PROGRAM-NAME
               MOVE "CRHOLD" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-HOLD-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           PERFORM 1500-BOOK-RELEASED-ORDERS THRU 1500-EXIT
           READ ORDERS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 1100-VERIFY-PRODUCT-MASTER - count and hash PRODUCT-MASTER
      * for FILECTL, then hold it open for the keyed reads
      *-----------------------------------------------------------*
       1100-VERIFY-PRODUCT-MASTER.
           MOVE ZEROS TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           OPEN INPUT PRODUCT-MASTER
           PERFORM 1110-COUNT-ONE-PRODUCT THRU 1110-EXIT
               UNTIL WS-PROD-EOF
           CLOSE PRODUCT-MASTER
           MOVE "PRODMAST" TO FC-FILE-NAME
           MOVE "ORDBATCH" TO FC-CALLER
           MOVE WS-ORDER-DATE TO FC-BUSINESS-DATE
           SET FC-REQUEST-VERIFY TO TRUE
           CALL "FILCTL" USING FILCTL-LINKAGE
           OPEN INPUT PRODUCT-MASTER.

       1110-COUNT-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO FC-RECORD-COUNT
           ADD PROD-ON-HAND TO FC-HASH-TOTAL.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-CONTRACT-TABLE - keep, per customer and product,
      * the latest CONPRICE rate on or before the business date
       1401-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-BOOK-RELEASED-ORDERS - the orders the credit controller
      * released since the last run go into the book ahead of the
      * new feed, already confirmed
      *-----------------------------------------------------------*
       1500-BOOK-RELEASED-ORDERS.
           MOVE ZEROS TO WS-REL-COUNT
           MOVE "N" TO WS-HOLD-EOF-SW
           PERFORM 1510-COLLECT-RELEASED THRU 1510-EXIT
               UNTIL WS-HOLD-EOF
           IF WS-REL-COUNT = ZEROS
               GO TO 1500-EXIT
           END-IF
           SET WS-RELEASED TO TRUE
           PERFORM 1520-BOOK-ONE-RELEASED THRU 1520-EXIT
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT
           MOVE "N" TO WS-RELEASED-SW.
       1500-EXIT.
           EXIT.

       1510-COLLECT-RELEASED.
           READ CREDIT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF CH-HEADER-REC AND CH-RELEASED
               AND WS-REL-COUNT < 200
               ADD 1 TO WS-REL-COUNT
               MOVE CH-ORDER-NUMBER TO WS-REL-ORDER(WS-REL-COUNT)
           END-IF.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1520-BOOK-ONE-RELEASED - each held line is fed through the
      * ordinary line booking as if it had come on the feed, at
      * today's prices, then the queue header is marked booked.
      * An order already on SORDER is marked booked without being
      * booked again
      *-----------------------------------------------------------*
       1520-BOOK-ONE-RELEASED.
           MOVE WS-REL-ORDER(WS-REL-IDX) TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   GO TO 1520-EXIT
           END-READ
           MOVE CH-ORDER-NUMBER TO WS-ORDER-NUMBER
           MOVE CH-CUST-NUMBER TO WS-CUSTOMER-NUMBER
           MOVE CH-WEB-REF TO WS-WEB-REF
           MOVE SPACES TO ORDERS-RECORD
           MOVE "H" TO OR-RECORD-TYPE
           MOVE WS-ORDER-NUMBER TO OR-FIELD-1
           MOVE WS-CUSTOMER-NUMBER TO OR-FIELD-2
           MOVE WS-WEB-REF TO OR-WEB-REF
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE 1 TO SO-LINE-NUMBER
           READ SALES-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ENCOMENDA DUPLICADA" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT
                   GO TO 1520-MARK-BOOKED
           END-READ
           SET WS-ORDER-VALID TO TRUE
           SET WS-ORDER-OPEN TO TRUE
           MOVE "N" TO WS-ORDER-HELD-SW
           MOVE ZEROS TO WS-LINE-NUMBER
           MOVE "N" TO WS-HOLD-EOF-SW
           START CREDIT-HOLD-FILE KEY IS > CH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 1530-BOOK-RELEASED-LINE THRU 1530-EXIT
               UNTIL WS-HOLD-EOF
           PERFORM 5000-CLOSE-ORDER
           ADD 1 TO WS-RELEASED-COUNT.
       1520-MARK-BOOKED.
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   GO TO 1520-EXIT
           END-READ
           SET CH-BOOKED TO TRUE
           MOVE WS-ORDER-DATE TO CH-BOOKED-DATE
           REWRITE CREDIT-HOLD-RECORD.
       1520-EXIT.
           EXIT.

       1530-BOOK-RELEASED-LINE.
           READ CREDIT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 1530-EXIT
           END-READ
           IF CH-ORDER-NUMBER NOT = WS-ORDER-NUMBER
               SET WS-HOLD-EOF TO TRUE
               GO TO 1530-EXIT
           END-IF
           MOVE SPACES TO ORDERS-RECORD
           MOVE "D" TO OR-RECORD-TYPE
           MOVE CH-PROD-CODE TO OR-FIELD-1
           MOVE CH-QTY TO OR-FIELD-2
           MOVE CH-LOCATION TO OR-LOCATION
           PERFORM 4000-BOOK-LINE THRU 4000-EXIT.
       1530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-LOOKUP-CAMPAIGN - a campaign in force for this
      * product rides on the order line for SODISP's PRICELIN
      *-----------------------------------------------------------*
       3800-LOOKUP-CAMPAIGN.
           MOVE "N" TO WS-CAMP-FOUND-SW
           MOVE SPACE TO SO-CAMPAIGN-SW
           MOVE ZEROS TO SO-CAMPAIGN-PCT
           MOVE SPACE TO SO-CAMPAIGN-RULE
           MOVE SPACES TO SO-CAMPAIGN-REF
           PERFORM 3810-MATCH-ONE-CAMPAIGN
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                  OR WS-CAMP-FOUND
           IF WS-CAMP-FOUND
               SUBTRACT 1 FROM WS-CAMP-IDX
               MOVE "Y" TO SO-CAMPAIGN-SW
               MOVE WCM-PCT(WS-CAMP-IDX) TO SO-CAMPAIGN-PCT
               MOVE WCM-RULE(WS-CAMP-IDX) TO SO-CAMPAIGN-RULE
               MOVE WCM-REF(WS-CAMP-IDX) TO SO-CAMPAIGN-REF
           END-IF.

       3810-MATCH-ONE-CAMPAIGN.
               SET WS-CONP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2000-PROCESS-RECORD - dispatch one ORDERS record
      *-----------------------------------------------------------*
               WHEN OR-HEADER-REC
                   PERFORM 3000-START-ORDER THRU 3000-EXIT
               WHEN OR-DETAIL-REC
                   PERFORM 4000-BOOK-LINE THRU 4000-EXIT
               WHEN OTHER
                   MOVE "TIPO DE REGISTO INVALIDO" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT

      *-----------------------------------------------------------*
      * 3000-START-ORDER - close the order in progress, validate
      * the new header's customer, make sure the order number is
      * not already in the book, and park it for the credit
      * controller when the customer is at the limit
      *-----------------------------------------------------------*
       3000-START-ORDER.
           IF WS-ORDER-OPEN
               PERFORM 5000-CLOSE-ORDER
           END-IF
           MOVE "N" TO WS-ORDER-VALID-SW
           MOVE "N" TO WS-ORDER-HELD-SW
           MOVE OR-FIELD-1 TO WS-ORDER-NUMBER
           MOVE OR-FIELD-2 TO WS-CUSTOMER-NUMBER
           MOVE OR-WEB-REF TO WS-WEB-REF
           MOVE WS-CUSTOMER-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
               PERFORM 6000-WRITE-REJECT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE 1 TO SO-LINE-NUMBER
           READ SALES-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ENCOMENDA DUPLICADA" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT
                   GO TO 3000-EXIT
           END-READ
           IF CU-OPEN-BALANCE >= CU-CREDIT-LIMIT
               AND NOT CU-PENDING
               PERFORM 3100-HOLD-ORDER THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           SET WS-ORDER-VALID TO TRUE
           SET WS-ORDER-OPEN TO TRUE
           MOVE ZEROS TO WS-LINE-NUMBER.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-HOLD-ORDER - an over-limit order goes on the credit-
      * hold queue with the exposure as it stands; its lines follow
      *-----------------------------------------------------------*
       3100-HOLD-ORDER.
           INITIALIZE CREDIT-HOLD-RECORD
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO CH-CUST-NUMBER
           MOVE WS-ORDER-DATE TO CH-HOLD-DATE
           SET CH-FROM-BATCH TO TRUE
           SET CH-HELD TO TRUE
           MOVE CU-OPEN-BALANCE TO CH-BALANCE
           MOVE CU-CREDIT-LIMIT TO CH-CREDIT-LIMIT
           MOVE WS-WEB-REF TO CH-WEB-REF
           WRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   MOVE "ENCOMENDA DUPLICADA" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT
                   GO TO 3100-EXIT
           END-WRITE
           MOVE ZEROS TO WS-HOLD-VALUE
           SET WS-ORDER-HELD TO TRUE
           SET WS-ORDER-VALID TO TRUE
           SET WS-ORDER-OPEN TO TRUE
           MOVE ZEROS TO WS-LINE-NUMBER.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-BOOK-LINE - validate one detail line and take it into
      * the order book at the price agreed today
      *-----------------------------------------------------------*
       4000-BOOK-LINE.
           IF NOT WS-ORDER-VALID
               MOVE "ENCOMENDA REJEITADA" TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4900-READ-PRODUCT THRU 4900-EXIT
           IF NOT WS-PROD-FOUND
               MOVE "CODIGO INVALIDO" TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4000-EXIT
           END-IF
           MOVE PROD-CODE TO WT-CODE
           MOVE PROD-RATE TO WT-RATE
           MOVE PROD-DESC TO WT-DESC
           MOVE PROD-VAT-CAT TO WT-VAT-CAT
           MOVE PROD-KIT-SW TO WT-KIT-SW
           IF OR-FIELD-2 = ZEROS OR OR-FIELD-2 > 999
               MOVE "QUANTIDADE INVALIDA" TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4000-EXIT
           END-IF
           MOVE OR-LOCATION TO WS-LINE-LOCATION
           IF WS-LINE-LOCATION = SPACES
               MOVE "AR" TO WS-LINE-LOCATION
           END-IF
           MOVE WS-LINE-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               MOVE "LOCALIZACAO INVALIDA" TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4000-EXIT
           END-IF
           IF WT-IS-KIT
               PERFORM 4100-CHECK-KIT THRU 4100-EXIT
               IF NOT WS-KIT-VALID
                   GO TO 4000-EXIT
               END-IF
           END-IF
           IF WS-ORDER-HELD
               PERFORM 4200-HOLD-LINE
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-LINE-NUMBER
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE SALES-ORDER-RECORD
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE WS-LINE-NUMBER TO SO-LINE-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO SO-CUST-NUMBER
           MOVE WS-ORDER-DATE TO SO-ORDER-DATE
           MOVE WS-WEB-REF TO SO-WEB-REF
      *    a released order has already been through credit control
           IF WS-RELEASED
               SET SO-CONFIRMED TO TRUE
           ELSE
               SET SO-ENTERED TO TRUE
           END-IF
           MOVE WT-CODE TO SO-PROD-CODE
           MOVE WT-DESC TO SO-DESC
           MOVE WS-LINE-LOCATION TO SO-LOCATION
           MOVE WT-KIT-SW TO SO-KIT-SW
           MOVE WT-VAT-CAT TO SO-VAT-CAT
           PERFORM 3700-LOOKUP-CONTRACT-PRICE
           IF WS-CONP-FOUND
               MOVE WCP-RATE(WS-CONP-IDX) TO SO-RATE
               MOVE "Y" TO SO-CONTRACT-SW
           ELSE
               MOVE WT-RATE TO SO-RATE
               MOVE SPACE TO SO-CONTRACT-SW
           END-IF
           PERFORM 3800-LOOKUP-CAMPAIGN
           MOVE OR-FIELD-2 TO SO-QTY-ORDERED
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-LINE-COUNT
                   MOVE "LINHA DUPLICADA" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT
           END-WRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-CHECK-KIT - a kit is booked as the kit, but only when
      * all its components are on sale and the quantity ordered of
      * each fits a line; SODISP ships it on its components
      *-----------------------------------------------------------*
       4100-CHECK-KIT.
           MOVE "N" TO WS-KIT-VALID-SW
           MOVE OR-FIELD-1 TO KS-KIT-CODE
           CALL "KITSVC" USING KITSVC-LINKAGE
           IF KS-ERROR
               MOVE "KIT SEM COMPONENTES" TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4100-EXIT
           END-IF
           SET WS-KIT-VALID TO TRUE
           PERFORM 4110-CHECK-COMPONENT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT
                  OR NOT WS-KIT-VALID
           IF NOT WS-KIT-VALID
               PERFORM 6000-WRITE-REJECT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-CHECK-COMPONENT.
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO WS-KIT-COMP-CODE
           MOVE WS-KIT-COMP-CODE TO PROD-CODE
           PERFORM 4910-READ-PRODUCT-CODE
           IF NOT WS-PROD-FOUND
               MOVE "N" TO WS-KIT-VALID-SW
               MOVE "COMPONENTE KIT INVALIDO" TO WX-REASON
           END-IF
           COMPUTE WS-COMP-REQUIRED =
               OR-FIELD-2 * KS-COMP-QTY(WS-KIT-COMP-IDX)
               ON SIZE ERROR
                   MOVE "N" TO WS-KIT-VALID-SW
                   MOVE "QUANTIDADE INVALIDA" TO WX-REASON
           END-COMPUTE.

      *-----------------------------------------------------------*
      * 4200-HOLD-LINE - a line of a held order goes on the queue,
      * valued at the rate it would be booked at today
      *-----------------------------------------------------------*
       4200-HOLD-LINE.
           ADD 1 TO WS-LINE-NUMBER
           PERFORM 3700-LOOKUP-CONTRACT-PRICE
           IF WS-CONP-FOUND
               COMPUTE WS-HOLD-LINE-VALUE ROUNDED =
                   WCP-RATE(WS-CONP-IDX) * OR-FIELD-2
           ELSE
               COMPUTE WS-HOLD-LINE-VALUE ROUNDED =
                   WT-RATE * OR-FIELD-2
           END-IF
           INITIALIZE CREDIT-HOLD-RECORD
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE WS-LINE-NUMBER TO CH-LINE-NUMBER
           MOVE WT-CODE TO CH-PROD-CODE
           MOVE OR-FIELD-2 TO CH-QTY
           MOVE OR-LOCATION TO CH-LOCATION
           MOVE WS-HOLD-LINE-VALUE TO CH-LINE-VALUE
           WRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-LINE-NUMBER
                   MOVE "LINHA DUPLICADA" TO WX-REASON
                   PERFORM 6000-WRITE-REJECT
               NOT INVALID KEY
                   ADD WS-HOLD-LINE-VALUE TO WS-HOLD-VALUE
           END-WRITE.

      *-----------------------------------------------------------*
      * 4900-READ-PRODUCT - the line's product by key; a code past
      * the master's range, missing or inactive is not on sale
      *-----------------------------------------------------------*
       4900-READ-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND-SW
           IF OR-FIELD-1 > 999
               GO TO 4900-EXIT
           END-IF
           MOVE OR-FIELD-1 TO PROD-CODE
           PERFORM 4910-READ-PRODUCT-CODE.
       4900-EXIT.
           EXIT.

       4910-READ-PRODUCT-CODE.
           MOVE "N" TO WS-PROD-FOUND-SW
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROD-ACTIVE
                       SET WS-PROD-FOUND TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 5000-CLOSE-ORDER - count an order that booked any line; a
      * held order gets its value on the queue header, or leaves
      * the queue if none of its lines was good
      *-----------------------------------------------------------*
       5000-CLOSE-ORDER.
           IF WS-ORDER-HELD
               PERFORM 5100-CLOSE-HELD-ORDER
           ELSE
               IF WS-LINE-NUMBER > ZEROS
                   ADD 1 TO WS-ORDER-COUNT
               END-IF
           END-IF
           MOVE "N" TO WS-ORDER-HELD-SW
           MOVE "N" TO WS-ORDER-OPEN-SW.

       5100-CLOSE-HELD-ORDER.
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LINE-NUMBER > ZEROS
                       MOVE WS-HOLD-VALUE TO CH-ORDER-VALUE
                       REWRITE CREDIT-HOLD-RECORD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       DELETE CREDIT-HOLD-FILE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 6000-WRITE-REJECT - the record as read, with the reason
           WRITE REJECT-LINE FROM WS-REJECT-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the last order and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-ORDER-OPEN
               PERFORM 5000-CLOSE-ORDER
           END-IF
           CLOSE ORDERS-FILE
           CLOSE SALES-ORDER-FILE
           CLOSE REJECT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE CREDIT-HOLD-FILE
           CLOSE PRODUCT-MASTER
           DISPLAY "ORDBATCH: " WS-ORDER-COUNT " encomendas, "
               WS-LINE-COUNT " linhas registadas, "
               WS-REJECT-COUNT " rejeitados."
           DISPLAY "ORDBATCH: " WS-RELEASED-COUNT
               " libertadas pelo credito registadas, "
               WS-HELD-COUNT " retidas por limite de credito.".

       END PROGRAM ORDBATCH.
