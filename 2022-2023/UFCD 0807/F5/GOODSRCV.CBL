      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Receipts are now taken against a PURCHORD
      *                 purchase-order number and line: the line must
      *                 be for the product keyed and released to the
      *                 supplier, the receipt is added to the line's
      *                 received quantity, and the STKMOVE movement
      *                 carries the order reference, the quantity
      *                 ordered and the quantity still outstanding.
      *                 Over-receipts, under-receipts and receipts
      *                 with no order (which now need confirming) are
      *                 flagged on the movement and shown at the
      *                 screen, with counts at the close.
      * 2026-10-15  RG  Each receipt is now costed - at the order
      *                 line's unit price, or at a keyed cost when
      *                 there is no order - and PROD-AVG-COST is
      *                 recomputed as the moving weighted average of
      *                 the stock already held and the receipt.  The
      *                 movement carries the unit cost and value.
      * 2026-10-15  RG  Each receipt now names the stock location it
      *                 is put away in (the back warehouse unless
      *                 keyed otherwise); the location's quantity is
      *                 raised through STKLOCSV alongside
      *                 PROD-ON-HAND and the movement carries it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  PURCHASE-ORDER-FILE.
       COPY PURCHORD.

       WORKING-STORAGE SECTION.

       COPY STKLOCSV.

       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                    VALUE "00".
       01  WS-PO-STATUS              PIC XX.
           88  WS-PO-OK                      VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CODE         PIC 9(03).
           05  WS-ENTRY-QTY          PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-PO           PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-PO-LINE      PIC 9(02) VALUE ZEROS.
           05  WS-ENTRY-COST         PIC 9(5)V99 VALUE ZEROS.
           05  WS-ENTRY-LOCATION     PIC X(02) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-RECEIPT-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-OUTSTANDING-QTY    PIC 9(05) VALUE ZEROS.
           05  WS-EXCESS-QTY         PIC 9(05) VALUE ZEROS.
           05  WS-RECEIPT-FLAG       PIC X(01) VALUE SPACE.
           05  WS-OLD-AVG-COST       PIC 9(5)V99 VALUE ZEROS.
           05  WS-STOCK-VALUE        PIC 9(10)V99 VALUE ZEROS.

       01  WS-EXCEPTION-COUNTS.
           05  WS-OVER-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-UNDER-COUNT        PIC 9(04) VALUE ZEROS.
           05  WS-NO-PO-COUNT        PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O PRODUCT-MASTER
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN EXTEND STOCK-MOVEMENT-LEDGER.

      *-----------------------------------------------------------*
                   GO TO 2000-EXIT
           END-READ
           DISPLAY PROD-DESC " - existencias: " PROD-ON-HAND
           MOVE SPACE TO WS-RECEIPT-FLAG
           PERFORM 2100-IDENTIFY-ORDER-LINE THRU 2100-EXIT
           IF WS-RECEIPT-FLAG = "R"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Quantidade recebida: "
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY = ZEROS
               DISPLAY "Quantidade invalida."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Localizacao (AR armazem, LJ loja; "
               "Enter = AR): "
           ACCEPT WS-ENTRY-LOCATION
           IF WS-ENTRY-LOCATION = SPACES
               MOVE "AR" TO WS-ENTRY-LOCATION
           END-IF
           MOVE WS-ENTRY-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-COST-RECEIPT THRU 2300-EXIT
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE WS-ENTRY-CODE TO SLS-PROD-CODE
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           MOVE WS-ENTRY-QTY TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao atualizar a localizacao."
               GO TO 2000-EXIT
           END-IF
           ADD WS-ENTRY-QTY TO PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o produto."
                   GO TO 2000-EXIT
           END-REWRITE
           IF WS-ENTRY-PO NOT = ZEROS
               PERFORM 2200-UPDATE-ORDER-LINE THRU 2200-EXIT
           END-IF
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE WS-RUN-DATE TO SK-MOVE-DATE
           MOVE WS-ENTRY-CODE TO SK-PROD-CODE
           SET SK-TYPE-RECEIPT TO TRUE
           MOVE WS-ENTRY-QTY TO SK-QTY
           MOVE WS-OPERATOR-ID TO SK-OPERATOR
           MOVE WS-ENTRY-PO TO SK-PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO SK-PO-LINE
           IF WS-ENTRY-PO = ZEROS
               MOVE ZEROS TO SK-PO-ORDERED
               MOVE ZEROS TO SK-PO-OUTSTANDING
           ELSE
               MOVE PO-QTY-ORDERED TO SK-PO-ORDERED
               MOVE WS-OUTSTANDING-QTY TO SK-PO-OUTSTANDING
           END-IF
           MOVE WS-RECEIPT-FLAG TO SK-RECEIPT-FLAG
           MOVE WS-ENTRY-COST TO SK-UNIT-COST
           COMPUTE SK-VALUE ROUNDED = WS-ENTRY-QTY * WS-ENTRY-COST
           MOVE WS-ENTRY-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           ADD 1 TO WS-RECEIPT-COUNT
           IF WS-RECEIPT-FLAG = "N"
               ADD 1 TO WS-NO-PO-COUNT
           END-IF
           DISPLAY "Novas existencias: " PROD-ON-HAND
               "  em " WS-ENTRY-LOCATION ": " SLS-LOC-ON-HAND
               "  custo medio: " PROD-AVG-COST.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-IDENTIFY-ORDER-LINE - the purchase order and line the
      * goods arrived against; the line must be for this product
      * and released to the supplier.  Order zero is a receipt
      * nobody ordered and is only taken once confirmed.  A
      * rejected entry comes back flagged "R".
      *-----------------------------------------------------------*
       2100-IDENTIFY-ORDER-LINE.
           MOVE ZEROS TO WS-ENTRY-PO-LINE
           DISPLAY "Encomenda de compra (0 = sem encomenda): "
           ACCEPT WS-ENTRY-PO
           IF WS-ENTRY-PO = ZEROS
               DISPLAY "*** RECECAO SEM ENCOMENDA - confirmar (S/N): "
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRMED
                   MOVE "N" TO WS-RECEIPT-FLAG
               ELSE
                   MOVE "R" TO WS-RECEIPT-FLAG
               END-IF
               GO TO 2100-EXIT
           END-IF
           DISPLAY "Linha da encomenda: "
           ACCEPT WS-ENTRY-PO-LINE
           MOVE WS-ENTRY-PO TO PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO PO-LINE
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "Linha de encomenda nao encontrada."
                   MOVE "R" TO WS-RECEIPT-FLAG
                   GO TO 2100-EXIT
           END-READ
           IF PO-PROD-CODE NOT = WS-ENTRY-CODE
               DISPLAY "A linha e do produto " PO-PROD-CODE
                   " - rececao recusada."
               MOVE "R" TO WS-RECEIPT-FLAG
               GO TO 2100-EXIT
           END-IF
           IF NOT PO-LINE-RECEIVABLE
               DISPLAY "Linha em rascunho ou anulada (estado "
                   PO-LINE-STATUS ") - rececao recusada."
               MOVE "R" TO WS-RECEIPT-FLAG
               GO TO 2100-EXIT
           END-IF
           MOVE ZEROS TO WS-OUTSTANDING-QTY
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF
           DISPLAY "Encomendado: " PO-QTY-ORDERED
               "  Recebido: " PO-QTY-RECEIVED
               "  Em falta: " WS-OUTSTANDING-QTY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-UPDATE-ORDER-LINE - the receipt onto the order line;
      * more than was outstanding is an over-receipt, less leaves
      * the line part-received with the balance still to come
      *-----------------------------------------------------------*
       2200-UPDATE-ORDER-LINE.
           MOVE ZEROS TO WS-EXCESS-QTY
           IF WS-ENTRY-QTY > WS-OUTSTANDING-QTY
               COMPUTE WS-EXCESS-QTY =
                   WS-ENTRY-QTY - WS-OUTSTANDING-QTY
           END-IF
           ADD WS-ENTRY-QTY TO PO-QTY-RECEIVED
           MOVE ZEROS TO WS-OUTSTANDING-QTY
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF
           EVALUATE TRUE
               WHEN WS-EXCESS-QTY > ZEROS
                   MOVE "O" TO WS-RECEIPT-FLAG
                   SET PO-LINE-COMPLETE TO TRUE
                   ADD 1 TO WS-OVER-COUNT
                   DISPLAY "*** EXCESSO DE " WS-EXCESS-QTY
                       " SOBRE A ENCOMENDA"
               WHEN WS-OUTSTANDING-QTY > ZEROS
                   MOVE "U" TO WS-RECEIPT-FLAG
                   SET PO-LINE-PART-RECEIVED TO TRUE
                   ADD 1 TO WS-UNDER-COUNT
                   DISPLAY "*** RECECAO PARCIAL - EM FALTA "
                       WS-OUTSTANDING-QTY
               WHEN OTHER
                   MOVE SPACE TO WS-RECEIPT-FLAG
                   SET PO-LINE-COMPLETE TO TRUE
           END-EVALUATE
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar a encomenda."
           END-REWRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-COST-RECEIPT - the receipt's unit cost (the order
      * price, or keyed when there is no order) and the new moving
      * weighted-average cost.  Stock held before any costed
      * receipt is taken at the standard cost.
      *-----------------------------------------------------------*
       2300-COST-RECEIPT.
           MOVE PROD-AVG-COST TO WS-OLD-AVG-COST
           IF WS-OLD-AVG-COST = ZEROS
               MOVE PROD-STD-COST TO WS-OLD-AVG-COST
           END-IF
           IF WS-ENTRY-PO NOT = ZEROS
               MOVE PO-UNIT-PRICE TO WS-ENTRY-COST
               GO TO 2300-AVERAGE
           END-IF
           DISPLAY "Custo unitario (0 = custo medio "
               WS-OLD-AVG-COST "): "
           ACCEPT WS-ENTRY-COST
           IF WS-ENTRY-COST = ZEROS
               MOVE WS-OLD-AVG-COST TO WS-ENTRY-COST
           END-IF.
       2300-AVERAGE.
           COMPUTE WS-STOCK-VALUE =
               (PROD-ON-HAND * WS-OLD-AVG-COST)
               + (WS-ENTRY-QTY * WS-ENTRY-COST)
           COMPUTE PROD-AVG-COST ROUNDED =
               WS-STOCK-VALUE / (PROD-ON-HAND + WS-ENTRY-QTY).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PRODUCT-MASTER
           CLOSE PURCHASE-ORDER-FILE
           CLOSE STOCK-MOVEMENT-LEDGER
           CALL "FCBUILD"
           DISPLAY "Recepcoes registadas: " WS-RECEIPT-COUNT
           DISPLAY "  em excesso: " WS-OVER-COUNT
               "  parciais: " WS-UNDER-COUNT
               "  sem encomenda: " WS-NO-PO-COUNT.

       END PROGRAM GOODSRCV.
