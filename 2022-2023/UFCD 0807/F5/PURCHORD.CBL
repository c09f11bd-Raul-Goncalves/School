       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORD.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Purchase-order transaction: raise a numbered
      *                purchase order (SEQSVC PONO) against an active
      *                supplier, one line per product with the
      *                quantity and unit price, and print it for the
      *                supplier; release a draft order the REORDRPT
      *                run proposed; cancel what is still outstanding
      *                on an order; and list every line still waiting
      *                on the supplier - ordered, received so far by
      *                GOODSRCV and outstanding - so the warehouse
      *                receives against something somebody ordered.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  A draft order for a supplier since closed is
      *                 not released, as a new order for one is not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT PURCHASE-ORDER-PRINT ASSIGN TO "POPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT ASSIGN TO "POOPENRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       COPY PURCHORD.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  PURCHASE-ORDER-PRINT.
       01  PURCHASE-ORDER-LINE       PIC X(80).

       FD  OUTSTANDING-REPORT.
       01  OUTSTANDING-REPORT-LINE   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       01  WS-PO-STATUS              PIC XX VALUE "00".
           88  WS-PO-OK                      VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX VALUE "00".
           88  WS-SUPP-OK                    VALUE "00".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-LINES-DONE-SW      PIC X(01) VALUE "N".
               88  WS-LINES-DONE               VALUE "Y".
           05  WS-PO-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PO-EOF                   VALUE "Y".

       01  WS-ACTION-CODE            PIC X(01).
           88  WS-ACTION-NEW               VALUE "N".
           88  WS-ACTION-RELEASE           VALUE "E".
           88  WS-ACTION-CANCEL            VALUE "X".
           88  WS-ACTION-LIST              VALUE "L".
           88  WS-ACTION-EXIT              VALUE "0".
           88  WS-ACTION-VALID             VALUES "N" "E" "X" "L" "0".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-SUPPLIER     PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-PO           PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-CODE         PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-QTY          PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-PRICE        PIC 9(5)V99 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-PO-NUMBER          PIC 9(06) VALUE ZEROS.
           05  WS-LINE-NUMBER        PIC 9(02) VALUE ZEROS.
           05  WS-CHANGED-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-LINE-VALUE         PIC 9(7)V99 VALUE ZEROS.
           05  WS-ORDER-TOTAL        PIC 9(9)V99 VALUE ZEROS.
           05  WS-OUTSTANDING-QTY    PIC 9(05) VALUE ZEROS.
           05  WS-LISTED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ORDERS-RAISED      PIC 9(04) VALUE ZEROS.

       01  WS-DOC-SEPARATOR          PIC X(72) VALUE ALL "=".

       01  WS-PO-TITLE-LINE.
           05  FILLER                PIC X(20) VALUE
               "ENCOMENDA DE COMPRA ".
           05  PT-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  PT-ORDER-DATE         PIC 9(08).

       01  WS-PO-SUPPLIER-LINE.
           05  FILLER                PIC X(12) VALUE "FORNECEDOR: ".
           05  PS-SUPP-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PS-SUPP-NAME          PIC X(25).
           05  FILLER                PIC X(07) VALUE "  NIF: ".
           05  PS-SUPP-NIF           PIC 9(09).

       01  WS-PO-DETAIL-LINE.
           05  FILLER                PIC X(02) VALUE "LN".
           05  PD-LINE               PIC 99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PD-CODIGO             PIC 999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PD-DESC               PIC X(20).
           05  FILLER                PIC X(05) VALUE " QTD ".
           05  PD-QTY                PIC ZZZZ9.
           05  FILLER                PIC X(07) VALUE " PRECO ".
           05  PD-PRICE              PIC ZZZZ9.99.
           05  FILLER                PIC X(07) VALUE " VALOR ".
           05  PD-VALUE              PIC ZZZ,ZZ9.99.

       01  WS-PO-TOTAL-LINE.
           05  FILLER                PIC X(30) VALUE
               "TOTAL DA ENCOMENDA ..........".
           05  PX-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-OPEN-HEADER.
           05  FILLER                PIC X(34) VALUE
               "ENCOMENDAS DE COMPRA PENDENTES    ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-OPEN-COLUMNS.
           05  FILLER                PIC X(10) VALUE "ENCOMENDA".
           05  FILLER                PIC X(06) VALUE "FORN.".
           05  FILLER                PIC X(09) VALUE "DATA".
           05  FILLER                PIC X(05) VALUE "COD.".
           05  FILLER                PIC X(07) VALUE "  ENC.".
           05  FILLER                PIC X(07) VALUE " RECEB.".
           05  FILLER                PIC X(07) VALUE " FALTA".
           05  FILLER                PIC X(06) VALUE "  EST.".

       01  WS-OPEN-DETAIL.
           05  WO-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(01) VALUE "/".
           05  WO-LINE               PIC 99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WO-SUPPLIER           PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WO-ORDER-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WO-CODIGO             PIC 999.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-ORDERED            PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-RECEIVED           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WO-OUTSTANDING        PIC ZZZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WO-STATUS             PIC X(01).

       01  WS-OPEN-TRAILER.
           05  FILLER                PIC X(20) VALUE
               "LINHAS PENDENTES:   ".
           05  WT-LISTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN INPUT SUPPLIER-MASTER
           OPEN INPUT PRODUCT-MASTER
           OPEN OUTPUT PURCHASE-ORDER-PRINT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-REQUEST - show the action menu and dispatch
      * one action
      *-----------------------------------------------------------*
       2000-PROCESS-REQUEST.
           DISPLAY " "
           DISPLAY "N - Nova encomenda de compra"
           DISPLAY "E - Emitir encomenda em rascunho"
           DISPLAY "X - Anular o pendente de uma encomenda"
           DISPLAY "L - Listar linhas pendentes"
           DISPLAY "0 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-ACTION-CODE
           IF NOT WS-ACTION-VALID
               DISPLAY "Opcao invalida."
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-EXIT
                   MOVE "N" TO WS-CONTINUE-SW
               WHEN WS-ACTION-NEW
                   PERFORM 3000-RAISE-ORDER THRU 3000-EXIT
               WHEN WS-ACTION-RELEASE
                   PERFORM 4000-RELEASE-DRAFT THRU 4000-EXIT
               WHEN WS-ACTION-CANCEL
                   PERFORM 5000-CANCEL-OUTSTANDING THRU 5000-EXIT
               WHEN WS-ACTION-LIST
                   PERFORM 7000-LIST-OUTSTANDING THRU 7000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RAISE-ORDER - a new numbered order for one active
      * supplier, its lines keyed until product code zero
      *-----------------------------------------------------------*
       3000-RAISE-ORDER.
           DISPLAY "Numero do fornecedor: "
           ACCEPT WS-ENTRY-SUPPLIER
           MOVE WS-ENTRY-SUPPLIER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fornecedor nao encontrado."
                   GO TO 3000-EXIT
           END-READ
           IF SP-CLOSED
               DISPLAY "Fornecedor encerrado - sem novas encomendas."
               GO TO 3000-EXIT
           END-IF
           DISPLAY SP-NAME
           MOVE "PONO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Numeracao de encomendas indisponivel."
               GO TO 3000-EXIT
           END-IF
           MOVE SEQ-NUMBER TO WS-PO-NUMBER
           DISPLAY "Encomenda de compra " WS-PO-NUMBER
           MOVE ZEROS TO WS-LINE-NUMBER
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 3100-ADD-ONE-LINE THRU 3100-EXIT
               UNTIL WS-LINES-DONE
           IF WS-LINE-NUMBER = ZEROS
               DISPLAY "Encomenda " WS-PO-NUMBER
                   " sem linhas - numero nao utilizado."
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-ORDERS-RAISED
           PERFORM 6000-PRINT-ORDER THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3100-ADD-ONE-LINE.
           IF WS-LINE-NUMBER = 99
               DISPLAY "Limite de 99 linhas atingido."
               SET WS-LINES-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Codigo do produto (0 para terminar): "
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = ZEROS
               SET WS-LINES-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-ENTRY-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
                   GO TO 3100-EXIT
           END-READ
           IF PROD-INACTIVE
               DISPLAY "Produto desativado."
               GO TO 3100-EXIT
           END-IF
           DISPLAY PROD-DESC " - existencias: " PROD-ON-HAND
           DISPLAY "Quantidade a encomendar: "
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY = ZEROS
               DISPLAY "Quantidade invalida."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Preco unitario (0 = custo padrao "
               PROD-STD-COST "): "
           ACCEPT WS-ENTRY-PRICE
           IF WS-ENTRY-PRICE = ZEROS
               MOVE PROD-STD-COST TO WS-ENTRY-PRICE
           END-IF
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE WS-LINE-NUMBER TO PO-LINE
           MOVE WS-ENTRY-SUPPLIER TO PO-SUPP-NUMBER
           MOVE WS-RUN-DATE TO PO-ORDER-DATE
           MOVE WS-ENTRY-CODE TO PO-PROD-CODE
           MOVE WS-ENTRY-QTY TO PO-QTY-ORDERED
           MOVE ZEROS TO PO-QTY-RECEIVED
           MOVE ZEROS TO PO-QTY-INVOICED
           MOVE WS-ENTRY-PRICE TO PO-UNIT-PRICE
           SET PO-LINE-OPEN TO TRUE
           MOVE "PURCHORD" TO PO-SOURCE
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a linha."
                   SUBTRACT 1 FROM WS-LINE-NUMBER
           END-WRITE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RELEASE-DRAFT - a buyer releases a draft order the
      * replenishment run proposed: its draft lines become open
      * and the order is printed for the supplier, unless the
      * supplier has been closed since the draft was made
      *-----------------------------------------------------------*
       4000-RELEASE-DRAFT.
           DISPLAY "Numero da encomenda de compra: "
           ACCEPT WS-ENTRY-PO
           MOVE WS-ENTRY-PO TO WS-PO-NUMBER
           MOVE ZEROS TO WS-CHANGED-COUNT
           PERFORM 4900-START-ORDER THRU 4900-EXIT
           IF NOT WS-PO-EOF
               MOVE PO-SUPP-NUMBER TO SP-NUMBER
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE SPACE TO SP-STATUS-CODE
               END-READ
               IF SP-CLOSED
                   DISPLAY "Fornecedor encerrado - encomenda nao "
                       "emitida."
                   GO TO 4000-EXIT
               END-IF
           END-IF
           PERFORM 4100-RELEASE-ONE-LINE THRU 4100-EXIT
               UNTIL WS-PO-EOF
           IF WS-CHANGED-COUNT = ZEROS
               DISPLAY "Encomenda sem linhas em rascunho."
               GO TO 4000-EXIT
           END-IF
           DISPLAY WS-CHANGED-COUNT " linhas emitidas."
           PERFORM 6000-PRINT-ORDER THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-LINE.
           IF PO-LINE-DRAFT
               SET PO-LINE-OPEN TO TRUE
               REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao emitir a linha " PO-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF
           PERFORM 4910-READ-ORDER-LINE THRU 4910-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-START-ORDER / 4910-READ-ORDER-LINE - position on the
      * first line of WS-PO-NUMBER and read its lines in turn; the
      * end of the order reads as end of file
      *-----------------------------------------------------------*
       4900-START-ORDER.
           MOVE "N" TO WS-PO-EOF-SW
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE ZEROS TO PO-LINE
           START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
                   GO TO 4900-EXIT
           END-START
           PERFORM 4910-READ-ORDER-LINE THRU 4910-EXIT.
       4900-EXIT.
           EXIT.

       4910-READ-ORDER-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO 4910-EXIT
           END-READ
           IF PO-NUMBER NOT = WS-PO-NUMBER
               SET WS-PO-EOF TO TRUE
           END-IF.
       4910-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CANCEL-OUTSTANDING - whatever the supplier has not
      * delivered on an order is cancelled; quantities already
      * received stay on the lines
      *-----------------------------------------------------------*
       5000-CANCEL-OUTSTANDING.
           DISPLAY "Numero da encomenda de compra: "
           ACCEPT WS-ENTRY-PO
           MOVE WS-ENTRY-PO TO WS-PO-NUMBER
           MOVE ZEROS TO WS-CHANGED-COUNT
           PERFORM 4900-START-ORDER THRU 4900-EXIT
           PERFORM 5100-CANCEL-ONE-LINE THRU 5100-EXIT
               UNTIL WS-PO-EOF
           DISPLAY WS-CHANGED-COUNT " linhas anuladas.".
       5000-EXIT.
           EXIT.

       5100-CANCEL-ONE-LINE.
           IF PO-LINE-OUTSTANDING
               SET PO-LINE-CANCELLED TO TRUE
               REWRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao anular a linha " PO-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF
           PERFORM 4910-READ-ORDER-LINE THRU 4910-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-ORDER - the order document for the supplier:
      * supplier block, one line per product, order total
      *-----------------------------------------------------------*
       6000-PRINT-ORDER.
           MOVE ZEROS TO WS-ORDER-TOTAL
           PERFORM 4900-START-ORDER THRU 4900-EXIT
           IF WS-PO-EOF
               GO TO 6000-EXIT
           END-IF
           MOVE PO-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-NAME
                   MOVE ZEROS TO SP-NIF
           END-READ
           WRITE PURCHASE-ORDER-LINE FROM WS-DOC-SEPARATOR
           MOVE WS-PO-NUMBER TO PT-PO-NUMBER
           MOVE PO-ORDER-DATE TO PT-ORDER-DATE
           WRITE PURCHASE-ORDER-LINE FROM WS-PO-TITLE-LINE
           MOVE PO-SUPP-NUMBER TO PS-SUPP-NUMBER
           MOVE SP-NAME TO PS-SUPP-NAME
           MOVE SP-NIF TO PS-SUPP-NIF
           WRITE PURCHASE-ORDER-LINE FROM WS-PO-SUPPLIER-LINE
           PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
               UNTIL WS-PO-EOF
           MOVE WS-ORDER-TOTAL TO PX-TOTAL
           WRITE PURCHASE-ORDER-LINE FROM WS-PO-TOTAL-LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-LINE.
           IF PO-LINE-DRAFT OR PO-LINE-CANCELLED
               GO TO 6100-READ-NEXT
           END-IF
           MOVE PO-PROD-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE SPACES TO PROD-DESC
           END-READ
           COMPUTE WS-LINE-VALUE ROUNDED =
               PO-QTY-ORDERED * PO-UNIT-PRICE
           ADD WS-LINE-VALUE TO WS-ORDER-TOTAL
           MOVE PO-LINE TO PD-LINE
           MOVE PO-PROD-CODE TO PD-CODIGO
           MOVE PROD-DESC TO PD-DESC
           MOVE PO-QTY-ORDERED TO PD-QTY
           MOVE PO-UNIT-PRICE TO PD-PRICE
           MOVE WS-LINE-VALUE TO PD-VALUE
           WRITE PURCHASE-ORDER-LINE FROM WS-PO-DETAIL-LINE.
       6100-READ-NEXT.
           PERFORM 4910-READ-ORDER-LINE THRU 4910-EXIT.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-LIST-OUTSTANDING - every draft, open or part-received
      * line with what is still to come from the supplier
      *-----------------------------------------------------------*
       7000-LIST-OUTSTANDING.
           OPEN OUTPUT OUTSTANDING-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OPEN-HEADER
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OPEN-COLUMNS
           MOVE ZEROS TO WS-LISTED-COUNT
           MOVE "N" TO WS-PO-EOF-SW
           MOVE ZEROS TO PO-KEY
           START PURCHASE-ORDER-FILE KEY IS >= PO-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
           END-START
           PERFORM 7100-LIST-ONE-LINE THRU 7100-EXIT
               UNTIL WS-PO-EOF
           MOVE WS-LISTED-COUNT TO WT-LISTED
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OPEN-TRAILER
           CLOSE OUTSTANDING-REPORT
           DISPLAY WS-LISTED-COUNT " linhas pendentes listadas.".
       7000-EXIT.
           EXIT.

       7100-LIST-ONE-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF NOT PO-LINE-OUTSTANDING
               GO TO 7100-EXIT
           END-IF
           MOVE ZEROS TO WS-OUTSTANDING-QTY
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF
           MOVE PO-NUMBER TO WO-PO-NUMBER
           MOVE PO-LINE TO WO-LINE
           MOVE PO-SUPP-NUMBER TO WO-SUPPLIER
           MOVE PO-ORDER-DATE TO WO-ORDER-DATE
           MOVE PO-PROD-CODE TO WO-CODIGO
           MOVE PO-QTY-ORDERED TO WO-ORDERED
           MOVE PO-QTY-RECEIVED TO WO-RECEIVED
           MOVE WS-OUTSTANDING-QTY TO WO-OUTSTANDING
           MOVE PO-LINE-STATUS TO WO-STATUS
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OPEN-DETAIL
           ADD 1 TO WS-LISTED-COUNT.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SUPPLIER-MASTER
           CLOSE PRODUCT-MASTER
           CLOSE PURCHASE-ORDER-PRINT
           DISPLAY "Encomendas de compra emitidas: "
               WS-ORDERS-RAISED.

       END PROGRAM PURCHORD.
