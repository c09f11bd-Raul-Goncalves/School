      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each sale movement on STKMOVE is now valued
      *                 at the product's moving-average cost
      *                 (standard cost until one exists).
      * 2026-10-15  RG  Each sale line now names the stock location
      *                 it is taken from (the shop floor unless keyed
      *                 otherwise; logged for replay like the other
      *                 entries).  The stock split is made against
      *                 that location's quantity (STKLOCSV), which is
      *                 decremented with the product total, and the
      *                 movement, the backorder and the invoice line
      *                 carry the location for PICKLST.
      * 2026-10-15  RG  A kit (PROD-IS-KIT) prices as the kit for the
      *                 whole quantity, while the stock moves on its
      *                 KITCOMP components (KITSVC): each is split,
      *                 backordered against the kit and written to
      *                 STKMOVE on its own, and the invoice shows the
      *                 components as "K" lines under the kit.  A
      *                 quote shows the components it would take; the
      *                 QUOTES file keeps the kit itself.
      * 2026-10-15  RG  Export customers are invoiced in their
      *                 CU-CURRENCY-CODE: the CURRATE rate of the
      *                 order date (CURSVC) is printed under the
      *                 header, each line carries its net in that
      *                 currency after the euro columns, and the
      *                 totals are repeated in it.  The euro amounts
      *                 stay the figures of record for the ledger,
      *                 and the open item keeps the currency, rate
      *                 and foreign gross for CASHAPP and FXREVAL.
      * 2026-10-15  RG  A sale for a customer at the credit limit is no
      *                 longer refused: the order is priced as usual
      *                 but parked on the CRHOLD credit-hold queue with
      *                 the balance, the limit and its value, for
      *                 CRHLDMNT - no invoice, no stock and no postings
      *                 until ORDBATCH books it once released.  A
      *                 replayed session is still refused.
      * 2026-10-15  RG  Each invoice is also kept on the INVDATA file
      *                 in fixed layout - header, priced lines, kit
      *                 components and totals, amounts unedited -
      *                 under an INVNO invoice number, for the
      *                 readers that used to de-edit the print lines.
      *                 Not written for a replay.
      * 2026-10-15  RG  The 200-entry product table is gone: the line's
      *                 product and each kit component are read by key
      *                 from PRODUCT-MASTER, opened I-O after the
      *                 FILECTL verification scan, and a sale's stock
      *                 decrement is rewritten as the line ships
      *                 instead of written back at the end of the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTE-REGISTER ASSIGN TO "QUOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REGISTER.
       COPY QUOTEREG.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       WORKING-STORAGE SECTION.

       01  num pic 999.

       01  WS-PROD-EOF-SW PIC X(01) VALUE "N".
           88  WS-PROD-EOF                 VALUE "Y".
       01  WS-PROD-ON-SALE-SW PIC X(01) VALUE "N".
           88  WS-PROD-ON-SALE             VALUE "Y".
       01  WS-LINE-KIT-SW PIC X(01) VALUE SPACE.
           88  WS-LINE-IS-KIT              VALUE "K".

       01  WS-PROD-RATE   PIC 9V99 VALUE ZEROS.
       01  WS-PROD-DESC   PIC X(20) VALUE SPACES.
       01  WS-STOCK-FIELDS.
           05  WS-QTY-SHIPPED        PIC 999 VALUE ZEROS.
           05  WS-QTY-BACKORDER      PIC 999 VALUE ZEROS.
           05  WS-LINE-LOCATION      PIC X(02) VALUE SPACES.
           05  WS-BO-KIT-CODE        PIC 9(03) VALUE ZEROS.

      *    a kit line: what each of its components needs, ships
      *    and lacks
       01  WS-KIT-FIELDS.
           05  WS-KIT-VALID-SW       PIC X(01) VALUE "N".
               88  WS-KIT-VALID                VALUE "Y".
           05  WS-KIT-COMP-IDX       PIC 9(02) VALUE ZEROS.
           05  WS-KIT-COMP-CODE      PIC 9(03) VALUE ZEROS.
           05  WS-COMP-REQUIRED      PIC 9(03) VALUE ZEROS.

       01  WS-KIT-LINE-TABLE.
           05  WS-KIT-LINE OCCURS 10 TIMES.
               10  WKL-CODE          PIC 9(03).
               10  WKL-DESC          PIC X(20).
               10  WKL-REQUIRED      PIC 9(03).
               10  WKL-SHIPPED       PIC 9(03).
               10  WKL-SHORT         PIC 9(03).

      *    the product last read - the line's own, or the kit
      *    component being checked or shipped
       01  WS-STOCK-PRODUCT.
           05  WT-CODE               PIC 9(03) VALUE ZEROS.
           05  WT-DESC               PIC X(20) VALUE SPACES.
           05  WT-ON-HAND            PIC 9(05) VALUE ZEROS.
           05  WT-UNIT-COST          PIC 9(5)V99 VALUE ZEROS.

       01  WS-VAT-STATUS  PIC X(02) VALUE "00".
           88  WS-VAT-OK                  VALUE "00".

       COPY SEQSVC.

       COPY CURSVC.

       COPY STKLOCSV.

       COPY KITSVC.

       COPY FILCTL.

       01  WS-TAX-FIELDS.
           05  OD-CONTRACT-FLAG      PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-CAMPAIGN-REF       PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-LOCATION           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-FX-NET             PIC ZZZZZ9.99 BLANK WHEN ZERO.

      *    a kit component, indented under its kit's "D" line; the
      *    quantity is what was shipped, any shortfall is backordered
       01  WS-KIT-COMPONENT-LINE.
           05  KD-RECORD-TYPE        PIC X(01) VALUE "K".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  KD-CODIGO             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-DESC               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-QTY                PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-SHORT-LABEL        PIC X(09).
           05  KD-SHORT-QTY          PIC ZZZ.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  KD-LOCATION           PIC X(02).

       01  WS-RECEIPT-NET-LINE.
           05  FILLER                PIC X(20) VALUE
               "GROSS TOTAL .......".
           05  WR-GROSS-TOTAL        PIC ZZZZ9.99.

      *    an export customer's invoice currency: the rate under the
      *    header, the totals repeated in the currency at the foot
       01  WS-INVOICE-CURRENCY.
           05  WS-INV-CURRENCY       PIC X(03) VALUE SPACES.
               88  WS-INV-IN-EUROS             VALUES SPACES "EUR".
           05  WS-INV-FX-RATE        PIC 9(3)V9999 VALUE ZEROS.
           05  WS-FX-LINE-NET        PIC 9(6)V99 VALUE ZEROS.
           05  WS-FX-NET-TOTAL       PIC 9(6)V99 VALUE ZEROS.
           05  WS-FX-TAX-TOTAL       PIC 9(6)V99 VALUE ZEROS.
           05  WS-FX-GROSS-TOTAL     PIC 9(6)V99 VALUE ZEROS.

       01  WS-FX-RATE-LINE.
           05  FILLER                PIC X(17) VALUE
               "MOEDA DA FATURA: ".
           05  FR-CURRENCY           PIC X(03).
           05  FILLER                PIC X(09) VALUE "  CAMBIO ".
           05  FR-RATE               PIC ZZ9.9999.
           05  FILLER                PIC X(13) VALUE
               " EUR/UNIDADE ".

       01  WS-FX-TOTAL-LINE.
           05  FILLER                PIC X(06) VALUE "MOEDA ".
           05  FT-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FT-LABEL              PIC X(10).
           05  FT-AMOUNT             PIC ZZZZZ9.99.

       01  WS-CSV-LINE.
           05  WC-CODIGO             PIC 999.
           05  FILLER                PIC X(01) VALUE ",".
       01  WS-OPERATION-TYPE         PIC X(01) VALUE "V".
           88  WS-QUOTE-MODE               VALUE "O".
           88  WS-OPERATION-VALID          VALUES "V" "O".
      *    a sale over the credit limit becomes a held order: priced
      *    like a quote, with no stock moved, and parked on CRHOLD
           88  WS-CREDIT-HOLD              VALUE "R".
           88  WS-PRICE-ONLY               VALUES "O" "R".

       01  WS-HOLD-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-HOLD-OK                  VALUES "00" "05".
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-BALANCE       PIC S9(7)V99 VALUE ZEROS.
           05  WS-HOLD-LIMIT         PIC 9(7)V99 VALUE ZEROS.
           05  WS-HOLD-VALUE         PIC 9(7)V99 VALUE ZEROS.
           05  WS-HOLD-LINE-NUMBER   PIC 9(03) VALUE ZEROS.

      *    the invoice as data: the INVNO number drawn when the
      *    header goes out, and the line number of the last record
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                 VALUES "00" "05".
       01  WS-IDATA-FIELDS.
           05  WS-IDATA-SW           PIC X(01) VALUE "N".
               88  WS-IDATA-WRITING            VALUE "Y".
           05  WS-IDATA-INVOICE      PIC 9(07) VALUE ZEROS.
           05  WS-IDATA-LINE         PIC 9(03) VALUE ZEROS.

       01  WS-PROFORMA-TITLE.
           05  FILLER                PIC X(09) VALUE "PROFORMA ".
           END-IF
           PERFORM 0050-ACCEPT-OPERATION
           PERFORM 0100-READ-BUSINESS-DATE
           PERFORM 1000-VERIFY-PRODUCT-MASTER
           PERFORM 1050-LOAD-VAT-TABLE THRU 1050-DONE
           PERFORM 1070-LOAD-CONTRACT-TABLE THRU 1070-DONE
           PERFORM 1090-LOAD-CAMPAIGN-TABLE THRU 1090-DONE
           ELSE
               OPEN EXTEND INVOICE-FILE
               OPEN EXTEND PRICING-EXTRACT
               OPEN I-O INVOICE-DATA-FILE
           END-IF
           PERFORM 1100-ACCEPT-ORDER-HEADER
           IF NOT WS-ORDER-ABORT
                   MOVE WS-ORDER-NUMBER TO PT-QUOTE-NUMBER
                   WRITE PROFORMA-LINE FROM WS-PROFORMA-TITLE
                   WRITE PROFORMA-LINE FROM WS-ORDER-HEADER-LINE
                   IF NOT WS-INV-IN-EUROS
                       WRITE PROFORMA-LINE FROM WS-FX-RATE-LINE
                   END-IF
                   MOVE WS-ORDER-NUMBER TO QH-QUOTE-NUMBER
                   MOVE WS-CUSTOMER-NUMBER TO QH-CUST-NUMBER
                   WRITE QUOTE-ORDERS-RECORD
                       FROM WS-QUOTE-HEADER-LINE
               END-IF
               IF WS-CREDIT-HOLD
                   PERFORM 7900-HOLD-ORDER-HEADER THRU 7900-EXIT
               END-IF
               IF NOT WS-PRICE-ONLY
                   WRITE INVOICE-LINE FROM WS-ORDER-HEADER-LINE
                   IF NOT WS-INV-IN-EUROS
                       WRITE INVOICE-LINE FROM WS-FX-RATE-LINE
                   END-IF
                   IF NOT WS-REPLAY-MODE
                       PERFORM 7800-WRITE-DATA-HEADER THRU 7800-EXIT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ORDER-ABORT
               PERFORM ST THRU ST-EXIT
           END-IF
           CLOSE PRODUCT-MASTER
           IF NOT WS-ORDER-ABORT AND WS-CREDIT-HOLD
               PERFORM 7950-CLOSE-HELD-ORDER
           END-IF
           IF NOT WS-ORDER-ABORT AND NOT WS-CREDIT-HOLD
               MOVE my TO WR-NET-TOTAL
               MOVE WS-TAX-TOTAL TO WR-TAX-TOTAL
               MOVE WS-GROSS-TOTAL TO WR-GROSS-TOTAL
                   WRITE INVOICE-LINE FROM WS-RECEIPT-TAX-LINE
                   WRITE INVOICE-LINE FROM WS-RECEIPT-GROSS-LINE
               END-IF
               IF NOT WS-INV-IN-EUROS
                   PERFORM 7850-WRITE-CURRENCY-TOTALS
               END-IF
               IF WS-IDATA-WRITING
                   PERFORM 7830-WRITE-DATA-TRAILER
               END-IF
               IF NOT WS-REPLAY-MODE AND NOT WS-QUOTE-MODE
                   PERFORM 7000-POST-SALES-TO-LEDGER
                   PERFORM 7500-POST-RECEIVABLE
                   CALL "FCBUILD"
           ELSE
               CLOSE INVOICE-FILE
               CLOSE PRICING-EXTRACT
               CLOSE INVOICE-DATA-FILE
           END-IF
           IF WS-REPLAY-MODE
               CLOSE REPLAY-FEED
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 7800-WRITE-DATA-HEADER - the invoice number for the data
      * file and the header record; without the file the invoice
      * still prints, it is just not kept as data
      *-----------------------------------------------------------*
       7800-WRITE-DATA-HEADER.
           IF NOT WS-IDATA-OK
               DISPLAY "INVDATA indisponivel - fatura sem registo "
                   "de dados."
               GO TO 7800-EXIT
           END-IF
           MOVE "INVNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de fatura - fatura sem registo "
                   "de dados."
               GO TO 7800-EXIT
           END-IF
           MOVE SEQ-NUMBER TO WS-IDATA-INVOICE
           MOVE ZEROS TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE ZEROS TO ID-LINE-NUMBER
           SET ID-TYPE-HEADER TO TRUE
           SET ID-DOC-INVOICE TO TRUE
           MOVE WS-ORDER-NUMBER TO ID-ORDER-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO ID-CUST-NUMBER
           MOVE WS-CUSTOMER-NAME TO ID-CUST-NAME
           MOVE WS-ORDER-DATE TO ID-INVOICE-DATE
           MOVE WS-DRAWER-ID TO ID-DRAWER-ID
           MOVE "FICHA5E3" TO ID-SOURCE
           MOVE WS-INV-CURRENCY TO ID-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO ID-FX-RATE
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Fatura " WS-IDATA-INVOICE
                       " ja existe em INVDATA."
                   GO TO 7800-EXIT
           END-WRITE
           SET WS-IDATA-WRITING TO TRUE.
       7800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7810-WRITE-DATA-LINE - the priced line just printed
      *-----------------------------------------------------------*
       7810-WRITE-DATA-LINE.
           ADD 1 TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE WS-IDATA-LINE TO ID-LINE-NUMBER
           SET ID-TYPE-DETAIL TO TRUE
           MOVE codigo TO ID-PROD-CODE
           MOVE WS-PROD-DESC TO ID-PROD-DESC
           MOVE num TO ID-QTY
           MOVE ZEROS TO ID-SHORT-QTY
           MOVE WS-NET-AMOUNT TO ID-NET-AMOUNT
           MOVE WS-PROD-VAT-CAT TO ID-VAT-CAT
           MOVE OD-CONTRACT-FLAG TO ID-CONTRACT-FLAG
           MOVE OD-CAMPAIGN-REF TO ID-CAMPAIGN-REF
           MOVE WS-LINE-LOCATION TO ID-LOCATION
           IF WS-INV-IN-EUROS
               MOVE ZEROS TO ID-FX-NET
           ELSE
               MOVE WS-FX-LINE-NET TO ID-FX-NET
           END-IF
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Linha " WS-IDATA-LINE " da fatura "
                       WS-IDATA-INVOICE " ja existe em INVDATA."
           END-WRITE.

      *-----------------------------------------------------------*
      * 7820-WRITE-DATA-COMPONENT - a kit component under its kit,
      * as it was printed
      *-----------------------------------------------------------*
       7820-WRITE-DATA-COMPONENT.
           ADD 1 TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE WS-IDATA-LINE TO ID-LINE-NUMBER
           SET ID-TYPE-COMPONENT TO TRUE
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO ID-PROD-CODE
           MOVE WKL-DESC(WS-KIT-COMP-IDX) TO ID-PROD-DESC
           MOVE WKL-SHIPPED(WS-KIT-COMP-IDX) TO ID-QTY
           MOVE WKL-SHORT(WS-KIT-COMP-IDX) TO ID-SHORT-QTY
           MOVE WS-LINE-LOCATION TO ID-LOCATION
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Linha " WS-IDATA-LINE " da fatura "
                       WS-IDATA-INVOICE " ja existe em INVDATA."
           END-WRITE.

      *-----------------------------------------------------------*
      * 7830-WRITE-DATA-TRAILER - the totals as printed, in euros
      * and, for an export customer, in the invoice currency
      *-----------------------------------------------------------*
       7830-WRITE-DATA-TRAILER.
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE 999 TO ID-LINE-NUMBER
           SET ID-TYPE-TRAILER TO TRUE
           MOVE my TO ID-NET-TOTAL
           MOVE WS-TAX-TOTAL TO ID-TAX-TOTAL
           MOVE WS-GROSS-TOTAL TO ID-GROSS-TOTAL
           IF WS-INV-IN-EUROS
               MOVE ZEROS TO ID-FX-NET-TOTAL
               MOVE ZEROS TO ID-FX-TAX-TOTAL
               MOVE ZEROS TO ID-FX-GROSS-TOTAL
           ELSE
               MOVE WS-FX-NET-TOTAL TO ID-FX-NET-TOTAL
               MOVE WS-FX-TAX-TOTAL TO ID-FX-TAX-TOTAL
               MOVE WS-FX-GROSS-TOTAL TO ID-FX-GROSS-TOTAL
           END-IF
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Totais da fatura " WS-IDATA-INVOICE
                       " ja existem em INVDATA."
           END-WRITE.

      *-----------------------------------------------------------*
      * 7850-WRITE-CURRENCY-TOTALS - the euro totals repeated in the
      * invoice currency: the line nets as printed, the VAT at the
      * same rate, and their sum
      *-----------------------------------------------------------*
       7850-WRITE-CURRENCY-TOTALS.
           COMPUTE WS-FX-TAX-TOTAL ROUNDED =
               WS-TAX-TOTAL / WS-INV-FX-RATE
           COMPUTE WS-FX-GROSS-TOTAL =
               WS-FX-NET-TOTAL + WS-FX-TAX-TOTAL
           MOVE WS-INV-CURRENCY TO FT-CURRENCY
           MOVE "LIQUIDO" TO FT-LABEL
           MOVE WS-FX-NET-TOTAL TO FT-AMOUNT
           PERFORM 7860-WRITE-ONE-CURRENCY-LINE
           MOVE "IVA" TO FT-LABEL
           MOVE WS-FX-TAX-TOTAL TO FT-AMOUNT
           PERFORM 7860-WRITE-ONE-CURRENCY-LINE
           MOVE "TOTAL" TO FT-LABEL
           MOVE WS-FX-GROSS-TOTAL TO FT-AMOUNT
           PERFORM 7860-WRITE-ONE-CURRENCY-LINE.

       7860-WRITE-ONE-CURRENCY-LINE.
           IF WS-QUOTE-MODE
               WRITE PROFORMA-LINE FROM WS-FX-TOTAL-LINE
           ELSE
               WRITE INVOICE-LINE FROM WS-FX-TOTAL-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 7900-HOLD-ORDER-HEADER - the held order goes on the credit-
      * hold queue with the exposure as it stands; the lines follow
      * as they are priced
      *-----------------------------------------------------------*
       7900-HOLD-ORDER-HEADER.
           OPEN I-O CREDIT-HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "Fila de credito indisponivel - encomenda "
                   "recusada."
               SET WS-ORDER-ABORT TO TRUE
               GO TO 7900-EXIT
           END-IF
           INITIALIZE CREDIT-HOLD-RECORD
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           MOVE WS-CUSTOMER-NUMBER TO CH-CUST-NUMBER
           MOVE WS-ORDER-DATE TO CH-HOLD-DATE
           SET CH-FROM-COUNTER TO TRUE
           SET CH-HELD TO TRUE
           MOVE WS-HOLD-BALANCE TO CH-BALANCE
           MOVE WS-HOLD-LIMIT TO CH-CREDIT-LIMIT
           MOVE SPACES TO CH-WEB-REF
           WRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   DISPLAY "Encomenda ja retida - recusada."
                   CLOSE CREDIT-HOLD-FILE
                   SET WS-ORDER-ABORT TO TRUE
                   GO TO 7900-EXIT
           END-WRITE
           MOVE ZEROS TO WS-HOLD-VALUE
           MOVE ZEROS TO WS-HOLD-LINE-NUMBER.
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7910-HOLD-ORDER-LINE - one priced line onto the queue, to
      * be taken from the shop floor once released
      *-----------------------------------------------------------*
       7910-HOLD-ORDER-LINE.
           ADD 1 TO WS-HOLD-LINE-NUMBER
           INITIALIZE CREDIT-HOLD-RECORD
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE WS-HOLD-LINE-NUMBER TO CH-LINE-NUMBER
           MOVE codigo TO CH-PROD-CODE
           MOVE num TO CH-QTY
           MOVE "LJ" TO CH-LOCATION
           MOVE WS-NET-AMOUNT TO CH-LINE-VALUE
           WRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-HOLD-LINE-NUMBER
               NOT INVALID KEY
                   ADD WS-NET-AMOUNT TO WS-HOLD-VALUE
           END-WRITE.

      *-----------------------------------------------------------*
      * 7950-CLOSE-HELD-ORDER - the order value onto the queue
      * header, or the header off the queue if nothing was priced
      *-----------------------------------------------------------*
       7950-CLOSE-HELD-ORDER.
           MOVE WS-ORDER-NUMBER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-HOLD-LINE-NUMBER > ZEROS
                       MOVE WS-HOLD-VALUE TO CH-ORDER-VALUE
                       REWRITE CREDIT-HOLD-RECORD
                       DISPLAY "Encomenda " WS-ORDER-NUMBER
                           " retida para o controlo de credito."
                   ELSE
                       DELETE CREDIT-HOLD-FILE
                   END-IF
           END-READ
           CLOSE CREDIT-HOLD-FILE.

      *-----------------------------------------------------------*
      * 0050-ACCEPT-OPERATION - a sale posts; a quote only prices
      *-----------------------------------------------------------*
           END-IF.

      *-----------------------------------------------------------*
      * 1000-VERIFY-PRODUCT-MASTER - count and hash PRODUCT-MASTER
      * for FILECTL, then open it for ST's keyed reads; a sale
      * rewrites the stock, a quote or a replay only reads
      *-----------------------------------------------------------*
       1000-VERIFY-PRODUCT-MASTER.
           MOVE ZEROS TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           OPEN INPUT PRODUCT-MASTER
                   NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       ADD PROD-ON-HAND TO FC-HASH-TOTAL
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE "FICHA5E3" TO FC-CALLER
           MOVE WS-ORDER-DATE TO FC-BUSINESS-DATE
           SET FC-REQUEST-VERIFY TO TRUE
           CALL "FILCTL" USING FILCTL-LINKAGE
           IF WS-REPLAY-MODE OR WS-QUOTE-MODE
               OPEN INPUT PRODUCT-MASTER
           ELSE
               OPEN I-O PRODUCT-MASTER
           END-IF.

      *-----------------------------------------------------------*
      * 1600-READ-PRODUCT - the product in PROD-CODE by key; only
      * an active one is on sale.  Its stock fields are kept for
      * the split, the backorder and the stock movement
      *-----------------------------------------------------------*
       1600-READ-PRODUCT.
           MOVE "N" TO WS-PROD-ON-SALE-SW
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROD-ACTIVE
                       SET WS-PROD-ON-SALE TO TRUE
                   END-IF
           END-READ
           IF NOT WS-PROD-ON-SALE
               GO TO 1600-EXIT
           END-IF
           MOVE PROD-CODE TO WT-CODE
           MOVE PROD-DESC TO WT-DESC
           MOVE PROD-ON-HAND TO WT-ON-HAND
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO WT-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO WT-UNIT-COST
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1610-REWRITE-ON-HAND - what the line shipped comes off the
      * product's stock position as it ships
      *-----------------------------------------------------------*
       1610-REWRITE-ON-HAND.
           MOVE WT-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-QTY-SHIPPED FROM PROD-ON-HAND
                       ON SIZE ERROR
                           MOVE ZEROS TO PROD-ON-HAND
                   END-SUBTRACT
                   REWRITE PROD-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
           OPEN EXTEND BACKORDER-FILE
           MOVE WS-ORDER-DATE TO BO-ORDER-DATE
           MOVE WS-ORDER-NUMBER TO BO-ORDER-NUMBER
           MOVE WT-CODE TO BO-CODIGO
           MOVE WT-DESC TO BO-DESC
           MOVE WS-QTY-BACKORDER TO BO-QTY
           MOVE WS-CUSTOMER-NUMBER TO BO-CUST-NUMBER
           MOVE WS-LINE-LOCATION TO BO-LOCATION
           MOVE WS-BO-KIT-CODE TO BO-KIT-CODE
           WRITE BACKORDER-RECORD
           CLOSE BACKORDER-FILE.

      *-----------------------------------------------------------*
      * 5100-ACCEPT-LOCATION - the stock location the line is
      * taken from, logged for replay and re-prompted until valid;
      * nothing keyed is the shop floor
      *-----------------------------------------------------------*
       5100-ACCEPT-LOCATION.
           DISPLAY "Localizacao (LJ loja, AR armazem; Enter = LJ):"
           IF WS-REPLAY-MODE
               IF WS-FEED-HAVE
                   PERFORM 6300-NEXT-FEED-VALUE
                   MOVE WS-FEED-VALUE(1:2) TO WS-LINE-LOCATION
               ELSE
                   MOVE SPACES TO WS-LINE-LOCATION
               END-IF
           ELSE
               ACCEPT WS-LINE-LOCATION
           END-IF
           MOVE "LOCAL" TO WS-LOG-FIELD
           MOVE WS-LINE-LOCATION TO WS-LOG-VALUE
           PERFORM 6000-LOG-REPLAY
           IF WS-LINE-LOCATION = SPACES
               MOVE "LJ" TO WS-LINE-LOCATION
           END-IF
           MOVE WS-LINE-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               PERFORM 6100-LOG-ERROR
               DISPLAY "Localizacao Invalida"
               GO TO 5100-ACCEPT-LOCATION
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-EXPLODE-KIT - the kit's components, all checked before
      * any stock moves; a sale then ships each from the line's
      * location with its shortfall backordered against the kit,
      * a quote only lists what the kit would take
      *-----------------------------------------------------------*
       5200-EXPLODE-KIT.
           MOVE "N" TO WS-KIT-VALID-SW
           MOVE codigo TO KS-KIT-CODE
           CALL "KITSVC" USING KITSVC-LINKAGE
           IF KS-ERROR
               GO TO 5200-EXIT
           END-IF
           SET WS-KIT-VALID TO TRUE
           PERFORM 5210-CHECK-COMPONENT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT
                  OR NOT WS-KIT-VALID
           IF NOT WS-KIT-VALID OR WS-PRICE-ONLY
               GO TO 5200-EXIT
           END-IF
           PERFORM 5100-ACCEPT-LOCATION THRU 5100-EXIT
           MOVE codigo TO WS-BO-KIT-CODE
           PERFORM 5220-SHIP-COMPONENT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT.
       5200-EXIT.
           EXIT.

       5210-CHECK-COMPONENT.
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO WS-KIT-COMP-CODE
           MOVE WS-KIT-COMP-CODE TO PROD-CODE
           PERFORM 1600-READ-PRODUCT THRU 1600-EXIT
           IF WS-PROD-ON-SALE
               MOVE WT-CODE TO WKL-CODE(WS-KIT-COMP-IDX)
               MOVE WT-DESC TO WKL-DESC(WS-KIT-COMP-IDX)
           ELSE
               MOVE "N" TO WS-KIT-VALID-SW
           END-IF
           COMPUTE WKL-REQUIRED(WS-KIT-COMP-IDX) =
               num * KS-COMP-QTY(WS-KIT-COMP-IDX)
               ON SIZE ERROR
                   MOVE "N" TO WS-KIT-VALID-SW
           END-COMPUTE
           MOVE WKL-REQUIRED(WS-KIT-COMP-IDX)
               TO WKL-SHIPPED(WS-KIT-COMP-IDX)
           MOVE ZEROS TO WKL-SHORT(WS-KIT-COMP-IDX).

       5220-SHIP-COMPONENT.
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO WS-KIT-COMP-CODE
           MOVE WS-KIT-COMP-CODE TO PROD-CODE
           PERFORM 1600-READ-PRODUCT THRU 1600-EXIT
           MOVE WKL-REQUIRED(WS-KIT-COMP-IDX) TO WS-COMP-REQUIRED
           MOVE WS-LINE-LOCATION TO SLS-LOCATION
           SET SLS-REQUEST-GET TO TRUE
           MOVE WT-CODE TO SLS-PROD-CODE
           MOVE WT-ON-HAND TO SLS-PROD-ON-HAND
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               MOVE ZEROS TO SLS-LOC-ON-HAND
           END-IF
           MOVE WS-COMP-REQUIRED TO WS-QTY-SHIPPED
           MOVE ZEROS TO WS-QTY-BACKORDER
           IF WS-COMP-REQUIRED > SLS-LOC-ON-HAND
               MOVE SLS-LOC-ON-HAND TO WS-QTY-SHIPPED
               COMPUTE WS-QTY-BACKORDER =
                   WS-COMP-REQUIRED - WS-QTY-SHIPPED
               IF NOT WS-REPLAY-MODE
                   PERFORM 5000-WRITE-BACKORDER
               END-IF
           END-IF
           SUBTRACT WS-QTY-SHIPPED FROM WT-ON-HAND
           IF WS-QTY-SHIPPED > ZEROS AND NOT WS-REPLAY-MODE
               PERFORM 1610-REWRITE-ON-HAND
               SET SLS-REQUEST-APPLY TO TRUE
               COMPUTE SLS-QTY-CHANGE = ZEROS - WS-QTY-SHIPPED
               CALL "STKLOCSV" USING STKLOCSV-LINKAGE
               PERFORM 6600-WRITE-STOCK-MOVEMENT
           END-IF
           MOVE WS-QTY-SHIPPED TO WKL-SHIPPED(WS-KIT-COMP-IDX)
           MOVE WS-QTY-BACKORDER TO WKL-SHORT(WS-KIT-COMP-IDX).

      *-----------------------------------------------------------*
      * 5300-WRITE-KIT-LINE - one component under the kit's line,
      * on the proforma or the invoice
      *-----------------------------------------------------------*
       5300-WRITE-KIT-LINE.
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO KD-CODIGO
           MOVE WKL-DESC(WS-KIT-COMP-IDX) TO KD-DESC
           MOVE WKL-SHIPPED(WS-KIT-COMP-IDX) TO KD-QTY
           IF WKL-SHORT(WS-KIT-COMP-IDX) > ZEROS
               MOVE "EM FALTA " TO KD-SHORT-LABEL
           ELSE
               MOVE SPACES TO KD-SHORT-LABEL
           END-IF
           MOVE WKL-SHORT(WS-KIT-COMP-IDX) TO KD-SHORT-QTY
           MOVE WS-LINE-LOCATION TO KD-LOCATION
           IF WS-QUOTE-MODE
               WRITE PROFORMA-LINE FROM WS-KIT-COMPONENT-LINE
           ELSE
               WRITE INVOICE-LINE FROM WS-KIT-COMPONENT-LINE
               IF WS-IDATA-WRITING
                   PERFORM 7820-WRITE-DATA-COMPONENT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1100-ACCEPT-ORDER-HEADER - capture the customer/order
      * identity once per run, so every ORDER-DETAIL line ST writes
      *-----------------------------------------------------------*
      * 1150-VALIDATE-CUSTOMER - the order is taken for a customer
      * number on the CUSTOMER-MASTER, never a free-text name; an
      * order for a customer at their credit limit is held for the
      * credit controller (refused on a replay)
      *-----------------------------------------------------------*
       1150-VALIDATE-CUSTOMER.
           OPEN I-O CUSTOMER-MASTER
           END-IF
           IF CU-OPEN-BALANCE >= CU-CREDIT-LIMIT
               AND NOT WS-QUOTE-MODE
               AND WS-REPLAY-MODE
               DISPLAY "Limite de credito atingido - "
                   "encomenda recusada."
               CLOSE CUSTOMER-MASTER
               SET WS-ORDER-ABORT TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF CU-OPEN-BALANCE >= CU-CREDIT-LIMIT
               AND NOT WS-QUOTE-MODE
               DISPLAY "Limite de credito atingido - a encomenda "
                   "fica retida para o controlo de credito."
               SET WS-CREDIT-HOLD TO TRUE
               MOVE CU-OPEN-BALANCE TO WS-HOLD-BALANCE
               MOVE CU-CREDIT-LIMIT TO WS-HOLD-LIMIT
           END-IF
           MOVE CU-NAME TO WS-CUSTOMER-NAME
           MOVE CU-PAYMENT-TERMS TO WS-CUST-TERMS
           MOVE CU-CURRENCY-CODE TO WS-INV-CURRENCY
           MOVE ZEROS TO WS-INV-FX-RATE
           IF NOT WS-INV-IN-EUROS
               MOVE WS-INV-CURRENCY TO CV-CURRENCY-CODE
               MOVE WS-ORDER-DATE TO CV-RATE-DATE
               CALL "CURSVC" USING CURSVC-LINKAGE
               IF CV-ERROR
                   DISPLAY "Sem cambio em vigor para a moeda "
                       WS-INV-CURRENCY " - encomenda recusada."
                   CLOSE CUSTOMER-MASTER
                   SET WS-ORDER-ABORT TO TRUE
                   GO TO 1150-EXIT
               END-IF
               MOVE CV-RATE TO WS-INV-FX-RATE
               MOVE WS-INV-CURRENCY TO FR-CURRENCY
               MOVE WS-INV-FX-RATE TO FR-RATE
               DISPLAY "Fatura em " WS-INV-CURRENCY
                   " ao cambio " FR-RATE
           END-IF
           CLOSE CUSTOMER-MASTER.
       1150-EXIT.
           EXIT.
               GO TO ST-EXIT
           END-IF
           IF NOT WS-ORDER-SENTINEL
               MOVE codigo TO PROD-CODE
               PERFORM 1600-READ-PRODUCT THRU 1600-EXIT
               IF NOT WS-PROD-ON-SALE
                   MOVE "CODIGO" TO WS-LOG-FIELD
                   MOVE codigo TO WS-LOG-VALUE
                   PERFORM 6100-LOG-ERROR
                   DISPLAY "Codigo Invalido"
                   PERFORM ST THRU ST-EXIT
                   GO TO ST-EXIT
               END-IF
               MOVE PROD-RATE TO WS-PROD-RATE
               MOVE PROD-DESC TO WS-PROD-DESC
               MOVE PROD-VAT-CAT TO WS-PROD-VAT-CAT
               MOVE PROD-KIT-SW TO WS-LINE-KIT-SW

               DISPLAY "Coloque a quantidade do produto:"
               IF WS-REPLAY-MODE

               MOVE num TO WS-QTY-SHIPPED
               MOVE ZEROS TO WS-QTY-BACKORDER
               MOVE SPACES TO WS-LINE-LOCATION
               MOVE ZEROS TO WS-BO-KIT-CODE
               IF WS-LINE-IS-KIT
                   PERFORM 5200-EXPLODE-KIT THRU 5200-EXIT
                   IF NOT WS-KIT-VALID
                       MOVE "CODIGO" TO WS-LOG-FIELD
                       MOVE codigo TO WS-LOG-VALUE
                       PERFORM 6100-LOG-ERROR
                       DISPLAY "Kit Invalido"
                       PERFORM ST THRU ST-EXIT
                       GO TO ST-EXIT
                   END-IF
                   GO TO ST-PRICE
               END-IF
               IF WS-PRICE-ONLY
      *            a quote or a held order prices the asked-for
      *            quantity and leaves the stock position alone
                   GO TO ST-PRICE
               END-IF
               PERFORM 5100-ACCEPT-LOCATION THRU 5100-EXIT
               SET SLS-REQUEST-GET TO TRUE
               MOVE codigo TO SLS-PROD-CODE
               MOVE WT-ON-HAND TO SLS-PROD-ON-HAND
               CALL "STKLOCSV" USING STKLOCSV-LINKAGE
               IF NOT SLS-OK
                   MOVE ZEROS TO SLS-LOC-ON-HAND
               END-IF
               IF num > SLS-LOC-ON-HAND
                   MOVE SLS-LOC-ON-HAND TO WS-QTY-SHIPPED
                   COMPUTE WS-QTY-BACKORDER = num - WS-QTY-SHIPPED
                   IF NOT WS-REPLAY-MODE
                       PERFORM 5000-WRITE-BACKORDER
                   END-IF
               END-IF
               SUBTRACT WS-QTY-SHIPPED FROM WT-ON-HAND
               IF WS-QTY-SHIPPED > ZEROS AND NOT WS-REPLAY-MODE
                   PERFORM 1610-REWRITE-ON-HAND
                   SET SLS-REQUEST-APPLY TO TRUE
                   COMPUTE SLS-QTY-CHANGE = ZEROS - WS-QTY-SHIPPED
                   CALL "STKLOCSV" USING STKLOCSV-LINKAGE
                   PERFORM 6600-WRITE-STOCK-MOVEMENT
               END-IF
               IF WS-QTY-SHIPPED = ZEROS
               MOVE WS-PROD-DESC TO OD-DESC
               MOVE num TO OD-QTY
               MOVE WS-NET-AMOUNT TO OD-NET
               PERFORM 3900-CONVERT-LINE-NET
               MOVE WS-PROD-VAT-CAT TO OD-VAT-BAND
               MOVE WS-LINE-LOCATION TO OD-LOCATION
               IF WS-QUOTE-MODE
                   WRITE PROFORMA-LINE FROM WS-ORDER-DETAIL-LINE
                   MOVE codigo TO QD-CODIGO
                   MOVE num TO QD-QTY
                   WRITE QUOTE-ORDERS-RECORD
                       FROM WS-QUOTE-DETAIL-LINE
               END-IF
               IF WS-CREDIT-HOLD
                   PERFORM 7910-HOLD-ORDER-LINE
               END-IF
               IF NOT WS-PRICE-ONLY
                   WRITE INVOICE-LINE FROM WS-ORDER-DETAIL-LINE
                   IF WS-IDATA-WRITING
                       PERFORM 7810-WRITE-DATA-LINE
                   END-IF
                   MOVE codigo TO WC-CODIGO
                   MOVE WS-PROD-DESC TO WC-DESC
                   MOVE num TO WC-QTY
                   MOVE WS-NET-AMOUNT TO WC-PRICE
                   WRITE CSV-LINE FROM WS-CSV-LINE
               END-IF
               IF WS-LINE-IS-KIT AND NOT WS-CREDIT-HOLD
                   PERFORM 5300-WRITE-KIT-LINE
                       VARYING WS-KIT-COMP-IDX FROM 1 BY 1
                       UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT
               END-IF

               DISPLAY "O pre�o sera de " my

               MOVE WVT-RATE(WS-VAT-IDX) TO WS-TAX-RATE
           END-IF.

      *-----------------------------------------------------------*
      * 3900-CONVERT-LINE-NET - the line net in the invoice currency
      * at the order-date rate; a euro invoice leaves it blank
      *-----------------------------------------------------------*
       3900-CONVERT-LINE-NET.
           IF WS-INV-IN-EUROS
               MOVE ZEROS TO OD-FX-NET
           ELSE
               COMPUTE WS-FX-LINE-NET ROUNDED =
                   WS-NET-AMOUNT / WS-INV-FX-RATE
               ADD WS-FX-LINE-NET TO WS-FX-NET-TOTAL
               MOVE WS-FX-LINE-NET TO OD-FX-NET
           END-IF.

      *-----------------------------------------------------------*
      * 7500-POST-RECEIVABLE - post the completed invoice to the
      * accounts-receivable open items and roll the gross into the
           MOVE WS-DUE-DATE TO AR-DUE-DATE
           SET AR-TYPE-INVOICE TO TRUE
           MOVE ZEROS TO AR-INT-CHARGED-DATE
           MOVE WS-INV-CURRENCY TO AR-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO AR-FX-RATE
           MOVE WS-FX-GROSS-TOTAL TO AR-FX-AMOUNT
           MOVE ZEROS TO AR-COMM-DATE
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Encomenda ja lancada em conta corrente."
           OPEN EXTEND STOCK-MOVEMENT-LEDGER
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE WS-ORDER-DATE TO SK-MOVE-DATE
           MOVE WT-CODE TO SK-PROD-CODE
           MOVE "FICHA5E3" TO SK-SOURCE
           SET SK-TYPE-SALE TO TRUE
           COMPUTE SK-QTY = ZEROS - WS-QTY-SHIPPED
           MOVE WT-UNIT-COST TO SK-UNIT-COST
           COMPUTE SK-VALUE = SK-QTY * SK-UNIT-COST
           MOVE WS-LINE-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-LEDGER.

      * to the shared replay log
      *-----------------------------------------------------------*
       6000-LOG-REPLAY.
      *    a reproduction is not operator activity, and a quote or
      *    a held order must never replay as a sale - none is logged
           IF NOT WS-REPLAY-MODE AND NOT WS-PRICE-ONLY
               ACCEPT WS-REPLAY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-REPLAY-TIME FROM TIME
               MOVE SPACES TO REPLAY-LOG-RECORD
