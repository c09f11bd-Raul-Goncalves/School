      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each released sale movement on STKMOVE is now
      *                 valued at the product's moving-average cost
      *                 (standard cost until one exists).
      * 2026-10-15  RG  A line is now released from the stock of the
      *                 location it was ordered from (BO-LOCATION;
      *                 none reads as the back warehouse) through
      *                 STKLOCSV, and the sale movement and the
      *                 invoice line carry the location.
      * 2026-10-15  RG  A kit component's line (BO-KIT-CODE) is
      *                 released and moved on STKMOVE like any other
      *                 but not invoiced - the kit was charged in full
      *                 when it was sold; the report marks it (KIT).
      * 2026-10-15  RG  An export customer's release is invoiced in
      *                 its CU-CURRENCY-CODE as the dispatch is: the
      *                 run date's CURRATE rate under the header, the
      *                 line net and totals repeated in the currency,
      *                 and currency, rate and foreign gross on the
      *                 open item.  With no rate on file the release
      *                 is invoiced in euros and the console says so.
      * 2026-10-15  RG  Each release invoice is also kept on the
      *                 INVDATA file in fixed layout - header, line
      *                 and totals, amounts unedited - under an INVNO
      *                 invoice number, for the readers that used to
      *                 de-edit the print lines.
      * 2026-10-15  RG  Each line released raises a BORLSE item on the
      *                 WORKQ operator work queue, through WQRAISE, for
      *                 the warehouse to pick and dispatch it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY SEQSVC.

       COPY STKLOCSV.

       COPY PRICELIN.

       COPY CURSVC.

       COPY WQRAISE.

       01  WS-BO-STATUS              PIC XX VALUE "00".
           88  WS-BO-OK                      VALUE "00".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-CONP-STATUS            PIC XX VALUE "00".
           88  WS-CONP-OK                    VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".
       01  WS-IDATA-INVOICE          PIC 9(07) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".

       01  WS-RELEASE-FIELDS.
           05  WS-QTY-RELEASED       PIC 9(03) VALUE ZEROS.
           05  WS-LOC-AVAILABLE      PIC 9(05) VALUE ZEROS.
           05  WS-QTY-REMAINING      PIC 9(03) VALUE ZEROS.
           05  WS-NEW-ORDER          PIC 9(05) VALUE ZEROS.
           05  WS-GROSS-AMOUNT       PIC 9(6)V99 VALUE ZEROS.
           05  WS-KEPT-TBL-COUNT     PIC 9(03) VALUE ZEROS.
           05  WS-KEPT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-KEPT-TBL-COUNT.
               10  WKB-RECORD        PIC X(63).
       01  WS-KEPT-IDX               PIC 9(03) VALUE ZEROS.

       01  WS-ORDER-HEADER-LINE.
           05  OD-CONTRACT-FLAG      PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-CAMPAIGN-REF       PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-LOCATION           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-FX-NET             PIC ZZZZZ9.99 BLANK WHEN ZERO.

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

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(28) VALUE
               "LIBERTACAO DE BACKORDERS    ".
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O AR-OPEN-ITEMS
           OPEN EXTEND INVOICE-FILE
           OPEN I-O INVOICE-DATA-FILE
           OPEN OUTPUT RELEASE-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE RELEASE-REPORT-LINE FROM WS-REPORT-HEADER
                   PERFORM 4500-PRINT-LINE
                   GO TO 2000-READ-NEXT
           END-READ
           IF BO-LOCATION = SPACES
               MOVE "AR" TO BO-LOCATION
           END-IF
           SET SLS-REQUEST-GET TO TRUE
           MOVE BO-CODIGO TO SLS-PROD-CODE
           MOVE BO-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           MOVE SLS-LOC-ON-HAND TO WS-LOC-AVAILABLE
           IF NOT SLS-OK
               MOVE ZEROS TO WS-LOC-AVAILABLE
           END-IF
           IF WS-LOC-AVAILABLE = ZEROS
               MOVE "SEM STOCK" TO WD-RESULT
               MOVE ZEROS TO WS-QTY-RELEASED
               MOVE BO-QTY TO WS-QTY-REMAINING
               PERFORM 4500-PRINT-LINE
               GO TO 2000-READ-NEXT
           END-IF
           IF WS-LOC-AVAILABLE >= BO-QTY
               MOVE BO-QTY TO WS-QTY-RELEASED
               MOVE ZEROS TO WS-QTY-REMAINING
               MOVE "SATISFEITO" TO WD-RESULT
           ELSE
               MOVE WS-LOC-AVAILABLE TO WS-QTY-RELEASED
               COMPUTE WS-QTY-REMAINING = BO-QTY - WS-QTY-RELEASED
               MOVE "PARCIAL" TO WD-RESULT
           END-IF
           IF BO-KIT-CODE NUMERIC AND BO-KIT-CODE > ZEROS
               MOVE "(KIT)" TO WD-RESULT(12:5)
           END-IF
           SET SLS-REQUEST-APPLY TO TRUE
           COMPUTE SLS-QTY-CHANGE = ZEROS - WS-QTY-RELEASED
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               MOVE "ERRO NA LOCALIZACAO" TO WD-RESULT
               MOVE ZEROS TO WS-QTY-RELEASED
               MOVE BO-QTY TO WS-QTY-REMAINING
               PERFORM 4000-KEEP-LINE
               PERFORM 4500-PRINT-LINE
               GO TO 2000-READ-NEXT
           END-IF
           SUBTRACT WS-QTY-RELEASED FROM PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 5500-WRITE-STOCK-MOVEMENT
      *    a kit component was charged with its kit when sold
           IF NOT (BO-KIT-CODE NUMERIC AND BO-KIT-CODE > ZEROS)
               PERFORM 5000-INVOICE-RELEASE
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2500-QUEUE-RELEASE
           IF WS-QTY-REMAINING > ZEROS
               MOVE WS-QTY-REMAINING TO BO-QTY
               PERFORM 4000-KEEP-LINE
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-QUEUE-RELEASE - the released line goes on the operator
      * work queue for the warehouse to pick and dispatch
      *-----------------------------------------------------------*
       2500-QUEUE-RELEASE.
           MOVE "BORLSE" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING WS-RUN-DATE       DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BO-ORDER-NUMBER   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  BO-CODIGO         DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "BACKORDER LIBERTADO - ENC " DELIMITED BY SIZE
                  BO-ORDER-NUMBER   DELIMITED BY SIZE
                  " PROD "          DELIMITED BY SIZE
                  BO-CODIGO         DELIMITED BY SIZE
                  " QTD "           DELIMITED BY SIZE
                  WS-QTY-RELEASED   DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 1 TO WR-REQUIRED-LEVEL
           MOVE "BORLSE" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

       4000-KEEP-LINE.
           IF WS-KEPT-TBL-COUNT < 500
               ADD 1 TO WS-KEPT-TBL-COUNT
           MOVE BO-CUST-NUMBER TO OH-CUST-NUMBER
           MOVE "(BACKORDER LIBERTADO)" TO OH-CUSTOMER-NAME
           MOVE ZEROS TO WS-CUST-TERMS
           MOVE SPACES TO WS-INV-CURRENCY
           MOVE ZEROS TO WS-INV-FX-RATE
           MOVE BO-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
               NOT INVALID KEY
                   MOVE CU-NAME TO OH-CUSTOMER-NAME
                   MOVE CU-PAYMENT-TERMS TO WS-CUST-TERMS
                   MOVE CU-CURRENCY-CODE TO WS-INV-CURRENCY
           END-READ
           IF NOT WS-INV-IN-EUROS
               PERFORM 5050-LOOKUP-INVOICE-RATE
           END-IF
           MOVE WS-RUN-DATE TO OH-ORDER-DATE
           WRITE INVOICE-LINE FROM WS-ORDER-HEADER-LINE
           IF NOT WS-INV-IN-EUROS
               WRITE INVOICE-LINE FROM WS-FX-RATE-LINE
           END-IF
           MOVE BO-CODIGO TO OD-CODIGO
           MOVE BO-DESC TO OD-DESC
           MOVE WS-QTY-RELEASED TO OD-QTY
           MOVE PL-NET-AMOUNT TO OD-NET
           MOVE ZEROS TO WS-FX-NET-TOTAL
           IF NOT WS-INV-IN-EUROS
               COMPUTE WS-FX-NET-TOTAL ROUNDED =
                   PL-NET-AMOUNT / WS-INV-FX-RATE
           END-IF
           MOVE WS-FX-NET-TOTAL TO OD-FX-NET
           MOVE WS-PROD-VAT-CAT TO OD-VAT-BAND
           MOVE BO-LOCATION TO OD-LOCATION
           WRITE INVOICE-LINE FROM WS-ORDER-DETAIL-LINE
           MOVE PL-NET-AMOUNT TO WR-NET-TOTAL
           WRITE INVOICE-LINE FROM WS-RECEIPT-NET-LINE
               PL-NET-AMOUNT + PL-TAX-AMOUNT
           MOVE WS-GROSS-AMOUNT TO WR-GROSS-TOTAL
           WRITE INVOICE-LINE FROM WS-RECEIPT-GROSS-LINE
           MOVE ZEROS TO WS-FX-GROSS-TOTAL
           IF NOT WS-INV-IN-EUROS
               PERFORM 5060-WRITE-CURRENCY-TOTALS
           END-IF
           PERFORM 5400-WRITE-INVOICE-DATA THRU 5400-EXIT
           MOVE BO-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE WS-NEW-ORDER TO AR-ORDER-NUMBER
           MOVE WS-RUN-DATE TO AR-INVOICE-DATE
           MOVE WS-DUE-DATE TO AR-DUE-DATE
           SET AR-TYPE-INVOICE TO TRUE
           MOVE ZEROS TO AR-INT-CHARGED-DATE
           MOVE WS-INV-CURRENCY TO AR-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO AR-FX-RATE
           MOVE WS-FX-GROSS-TOTAL TO AR-FX-AMOUNT
           MOVE ZEROS TO AR-COMM-DATE
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Item de conta corrente duplicado - "
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      * 5050-LOOKUP-INVOICE-RATE - the run date's rate for an export
      * customer; with none on file the release goes out in euros
      *-----------------------------------------------------------*
       5050-LOOKUP-INVOICE-RATE.
           MOVE WS-INV-CURRENCY TO CV-CURRENCY-CODE
           MOVE WS-RUN-DATE TO CV-RATE-DATE
           CALL "CURSVC" USING CURSVC-LINKAGE
           IF CV-ERROR
               DISPLAY "Sem cambio em vigor para a moeda "
                   WS-INV-CURRENCY " - cliente " BO-CUST-NUMBER
                   " faturado em euros."
               MOVE SPACES TO WS-INV-CURRENCY
           ELSE
               MOVE CV-RATE TO WS-INV-FX-RATE
               MOVE WS-INV-CURRENCY TO FR-CURRENCY
               MOVE WS-INV-FX-RATE TO FR-RATE
           END-IF.

      *-----------------------------------------------------------*
      * 5060-WRITE-CURRENCY-TOTALS - the euro totals repeated in the
      * invoice currency
      *-----------------------------------------------------------*
       5060-WRITE-CURRENCY-TOTALS.
           COMPUTE WS-FX-TAX-TOTAL ROUNDED =
               PL-TAX-AMOUNT / WS-INV-FX-RATE
           COMPUTE WS-FX-GROSS-TOTAL =
               WS-FX-NET-TOTAL + WS-FX-TAX-TOTAL
           MOVE WS-INV-CURRENCY TO FT-CURRENCY
           MOVE "LIQUIDO" TO FT-LABEL
           MOVE WS-FX-NET-TOTAL TO FT-AMOUNT
           WRITE INVOICE-LINE FROM WS-FX-TOTAL-LINE
           MOVE "IVA" TO FT-LABEL
           MOVE WS-FX-TAX-TOTAL TO FT-AMOUNT
           WRITE INVOICE-LINE FROM WS-FX-TOTAL-LINE
           MOVE "TOTAL" TO FT-LABEL
           MOVE WS-FX-GROSS-TOTAL TO FT-AMOUNT
           WRITE INVOICE-LINE FROM WS-FX-TOTAL-LINE.

      *-----------------------------------------------------------*
      * 5400-WRITE-INVOICE-DATA - the release invoice as data:
      * header, its one line and the totals under an INVNO number;
      * without the file the invoice still prints
      *-----------------------------------------------------------*
       5400-WRITE-INVOICE-DATA.
           IF NOT WS-IDATA-OK
               DISPLAY "INVDATA indisponivel - encomenda "
                   WS-NEW-ORDER " sem registo de dados."
               GO TO 5400-EXIT
           END-IF
           MOVE "INVNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de fatura - encomenda "
                   WS-NEW-ORDER " sem registo de dados."
               GO TO 5400-EXIT
           END-IF
           MOVE SEQ-NUMBER TO WS-IDATA-INVOICE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE ZEROS TO ID-LINE-NUMBER
           SET ID-TYPE-HEADER TO TRUE
           SET ID-DOC-INVOICE TO TRUE
           MOVE WS-NEW-ORDER TO ID-ORDER-NUMBER
           MOVE BO-CUST-NUMBER TO ID-CUST-NUMBER
           MOVE OH-CUSTOMER-NAME TO ID-CUST-NAME
           MOVE WS-RUN-DATE TO ID-INVOICE-DATE
           MOVE ZEROS TO ID-DRAWER-ID
           MOVE "BORLSE" TO ID-SOURCE
           MOVE WS-INV-CURRENCY TO ID-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO ID-FX-RATE
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Fatura " WS-IDATA-INVOICE
                       " ja existe em INVDATA."
                   GO TO 5400-EXIT
           END-WRITE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE 1 TO ID-LINE-NUMBER
           SET ID-TYPE-DETAIL TO TRUE
           MOVE BO-CODIGO TO ID-PROD-CODE
           MOVE BO-DESC TO ID-PROD-DESC
           MOVE WS-QTY-RELEASED TO ID-QTY
           MOVE ZEROS TO ID-SHORT-QTY
           MOVE PL-NET-AMOUNT TO ID-NET-AMOUNT
           MOVE WS-PROD-VAT-CAT TO ID-VAT-CAT
           MOVE OD-CONTRACT-FLAG TO ID-CONTRACT-FLAG
           MOVE OD-CAMPAIGN-REF TO ID-CAMPAIGN-REF
           MOVE BO-LOCATION TO ID-LOCATION
           MOVE WS-FX-NET-TOTAL TO ID-FX-NET
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE 999 TO ID-LINE-NUMBER
           SET ID-TYPE-TRAILER TO TRUE
           MOVE PL-NET-AMOUNT TO ID-NET-TOTAL
           MOVE PL-TAX-AMOUNT TO ID-TAX-TOTAL
           MOVE WS-GROSS-AMOUNT TO ID-GROSS-TOTAL
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
                   CONTINUE
           END-WRITE.
       5400-EXIT.
           EXIT.

       5500-WRITE-STOCK-MOVEMENT.
           OPEN EXTEND STOCK-MOVEMENT-LEDGER
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE "BORLSE" TO SK-SOURCE
           SET SK-TYPE-SALE TO TRUE
           COMPUTE SK-QTY = ZEROS - WS-QTY-RELEASED
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO SK-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO SK-UNIT-COST
           END-IF
           COMPUTE SK-VALUE = SK-QTY * SK-UNIT-COST
           MOVE BO-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-LEDGER.

           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-ITEMS
           CLOSE INVOICE-FILE
           CLOSE INVOICE-DATA-FILE
           CLOSE RELEASE-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
