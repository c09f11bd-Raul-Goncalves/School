       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODISP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Dispatch and invoice-on-dispatch for the
      *                sales-order book.  When the goods picked from
      *                PICKLST's list are loaded, the dispatcher keys
      *                the order and, per confirmed line still open,
      *                the quantity actually leaving (never more than
      *                the line's balance or the stock at its
      *                location; a kit leaves in whole kits, as its
      *                components).  Once confirmed, the stock moves
      *                (PRODMAST, STKLOCSV, an "S" movement on
      *                STKMOVE), the shipped quantity is priced
      *                through PRICELIN at the price agreed on the
      *                order with the VAT rate in force today, and
      *                only that is invoiced to the INVOICE file and
      *                posted to AROPEN and the customer's balance.
      *                The order's first invoice carries the order
      *                number; any later one for the same order a
      *                fresh SEQSVC ORDERNO number, as BORLSE does.
      *                A delivery note (SEQSVC DELNO) goes with the
      *                goods.  Whatever did not leave stays open on
      *                the order line for the next dispatch.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Each dispatch now also prints a numbered
      *                 transport document (SEQSVC TRANSDOC) for the
      *                 goods in transit - carrier, vehicle plate,
      *                 load and unload places, start date and time,
      *                 consignee and NIF, the goods - and is entered
      *                 on the DISPATCH register in transit, for
      *                 PODCAPT's proof of delivery.
      * 2026-10-15  RG  Export customers are invoiced in their
      *                 CU-CURRENCY-CODE at the CURRATE rate of the
      *                 dispatch date (CURSVC): the rate under the
      *                 header, each line's net in the currency after
      *                 the euro columns, the totals repeated in it.
      *                 The euro amounts stay the figures of record;
      *                 the open item keeps currency, rate and the
      *                 foreign gross.  No rate on file, no dispatch.
      * 2026-10-15  RG  The invoice header of an order imported from
      *                 the web shop carries the shop's order
      *                 reference (SO-WEB-REF) after the date.
      * 2026-10-15  RG  Each invoice is also kept on the INVDATA file
      *                 in fixed layout - header, lines, kit
      *                 components and totals, amounts unedited -
      *                 under an INVNO invoice number, for the
      *                 readers that used to de-edit the print lines.
      * 2026-10-15  RG  Past 50 lines in one dispatch the remaining
      *                 lines are shown as left for the next dispatch
      *                 before a quantity is asked for, instead of
      *                 the quantity keyed being dropped unseen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO "SORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DELIVERY-NOTES ASSIGN TO "DELNOTE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSPORT-DOCS ASSIGN TO "TRANSDOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPATCH-REGISTER ASSIGN TO "DISPATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NOTE-NUMBER
               ALTERNATE RECORD KEY IS DP-INVOICE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT OPTIONAL STOCK-MOVEMENT-LEDGER ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
       COPY SORDER.

       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  INVOICE-FILE.
       01  INVOICE-LINE              PIC X(80).

       FD  DELIVERY-NOTES.
       01  DELIVERY-NOTE-LINE        PIC X(80).

       FD  TRANSPORT-DOCS.
       01  TRANSPORT-DOC-LINE        PIC X(80).

       FD  DISPATCH-REGISTER.
       COPY DISPATCH.

       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  STOCK-MOVEMENT-LEDGER.
       COPY STKMOVE.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       COPY STKLOCSV.

       COPY PRICELIN.

       COPY KITSVC.

       COPY CURSVC.

       01  WS-SORD-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-SORD-OK                    VALUES "00" "05".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUE "00".
       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-DISP-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-DISP-OK                    VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

      *    the invoice as data: the INVNO number drawn when the
      *    header goes out, and the line number of the last record
       01  WS-IDATA-FIELDS.
           05  WS-IDATA-SW           PIC X(01) VALUE "N".
               88  WS-IDATA-WRITING            VALUE "Y".
           05  WS-IDATA-INVOICE      PIC 9(07) VALUE ZEROS.
           05  WS-IDATA-LINE         PIC 9(03) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ORDER-EOF-SW       PIC X(01) VALUE "N".
               88  WS-ORDER-EOF                VALUE "Y".
           05  WS-VAT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-VAT-EOF                  VALUE "Y".
           05  WS-INVOICED-BEFORE-SW PIC X(01) VALUE "N".
               88  WS-INVOICED-BEFORE          VALUE "Y".
           05  WS-INVOICE-OPEN-SW    PIC X(01) VALUE "N".
               88  WS-INVOICE-OPEN             VALUE "Y".
           05  WS-KIT-FAILED-SW      PIC X(01) VALUE "N".
               88  WS-KIT-FAILED               VALUE "Y".
           05  WS-AR-WRITTEN-SW      PIC X(01) VALUE "N".
               88  WS-AR-WRITTEN               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MONTH          PIC 9(02).
           05  WS-RUN-DAY            PIC 9(02).

       01  WS-DUE-DATE-FIELDS.
           05  WS-CUST-TERMS         PIC 9(03) VALUE ZEROS.
           05  WS-DUE-MONTH-INDEX    PIC 9(06) VALUE ZEROS.
           05  WS-DUE-YEAR           PIC 9(04) VALUE ZEROS.
           05  WS-DUE-MONTH          PIC 9(02) VALUE ZEROS.
           05  WS-DUE-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-VAT-TABLE.
           05  WS-VAT-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-VAT-ENTRY OCCURS 1 TO 10 TIMES
               DEPENDING ON WS-VAT-COUNT.
               10  WVT-CAT           PIC X(01).
               10  WVT-RATE          PIC V999.
       01  WS-VAT-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-TAX-RATE               PIC V999 VALUE .230.
       01  WS-PROD-VAT-CAT           PIC X(01) VALUE "N".

      *    the lines of the order being dispatched and the quantity
      *    keyed for each
       01  WS-DISPATCH-TABLE.
           05  WS-DSP-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-DSP-ENTRY OCCURS 50 TIMES.
               10  WDS-LINE-NUMBER   PIC 9(03).
               10  WDS-QTY           PIC 9(03).
       01  WS-DSP-IDX                PIC 9(02) VALUE ZEROS.

      *    a kit leaving: each component's code, description, cost
      *    and the quantity moved
       01  WS-KIT-LINE-TABLE.
           05  WS-KIT-LINE OCCURS 10 TIMES.
               10  WKL-CODE          PIC 9(03).
               10  WKL-DESC          PIC X(20).
               10  WKL-QTY           PIC 9(05).
               10  WKL-UNIT-COST     PIC 9(5)V99.
       01  WS-KIT-FIELDS.
           05  WS-KIT-COMP-IDX       PIC 9(02) VALUE ZEROS.
           05  WS-KIT-APPLIED        PIC 9(02) VALUE ZEROS.
           05  WS-COMP-QTY           PIC 9(05) VALUE ZEROS.
           05  WS-KITS-POSSIBLE      PIC 9(05) VALUE ZEROS.

       01  WS-ORDER-FIELDS.
           05  WS-ENTRY-ORDER        PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-QTY          PIC 9(03) VALUE ZEROS.
           05  WS-ORDER-CUST         PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-WEB-REF      PIC X(15) VALUE SPACES.
           05  WS-OUTSTANDING        PIC 9(03) VALUE ZEROS.
           05  WS-AVAILABLE          PIC 9(05) VALUE ZEROS.
           05  WS-ENTERED-LINES      PIC 9(03) VALUE ZEROS.
           05  WS-OPEN-LINES         PIC 9(03) VALUE ZEROS.
           05  WS-QTY-SHIPPED        PIC 9(03) VALUE ZEROS.
           05  WS-MOVE-PROD-CODE     PIC 9(03) VALUE ZEROS.
           05  WS-UNIT-COST          PIC 9(5)V99 VALUE ZEROS.
           05  WS-INVOICE-NUMBER     PIC 9(05) VALUE ZEROS.
           05  WS-NOTE-NUMBER        PIC 9(06) VALUE ZEROS.
           05  WS-NET-TOTAL          PIC 9(6)V99 VALUE ZEROS.
           05  WS-TAX-TOTAL          PIC 9(6)V99 VALUE ZEROS.
           05  WS-GROSS-TOTAL        PIC 9(6)V99 VALUE ZEROS.

      *    the goods-in-transit details keyed for the dispatch; the
      *    load place carries over from one dispatch to the next
       01  WS-TRANSPORT-FIELDS.
           05  WS-CARRIER            PIC X(25) VALUE SPACES.
           05  WS-VEHICLE-PLATE      PIC X(10) VALUE SPACES.
           05  WS-LOAD-ADDRESS       PIC X(40) VALUE SPACES.
           05  WS-ENTRY-ADDRESS      PIC X(40) VALUE SPACES.
           05  WS-UNLOAD-ADDRESS     PIC X(40) VALUE SPACES.
           05  WS-START-TIME         PIC 9(04) VALUE ZEROS.
           05  WS-CLOCK-TIME         PIC 9(08) VALUE ZEROS.
           05  WS-TRANSPORT-NUMBER   PIC 9(06) VALUE ZEROS.
           05  WS-CUST-NIF           PIC 9(09) VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-DISPATCH-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-LINE-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-ORDER-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OH-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OH-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OH-CUSTOMER-NAME      PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OH-ORDER-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OH-WEB-REF            PIC X(15).

       01  WS-ORDER-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-CODIGO             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-DESC               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-QTY                PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-NET                PIC ZZZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OD-VAT-BAND           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-CONTRACT-FLAG      PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-CAMPAIGN-REF       PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-LOCATION           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  OD-FX-NET             PIC ZZZZZ9.99 BLANK WHEN ZERO.

      *    a kit component, indented under its kit's "D" line
       01  WS-KIT-COMPONENT-LINE.
           05  KD-RECORD-TYPE        PIC X(01) VALUE "K".
           05  FILLER                PIC X(03) VALUE SPACES.
           05  KD-CODIGO             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-DESC               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-QTY                PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  KD-SHORT-LABEL        PIC X(09) VALUE SPACES.
           05  KD-SHORT-QTY          PIC ZZZ VALUE ZEROS.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  KD-LOCATION           PIC X(02).

       01  WS-RECEIPT-NET-LINE.
           05  FILLER                PIC X(20) VALUE
               "NET TOTAL ........".
           05  WR-NET-TOTAL          PIC ZZZZ9.99.

       01  WS-RECEIPT-TAX-LINE.
           05  FILLER                PIC X(20) VALUE
               "VAT ..............".
           05  WR-TAX-TOTAL          PIC ZZZZ9.99.

       01  WS-RECEIPT-GROSS-LINE.
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

       01  WS-DOC-SEPARATOR          PIC X(50) VALUE ALL "-".

       01  WS-NOTE-TITLE-LINE.
           05  FILLER                PIC X(14) VALUE "GUIA DE REM.  ".
           05  DN-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(13) VALUE "   ENCOMENDA ".
           05  DN-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  DN-DISPATCH-DATE      PIC 9(08).

       01  WS-NOTE-CUSTOMER-LINE.
           05  FILLER                PIC X(09) VALUE "CLIENTE: ".
           05  DN-CUST-NAME          PIC X(25).
           05  FILLER                PIC X(10) VALUE "  FATURA: ".
           05  DN-INVOICE-NUMBER     PIC 9(05).

       01  WS-NOTE-DETAIL-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  DN-CODIGO             PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DN-DESC               PIC X(20).
           05  FILLER                PIC X(06) VALUE "  QTD ".
           05  DN-QTY                PIC ZZ9.

       01  WS-NOTE-SIGNATURE-LINE    PIC X(46) VALUE
           "RECEBIDO POR: ______________________  DATA: __".

       01  WS-TRANSPORT-TITLE-LINE.
           05  FILLER                PIC X(24) VALUE
               "DOCUMENTO DE TRANSPORTE ".
           05  TD-TRANSPORT-NUMBER   PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  TD-START-DATE         PIC 9(08).
           05  FILLER                PIC X(15) VALUE
               "  HORA INICIO: ".
           05  TD-START-TIME         PIC 9(04).

       01  WS-TRANSPORT-LOAD-LINE.
           05  FILLER                PIC X(19) VALUE
               "LOCAL DE CARGA:    ".
           05  TD-LOAD-ADDRESS       PIC X(40).

       01  WS-TRANSPORT-UNLOAD-LINE.
           05  FILLER                PIC X(19) VALUE
               "LOCAL DE DESCARGA: ".
           05  TD-UNLOAD-ADDRESS     PIC X(40).

       01  WS-TRANSPORT-CUSTOMER-LINE.
           05  FILLER                PIC X(14) VALUE
               "DESTINATARIO: ".
           05  TD-CUST-NAME          PIC X(25).
           05  FILLER                PIC X(07) VALUE "  NIF: ".
           05  TD-CUST-NIF           PIC 9(09).

       01  WS-TRANSPORT-CARRIER-LINE.
           05  FILLER                PIC X(15) VALUE
               "TRANSPORTADOR: ".
           05  TD-CARRIER            PIC X(25).
           05  FILLER                PIC X(13) VALUE "  MATRICULA: ".
           05  TD-VEHICLE-PLATE      PIC X(10).

       01  WS-TRANSPORT-REF-LINE.
           05  FILLER                PIC X(16) VALUE
               "GUIA DE REMESSA ".
           05  TD-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(09) VALUE "  FATURA ".
           05  TD-INVOICE-NUMBER     PIC 9(05).
           05  FILLER                PIC X(12) VALUE "  ENCOMENDA ".
           05  TD-ORDER-NUMBER       PIC 9(05).

       01  WS-TRANSPORT-END-LINE     PIC X(40) VALUE
           "BENS EM CIRCULACAO - FIM DO DOCUMENTO".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISPATCH-ONE-ORDER THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, VAT rates, files
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
           PERFORM 1200-LOAD-VAT-TABLE THRU 1200-DONE
           OPEN I-O SALES-ORDER-FILE
           IF NOT WS-SORD-OK
               DISPLAY "Erro ao abrir o ficheiro SORDER - estado "
                   WS-SORD-STATUS
               MOVE "N" TO WS-CONTINUE-SW
           END-IF
           OPEN I-O PRODUCT-MASTER
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O AR-OPEN-ITEMS
           OPEN EXTEND INVOICE-FILE
           OPEN EXTEND DELIVERY-NOTES
           OPEN EXTEND TRANSPORT-DOCS
           OPEN I-O DISPATCH-REGISTER
           IF NOT WS-DISP-OK
               DISPLAY "Erro ao abrir o ficheiro DISPATCH - estado "
                   WS-DISP-STATUS
               MOVE "N" TO WS-CONTINUE-SW
           END-IF
           OPEN EXTEND STOCK-MOVEMENT-LEDGER
           OPEN I-O INVOICE-DATA-FILE.

      *-----------------------------------------------------------*
      * 1200-LOAD-VAT-TABLE - keep, per band, the latest VATRATE
      * record on or before the business date
      *-----------------------------------------------------------*
       1200-LOAD-VAT-TABLE.
           OPEN INPUT VAT-RATE-FILE
           IF NOT WS-VAT-OK
               GO TO 1200-DONE
           END-IF
           PERFORM 1210-APPLY-VAT-RECORD THRU 1210-EXIT
               UNTIL WS-VAT-EOF.
       1200-DONE.
           CLOSE VAT-RATE-FILE.

       1210-APPLY-VAT-RECORD.
           READ VAT-RATE-FILE NEXT RECORD
               AT END
                   SET WS-VAT-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF VT-EFFECTIVE-DATE > WS-RUN-DATE
               GO TO 1210-EXIT
           END-IF
           IF WS-VAT-COUNT > ZEROS
               AND WVT-CAT(WS-VAT-COUNT) = VT-CATEGORY
               MOVE VT-RATE TO WVT-RATE(WS-VAT-COUNT)
           ELSE
               ADD 1 TO WS-VAT-COUNT
               MOVE VT-CATEGORY TO WVT-CAT(WS-VAT-COUNT)
               MOVE VT-RATE TO WVT-RATE(WS-VAT-COUNT)
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-DISPATCH-ONE-ORDER - the quantities leaving on each
      * open line, then, once confirmed, stock, invoice and note
      *-----------------------------------------------------------*
       2000-DISPATCH-ONE-ORDER.
           DISPLAY "Numero da encomenda a expedir (0=sair): "
           ACCEPT WS-ENTRY-ORDER
           IF WS-ENTRY-ORDER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO WS-DSP-COUNT
           MOVE ZEROS TO WS-ENTERED-LINES
           MOVE ZEROS TO WS-OPEN-LINES
           MOVE "N" TO WS-INVOICED-BEFORE-SW
           PERFORM 3900-START-ORDER THRU 3900-EXIT
           IF WS-ORDER-EOF
               DISPLAY "Encomenda nao encontrada."
               GO TO 2000-EXIT
           END-IF
           MOVE SO-CUST-NUMBER TO WS-ORDER-CUST
           MOVE SO-WEB-REF TO WS-ORDER-WEB-REF
           PERFORM 3000-KEY-ONE-LINE THRU 3000-EXIT
               UNTIL WS-ORDER-EOF
           IF WS-OPEN-LINES = ZEROS
               IF WS-ENTERED-LINES > ZEROS
                   DISPLAY "Encomenda ainda nao confirmada."
               ELSE
                   DISPLAY "Encomenda sem saldo por expedir."
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF WS-DSP-COUNT = ZEROS
               DISPLAY "Nada a expedir."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Confirma a expedicao e a faturacao (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 2000-EXIT
           END-IF
           PERFORM 3500-ACCEPT-TRANSPORT THRU 3500-EXIT
           PERFORM 4000-POST-DISPATCH THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-KEY-ONE-LINE - a confirmed line with a balance shows
      * what is outstanding and what its location can supply, and
      * takes the quantity leaving
      *-----------------------------------------------------------*
       3000-KEY-ONE-LINE.
           IF SO-QTY-INVOICED > ZEROS
               SET WS-INVOICED-BEFORE TO TRUE
           END-IF
           IF SO-ENTERED
               ADD 1 TO WS-ENTERED-LINES
               GO TO 3000-NEXT
           END-IF
           IF NOT SO-CONFIRMED
               GO TO 3000-NEXT
           END-IF
           COMPUTE WS-OUTSTANDING =
               SO-QTY-ORDERED - SO-QTY-SHIPPED - SO-QTY-CANCELLED
               ON SIZE ERROR
                   MOVE ZEROS TO WS-OUTSTANDING
           END-COMPUTE
           IF WS-OUTSTANDING = ZEROS
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO WS-OPEN-LINES
           IF SO-IS-KIT
               PERFORM 3200-KIT-AVAILABLE THRU 3200-EXIT
           ELSE
               PERFORM 3100-LINE-AVAILABLE THRU 3100-EXIT
           END-IF
           DISPLAY "Linha " SO-LINE-NUMBER " " SO-PROD-CODE " "
               SO-DESC " " SO-LOCATION "  saldo " WS-OUTSTANDING
               "  disponivel " WS-AVAILABLE
           IF WS-DSP-COUNT = 50
               DISPLAY "Maximo de 50 linhas por expedicao - a linha "
                   "fica para a proxima expedicao."
               GO TO 3000-NEXT
           END-IF
           DISPLAY "Quantidade expedida (0=nenhuma): "
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY = ZEROS
               GO TO 3000-NEXT
           END-IF
           IF WS-ENTRY-QTY > WS-OUTSTANDING
               OR WS-ENTRY-QTY > WS-AVAILABLE
               DISPLAY "Quantidade invalida - linha nao expedida."
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO WS-DSP-COUNT
           MOVE SO-LINE-NUMBER TO WDS-LINE-NUMBER(WS-DSP-COUNT)
           MOVE WS-ENTRY-QTY TO WDS-QTY(WS-DSP-COUNT).
       3000-NEXT.
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       3000-EXIT.
           EXIT.

       3100-LINE-AVAILABLE.
           MOVE ZEROS TO WS-AVAILABLE
           MOVE SO-PROD-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           SET SLS-REQUEST-GET TO TRUE
           MOVE SO-PROD-CODE TO SLS-PROD-CODE
           MOVE SO-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF SLS-OK
               MOVE SLS-LOC-ON-HAND TO WS-AVAILABLE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-KIT-AVAILABLE - the whole kits the location's stock
      * of every component can make up
      *-----------------------------------------------------------*
       3200-KIT-AVAILABLE.
           MOVE ZEROS TO WS-AVAILABLE
           MOVE SO-PROD-CODE TO KS-KIT-CODE
           CALL "KITSVC" USING KITSVC-LINKAGE
           IF KS-ERROR
               GO TO 3200-EXIT
           END-IF
           MOVE 99999 TO WS-AVAILABLE
           PERFORM 3210-COMPONENT-AVAILABLE
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT.
       3200-EXIT.
           EXIT.

       3210-COMPONENT-AVAILABLE.
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE ZEROS TO PROD-ON-HAND
           END-READ
           SET SLS-REQUEST-GET TO TRUE
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO SLS-PROD-CODE
           MOVE SO-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK OR KS-COMP-QTY(WS-KIT-COMP-IDX) = ZEROS
               MOVE ZEROS TO WS-KITS-POSSIBLE
           ELSE
               DIVIDE SLS-LOC-ON-HAND BY KS-COMP-QTY(WS-KIT-COMP-IDX)
                   GIVING WS-KITS-POSSIBLE
           END-IF
           IF WS-KITS-POSSIBLE < WS-AVAILABLE
               MOVE WS-KITS-POSSIBLE TO WS-AVAILABLE
           END-IF.

      *-----------------------------------------------------------*
      * 3500-ACCEPT-TRANSPORT - the goods-in-transit details for
      * the transport document; the load place defaults to the
      * previous dispatch's, the start time to now
      *-----------------------------------------------------------*
       3500-ACCEPT-TRANSPORT.
           DISPLAY "Transportador: "
           ACCEPT WS-CARRIER
           DISPLAY "Matricula da viatura: "
           ACCEPT WS-VEHICLE-PLATE
           MOVE SPACES TO WS-ENTRY-ADDRESS
           DISPLAY "Local de carga (vazio = " WS-LOAD-ADDRESS "): "
           ACCEPT WS-ENTRY-ADDRESS
           IF WS-ENTRY-ADDRESS NOT = SPACES
               MOVE WS-ENTRY-ADDRESS TO WS-LOAD-ADDRESS
           END-IF
           IF WS-LOAD-ADDRESS = SPACES
               DISPLAY "Local de carga obrigatorio."
               GO TO 3500-ACCEPT-TRANSPORT
           END-IF.
       3500-UNLOAD.
           DISPLAY "Local de descarga: "
           ACCEPT WS-UNLOAD-ADDRESS
           IF WS-UNLOAD-ADDRESS = SPACES
               DISPLAY "Local de descarga obrigatorio."
               GO TO 3500-UNLOAD
           END-IF
           DISPLAY "Hora de inicio do transporte (HHMM; 0 = agora): "
           ACCEPT WS-START-TIME
           IF WS-START-TIME = ZEROS
               ACCEPT WS-CLOCK-TIME FROM TIME
               MOVE WS-CLOCK-TIME(1:4) TO WS-START-TIME
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-START-ORDER - position on the keyed order's first
      * line; 3950-NEXT-LINE reads on until the order changes
      *-----------------------------------------------------------*
       3900-START-ORDER.
           MOVE "N" TO WS-ORDER-EOF-SW
           MOVE WS-ENTRY-ORDER TO SO-ORDER-NUMBER
           MOVE ZEROS TO SO-LINE-NUMBER
           START SALES-ORDER-FILE KEY IS > SO-KEY
               INVALID KEY
                   SET WS-ORDER-EOF TO TRUE
                   GO TO 3900-EXIT
           END-START
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       3900-EXIT.
           EXIT.

       3950-NEXT-LINE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-ORDER-EOF TO TRUE
                   GO TO 3950-EXIT
           END-READ
           IF SO-ORDER-NUMBER NOT = WS-ENTRY-ORDER
               SET WS-ORDER-EOF TO TRUE
           END-IF.
       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-POST-DISPATCH - each keyed line leaves stock and is
      * invoiced; the invoice and the delivery note are opened on
      * the first line that actually leaves
      *-----------------------------------------------------------*
       4000-POST-DISPATCH.
           MOVE "N" TO WS-INVOICE-OPEN-SW
           MOVE ZEROS TO WS-NET-TOTAL
           MOVE ZEROS TO WS-TAX-TOTAL
           MOVE ZEROS TO WS-GROSS-TOTAL
           MOVE ZEROS TO WS-CUST-TERMS
           MOVE ZEROS TO WS-CUST-NIF
           MOVE SPACES TO WS-INV-CURRENCY
           MOVE ZEROS TO WS-INV-FX-RATE
           MOVE ZEROS TO WS-FX-NET-TOTAL
           MOVE WS-ORDER-CUST TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)" TO CU-NAME
               NOT INVALID KEY
                   MOVE CU-PAYMENT-TERMS TO WS-CUST-TERMS
                   MOVE CU-NIF TO WS-CUST-NIF
                   MOVE CU-CURRENCY-CODE TO WS-INV-CURRENCY
           END-READ
           MOVE CU-NAME TO OH-CUSTOMER-NAME
           IF NOT WS-INV-IN-EUROS
               MOVE WS-INV-CURRENCY TO CV-CURRENCY-CODE
               MOVE WS-RUN-DATE TO CV-RATE-DATE
               CALL "CURSVC" USING CURSVC-LINKAGE
               IF CV-ERROR
                   DISPLAY "Sem cambio em vigor para a moeda "
                       WS-INV-CURRENCY " - expedicao anulada."
                   GO TO 4000-EXIT
               END-IF
               MOVE CV-RATE TO WS-INV-FX-RATE
               MOVE WS-INV-CURRENCY TO FR-CURRENCY
               MOVE WS-INV-FX-RATE TO FR-RATE
           END-IF
           PERFORM 4100-POST-ONE-LINE THRU 4100-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT
           IF NOT WS-INVOICE-OPEN
               DISPLAY "Nada saiu - sem stock na localizacao."
               GO TO 4000-EXIT
           END-IF
           PERFORM 5000-CLOSE-INVOICE
           WRITE DELIVERY-NOTE-LINE FROM WS-NOTE-SIGNATURE-LINE
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-END-LINE
           PERFORM 4900-REGISTER-DISPATCH
           ADD 1 TO WS-DISPATCH-COUNT
           DISPLAY "Expedida com a guia " WS-NOTE-NUMBER
               " e faturada na " WS-INVOICE-NUMBER "."
           DISPLAY "Documento de transporte " WS-TRANSPORT-NUMBER
               ".".
       4000-EXIT.
           EXIT.

       4100-POST-ONE-LINE.
           MOVE WS-ENTRY-ORDER TO SO-ORDER-NUMBER
           MOVE WDS-LINE-NUMBER(WS-DSP-IDX) TO SO-LINE-NUMBER
           READ SALES-ORDER-FILE
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           MOVE WDS-QTY(WS-DSP-IDX) TO WS-QTY-SHIPPED
           IF SO-IS-KIT
               PERFORM 4300-SHIP-KIT THRU 4300-EXIT
           ELSE
               PERFORM 4200-SHIP-PRODUCT THRU 4200-EXIT
           END-IF
           IF WS-QTY-SHIPPED = ZEROS
               DISPLAY "Linha " SO-LINE-NUMBER
                   " sem stock na localizacao - fica em aberto."
               GO TO 4100-EXIT
           END-IF
           IF NOT WS-INVOICE-OPEN
               PERFORM 4600-OPEN-INVOICE
           END-IF
           PERFORM 4500-INVOICE-LINE
           ADD WS-QTY-SHIPPED TO SO-QTY-SHIPPED
           ADD WS-QTY-SHIPPED TO SO-QTY-INVOICED
           MOVE WS-RUN-DATE TO SO-LAST-DISPATCH-DATE
           MOVE WS-INVOICE-NUMBER TO SO-LAST-INVOICE
           IF SO-QTY-SHIPPED + SO-QTY-CANCELLED >= SO-QTY-ORDERED
               SET SO-COMPLETE TO TRUE
           END-IF
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a linha " SO-LINE-NUMBER
           END-REWRITE
           ADD 1 TO WS-LINE-COUNT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-SHIP-PRODUCT - the quantity out of the line's location
      * and the product total, onto the stock ledger; a location
      * that cannot supply it ships nothing
      *-----------------------------------------------------------*
       4200-SHIP-PRODUCT.
           MOVE SO-PROD-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-QTY-SHIPPED
                   GO TO 4200-EXIT
           END-READ
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE SO-PROD-CODE TO SLS-PROD-CODE
           MOVE SO-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           COMPUTE SLS-QTY-CHANGE = ZEROS - WS-QTY-SHIPPED
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               MOVE ZEROS TO WS-QTY-SHIPPED
               GO TO 4200-EXIT
           END-IF
           SUBTRACT WS-QTY-SHIPPED FROM PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE PROD-AVG-COST TO WS-UNIT-COST
           IF WS-UNIT-COST = ZEROS
               MOVE PROD-STD-COST TO WS-UNIT-COST
           END-IF
           MOVE SO-PROD-CODE TO WS-MOVE-PROD-CODE
           MOVE WS-QTY-SHIPPED TO WS-COMP-QTY
           PERFORM 4700-WRITE-STOCK-MOVEMENT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-SHIP-KIT - every component of the kits leaving comes
      * out of the location; if one cannot, those already taken
      * are put back and the kit line ships nothing
      *-----------------------------------------------------------*
       4300-SHIP-KIT.
           MOVE SO-PROD-CODE TO KS-KIT-CODE
           CALL "KITSVC" USING KITSVC-LINKAGE
           IF KS-ERROR
               MOVE ZEROS TO WS-QTY-SHIPPED
               GO TO 4300-EXIT
           END-IF
           MOVE "N" TO WS-KIT-FAILED-SW
           MOVE ZEROS TO WS-KIT-APPLIED
           PERFORM 4310-SHIP-COMPONENT THRU 4310-EXIT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT
                  OR WS-KIT-FAILED
           IF WS-KIT-FAILED
               PERFORM 4320-RESTORE-COMPONENT
                   VARYING WS-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WS-KIT-COMP-IDX > WS-KIT-APPLIED
               MOVE ZEROS TO WS-QTY-SHIPPED
               GO TO 4300-EXIT
           END-IF
           PERFORM 4330-MOVE-COMPONENT
               VARYING WS-KIT-COMP-IDX FROM 1 BY 1
               UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT.
       4300-EXIT.
           EXIT.

       4310-SHIP-COMPONENT.
           MOVE KS-COMP-CODE(WS-KIT-COMP-IDX) TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   SET WS-KIT-FAILED TO TRUE
                   GO TO 4310-EXIT
           END-READ
           COMPUTE WS-COMP-QTY =
               WS-QTY-SHIPPED * KS-COMP-QTY(WS-KIT-COMP-IDX)
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE PROD-CODE TO SLS-PROD-CODE
           MOVE SO-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           COMPUTE SLS-QTY-CHANGE = ZEROS - WS-COMP-QTY
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               SET WS-KIT-FAILED TO TRUE
               GO TO 4310-EXIT
           END-IF
           SUBTRACT WS-COMP-QTY FROM PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-KIT-APPLIED
           MOVE PROD-CODE TO WKL-CODE(WS-KIT-COMP-IDX)
           MOVE PROD-DESC TO WKL-DESC(WS-KIT-COMP-IDX)
           MOVE WS-COMP-QTY TO WKL-QTY(WS-KIT-COMP-IDX)
           MOVE PROD-AVG-COST TO WKL-UNIT-COST(WS-KIT-COMP-IDX)
           IF PROD-AVG-COST = ZEROS
               MOVE PROD-STD-COST TO WKL-UNIT-COST(WS-KIT-COMP-IDX)
           END-IF.
       4310-EXIT.
           EXIT.

       4320-RESTORE-COMPONENT.
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SLS-REQUEST-APPLY TO TRUE
                   MOVE PROD-CODE TO SLS-PROD-CODE
                   MOVE SO-LOCATION TO SLS-LOCATION
                   MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
                   MOVE WKL-QTY(WS-KIT-COMP-IDX) TO SLS-QTY-CHANGE
                   CALL "STKLOCSV" USING STKLOCSV-LINKAGE
                   ADD WKL-QTY(WS-KIT-COMP-IDX) TO PROD-ON-HAND
                   REWRITE PROD-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       4330-MOVE-COMPONENT.
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO WS-MOVE-PROD-CODE
           MOVE WKL-QTY(WS-KIT-COMP-IDX) TO WS-COMP-QTY
           MOVE WKL-UNIT-COST(WS-KIT-COMP-IDX) TO WS-UNIT-COST
           PERFORM 4700-WRITE-STOCK-MOVEMENT.

      *-----------------------------------------------------------*
      * 4500-INVOICE-LINE - the shipped quantity priced at the
      * order's agreed price and today's VAT rate; a kit shows its
      * components under it; the delivery note lists the line
      *-----------------------------------------------------------*
       4500-INVOICE-LINE.
           MOVE SO-VAT-CAT TO WS-PROD-VAT-CAT
           PERFORM 4800-LOOKUP-VAT-RATE
           MOVE SO-RATE TO PL-RATE
           MOVE SO-CONTRACT-SW TO PL-CONTRACT-SW
           MOVE SO-CAMPAIGN-SW TO PL-CAMPAIGN-SW
           MOVE SO-CAMPAIGN-PCT TO PL-CAMPAIGN-PCT
           MOVE SO-CAMPAIGN-RULE TO PL-CAMPAIGN-RULE
           MOVE WS-QTY-SHIPPED TO PL-QTY
           MOVE WS-TAX-RATE TO PL-TAX-RATE
           CALL "PRICELIN" USING PRICELIN-LINKAGE
           ADD PL-NET-AMOUNT TO WS-NET-TOTAL
           ADD PL-TAX-AMOUNT TO WS-TAX-TOTAL
           ADD PL-NET-AMOUNT, PL-TAX-AMOUNT TO WS-GROSS-TOTAL
           MOVE SO-PROD-CODE TO OD-CODIGO
           MOVE SO-DESC TO OD-DESC
           MOVE WS-QTY-SHIPPED TO OD-QTY
           MOVE PL-NET-AMOUNT TO OD-NET
           IF WS-INV-IN-EUROS
               MOVE ZEROS TO OD-FX-NET
           ELSE
               COMPUTE WS-FX-LINE-NET ROUNDED =
                   PL-NET-AMOUNT / WS-INV-FX-RATE
               ADD WS-FX-LINE-NET TO WS-FX-NET-TOTAL
               MOVE WS-FX-LINE-NET TO OD-FX-NET
           END-IF
           MOVE WS-PROD-VAT-CAT TO OD-VAT-BAND
           IF SO-CONTRACT-PRICED
               MOVE "C" TO OD-CONTRACT-FLAG
           ELSE
               MOVE SPACE TO OD-CONTRACT-FLAG
           END-IF
           MOVE SO-CAMPAIGN-REF TO OD-CAMPAIGN-REF
           MOVE SO-LOCATION TO OD-LOCATION
           WRITE INVOICE-LINE FROM WS-ORDER-DETAIL-LINE
           IF WS-IDATA-WRITING
               PERFORM 5210-WRITE-DATA-LINE
           END-IF
           IF SO-IS-KIT
               PERFORM 4510-WRITE-KIT-LINE
                   VARYING WS-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WS-KIT-COMP-IDX > KS-COMP-COUNT
           END-IF
           MOVE SO-PROD-CODE TO DN-CODIGO
           MOVE SO-DESC TO DN-DESC
           MOVE WS-QTY-SHIPPED TO DN-QTY
           WRITE DELIVERY-NOTE-LINE FROM WS-NOTE-DETAIL-LINE
           WRITE TRANSPORT-DOC-LINE FROM WS-NOTE-DETAIL-LINE.

       4510-WRITE-KIT-LINE.
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO KD-CODIGO
           MOVE WKL-DESC(WS-KIT-COMP-IDX) TO KD-DESC
           MOVE WKL-QTY(WS-KIT-COMP-IDX) TO KD-QTY
           MOVE SO-LOCATION TO KD-LOCATION
           WRITE INVOICE-LINE FROM WS-KIT-COMPONENT-LINE
           IF WS-IDATA-WRITING
               PERFORM 5220-WRITE-DATA-COMPONENT
           END-IF.

      *-----------------------------------------------------------*
      * 4600-OPEN-INVOICE - the invoice number (the order number
      * on the order's first invoice, a fresh ORDERNO after that)
      * and the heads of the invoice and the delivery note
      *-----------------------------------------------------------*
       4600-OPEN-INVOICE.
           SET WS-INVOICE-OPEN TO TRUE
           IF WS-INVOICED-BEFORE
               MOVE "ORDERNO" TO SEQ-NAME
               CALL "SEQSVC" USING SEQSVC-LINKAGE
               MOVE SEQ-NUMBER TO WS-INVOICE-NUMBER
           ELSE
               MOVE WS-ENTRY-ORDER TO WS-INVOICE-NUMBER
           END-IF
           MOVE WS-INVOICE-NUMBER TO OH-ORDER-NUMBER
           MOVE WS-ORDER-CUST TO OH-CUST-NUMBER
           MOVE WS-RUN-DATE TO OH-ORDER-DATE
           MOVE WS-ORDER-WEB-REF TO OH-WEB-REF
           WRITE INVOICE-LINE FROM WS-ORDER-HEADER-LINE
           IF NOT WS-INV-IN-EUROS
               WRITE INVOICE-LINE FROM WS-FX-RATE-LINE
           END-IF
           PERFORM 5200-WRITE-DATA-HEADER THRU 5200-EXIT
           MOVE "DELNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO WS-NOTE-NUMBER
           WRITE DELIVERY-NOTE-LINE FROM WS-DOC-SEPARATOR
           MOVE WS-NOTE-NUMBER TO DN-NOTE-NUMBER
           MOVE WS-ENTRY-ORDER TO DN-ORDER-NUMBER
           MOVE WS-RUN-DATE TO DN-DISPATCH-DATE
           WRITE DELIVERY-NOTE-LINE FROM WS-NOTE-TITLE-LINE
           MOVE OH-CUSTOMER-NAME TO DN-CUST-NAME
           MOVE WS-INVOICE-NUMBER TO DN-INVOICE-NUMBER
           WRITE DELIVERY-NOTE-LINE FROM WS-NOTE-CUSTOMER-LINE
           MOVE "TRANSDOC" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO WS-TRANSPORT-NUMBER
           WRITE TRANSPORT-DOC-LINE FROM WS-DOC-SEPARATOR
           MOVE WS-TRANSPORT-NUMBER TO TD-TRANSPORT-NUMBER
           MOVE WS-RUN-DATE TO TD-START-DATE
           MOVE WS-START-TIME TO TD-START-TIME
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-TITLE-LINE
           MOVE WS-LOAD-ADDRESS TO TD-LOAD-ADDRESS
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-LOAD-LINE
           MOVE WS-UNLOAD-ADDRESS TO TD-UNLOAD-ADDRESS
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-UNLOAD-LINE
           MOVE OH-CUSTOMER-NAME TO TD-CUST-NAME
           MOVE WS-CUST-NIF TO TD-CUST-NIF
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-CUSTOMER-LINE
           MOVE WS-CARRIER TO TD-CARRIER
           MOVE WS-VEHICLE-PLATE TO TD-VEHICLE-PLATE
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-CARRIER-LINE
           MOVE WS-NOTE-NUMBER TO TD-NOTE-NUMBER
           MOVE WS-INVOICE-NUMBER TO TD-INVOICE-NUMBER
           MOVE WS-ENTRY-ORDER TO TD-ORDER-NUMBER
           WRITE TRANSPORT-DOC-LINE FROM WS-TRANSPORT-REF-LINE.

      *-----------------------------------------------------------*
      * 4700-WRITE-STOCK-MOVEMENT - one product's decrement onto
      * the shared stock ledger
      *-----------------------------------------------------------*
       4700-WRITE-STOCK-MOVEMENT.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE WS-MOVE-PROD-CODE TO SK-PROD-CODE
           MOVE WS-RUN-DATE TO SK-MOVE-DATE
           MOVE "SODISP" TO SK-SOURCE
           SET SK-TYPE-SALE TO TRUE
           COMPUTE SK-QTY = ZEROS - WS-COMP-QTY
           MOVE WS-UNIT-COST TO SK-UNIT-COST
           COMPUTE SK-VALUE ROUNDED = SK-QTY * SK-UNIT-COST
           MOVE SO-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD.

      *-----------------------------------------------------------*
      * 4900-REGISTER-DISPATCH - the dispatch onto the register,
      * in transit until its proof of delivery is captured
      *-----------------------------------------------------------*
       4900-REGISTER-DISPATCH.
           INITIALIZE DISPATCH-RECORD
           MOVE WS-NOTE-NUMBER TO DP-NOTE-NUMBER
           MOVE WS-INVOICE-NUMBER TO DP-INVOICE-NUMBER
           MOVE WS-TRANSPORT-NUMBER TO DP-TRANSPORT-DOC
           MOVE WS-ENTRY-ORDER TO DP-ORDER-NUMBER
           MOVE WS-ORDER-CUST TO DP-CUST-NUMBER
           MOVE WS-RUN-DATE TO DP-DISPATCH-DATE
           MOVE WS-START-TIME TO DP-START-TIME
           MOVE WS-CARRIER TO DP-CARRIER
           MOVE WS-VEHICLE-PLATE TO DP-VEHICLE-PLATE
           MOVE WS-LOAD-ADDRESS TO DP-LOAD-ADDRESS
           MOVE WS-UNLOAD-ADDRESS TO DP-UNLOAD-ADDRESS
           SET DP-IN-TRANSIT TO TRUE
           WRITE DISPATCH-RECORD
               INVALID KEY
                   DISPLAY "Guia " WS-NOTE-NUMBER
                       " ja registada - estado " WS-DISP-STATUS
           END-WRITE.

       4800-LOOKUP-VAT-RATE.
           MOVE .230 TO WS-TAX-RATE
           PERFORM 4810-MATCH-ONE-BAND
               VARYING WS-VAT-IDX FROM 1 BY 1
               UNTIL WS-VAT-IDX > WS-VAT-COUNT.

       4810-MATCH-ONE-BAND.
           IF WVT-CAT(WS-VAT-IDX) = WS-PROD-VAT-CAT
               OR (WVT-CAT(WS-VAT-IDX) = "N"
                   AND WS-PROD-VAT-CAT = SPACE)
               MOVE WVT-RATE(WS-VAT-IDX) TO WS-TAX-RATE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-CLOSE-INVOICE - totals, open item and customer balance
      * for what was shipped
      *-----------------------------------------------------------*
       5000-CLOSE-INVOICE.
           MOVE WS-NET-TOTAL TO WR-NET-TOTAL
           WRITE INVOICE-LINE FROM WS-RECEIPT-NET-LINE
           MOVE WS-TAX-TOTAL TO WR-TAX-TOTAL
           WRITE INVOICE-LINE FROM WS-RECEIPT-TAX-LINE
           MOVE WS-GROSS-TOTAL TO WR-GROSS-TOTAL
           WRITE INVOICE-LINE FROM WS-RECEIPT-GROSS-LINE
           MOVE ZEROS TO WS-FX-GROSS-TOTAL
           IF NOT WS-INV-IN-EUROS
               PERFORM 5100-WRITE-CURRENCY-TOTALS
           END-IF
           IF WS-IDATA-WRITING
               PERFORM 5230-WRITE-DATA-TRAILER
           END-IF
           MOVE WS-ORDER-CUST TO AR-CUST-NUMBER
           MOVE WS-INVOICE-NUMBER TO AR-ORDER-NUMBER
           MOVE WS-RUN-DATE TO AR-INVOICE-DATE
           MOVE WS-GROSS-TOTAL TO AR-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           PERFORM 5500-COMPUTE-DUE-DATE
           MOVE WS-DUE-DATE TO AR-DUE-DATE
           SET AR-TYPE-INVOICE TO TRUE
           MOVE ZEROS TO AR-INT-CHARGED-DATE
           MOVE WS-INV-CURRENCY TO AR-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO AR-FX-RATE
           MOVE WS-FX-GROSS-TOTAL TO AR-FX-AMOUNT
           MOVE ZEROS TO AR-COMM-DATE
           SET WS-AR-WRITTEN TO TRUE
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "N" TO WS-AR-WRITTEN-SW
                   DISPLAY "Item de conta corrente duplicado - "
                       "fatura " WS-INVOICE-NUMBER
           END-WRITE
           IF WS-AR-WRITTEN
               MOVE WS-ORDER-CUST TO CU-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-GROSS-TOTAL TO CU-OPEN-BALANCE
                       REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 5100-WRITE-CURRENCY-TOTALS - the euro totals repeated in the
      * invoice currency: the line nets as printed, the VAT at the
      * same rate, and their sum
      *-----------------------------------------------------------*
       5100-WRITE-CURRENCY-TOTALS.
           COMPUTE WS-FX-TAX-TOTAL ROUNDED =
               WS-TAX-TOTAL / WS-INV-FX-RATE
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
      * 5200-WRITE-DATA-HEADER - the invoice number for the data
      * file and the header record; without the file the invoice
      * still prints, it is just not kept as data
      *-----------------------------------------------------------*
       5200-WRITE-DATA-HEADER.
           MOVE "N" TO WS-IDATA-SW
           IF NOT WS-IDATA-OK
               DISPLAY "INVDATA indisponivel - fatura "
                   WS-INVOICE-NUMBER " sem registo de dados."
               GO TO 5200-EXIT
           END-IF
           MOVE "INVNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de fatura - fatura "
                   WS-INVOICE-NUMBER " sem registo de dados."
               GO TO 5200-EXIT
           END-IF
           MOVE SEQ-NUMBER TO WS-IDATA-INVOICE
           MOVE ZEROS TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE ZEROS TO ID-LINE-NUMBER
           SET ID-TYPE-HEADER TO TRUE
           SET ID-DOC-INVOICE TO TRUE
           MOVE WS-INVOICE-NUMBER TO ID-ORDER-NUMBER
           MOVE WS-ORDER-CUST TO ID-CUST-NUMBER
           MOVE OH-CUSTOMER-NAME TO ID-CUST-NAME
           MOVE WS-RUN-DATE TO ID-INVOICE-DATE
           MOVE ZEROS TO ID-DRAWER-ID
           MOVE "SODISP" TO ID-SOURCE
           MOVE WS-INV-CURRENCY TO ID-CURRENCY-CODE
           MOVE WS-INV-FX-RATE TO ID-FX-RATE
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Fatura " WS-IDATA-INVOICE
                       " ja existe em INVDATA."
                   GO TO 5200-EXIT
           END-WRITE
           SET WS-IDATA-WRITING TO TRUE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5210-WRITE-DATA-LINE - the line just invoiced
      *-----------------------------------------------------------*
       5210-WRITE-DATA-LINE.
           ADD 1 TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE WS-IDATA-LINE TO ID-LINE-NUMBER
           SET ID-TYPE-DETAIL TO TRUE
           MOVE SO-PROD-CODE TO ID-PROD-CODE
           MOVE SO-DESC TO ID-PROD-DESC
           MOVE WS-QTY-SHIPPED TO ID-QTY
           MOVE ZEROS TO ID-SHORT-QTY
           MOVE PL-NET-AMOUNT TO ID-NET-AMOUNT
           MOVE WS-PROD-VAT-CAT TO ID-VAT-CAT
           MOVE OD-CONTRACT-FLAG TO ID-CONTRACT-FLAG
           MOVE SO-CAMPAIGN-REF TO ID-CAMPAIGN-REF
           MOVE SO-LOCATION TO ID-LOCATION
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
      * 5220-WRITE-DATA-COMPONENT - a kit component under its kit
      *-----------------------------------------------------------*
       5220-WRITE-DATA-COMPONENT.
           ADD 1 TO WS-IDATA-LINE
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE WS-IDATA-LINE TO ID-LINE-NUMBER
           SET ID-TYPE-COMPONENT TO TRUE
           MOVE WKL-CODE(WS-KIT-COMP-IDX) TO ID-PROD-CODE
           MOVE WKL-DESC(WS-KIT-COMP-IDX) TO ID-PROD-DESC
           MOVE WKL-QTY(WS-KIT-COMP-IDX) TO ID-QTY
           MOVE ZEROS TO ID-SHORT-QTY
           MOVE SO-LOCATION TO ID-LOCATION
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Linha " WS-IDATA-LINE " da fatura "
                       WS-IDATA-INVOICE " ja existe em INVDATA."
           END-WRITE.

      *-----------------------------------------------------------*
      * 5230-WRITE-DATA-TRAILER - the totals as printed, in euros
      * and, for an export customer, in the invoice currency
      *-----------------------------------------------------------*
       5230-WRITE-DATA-TRAILER.
           INITIALIZE INVOICE-DATA-RECORD
           MOVE WS-IDATA-INVOICE TO ID-INVOICE-NUMBER
           MOVE 999 TO ID-LINE-NUMBER
           SET ID-TYPE-TRAILER TO TRUE
           MOVE WS-NET-TOTAL TO ID-NET-TOTAL
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
           END-WRITE
           MOVE "N" TO WS-IDATA-SW.

      *-----------------------------------------------------------*
      * 5500-COMPUTE-DUE-DATE - the invoice date pushed out by the
      * customer's terms, whole 30-day months at a time; no terms
      * on file reads as 30 days
      *-----------------------------------------------------------*
       5500-COMPUTE-DUE-DATE.
           IF WS-CUST-TERMS = ZEROS
               MOVE 30 TO WS-CUST-TERMS
           END-IF
           COMPUTE WS-DUE-MONTH-INDEX =
               (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1
               + (WS-CUST-TERMS / 30)
           DIVIDE WS-DUE-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           COMPUTE WS-DUE-DATE =
               (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
               + WS-RUN-DAY.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close, refresh the control records and
      * report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE SALES-ORDER-FILE
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-ITEMS
           CLOSE INVOICE-FILE
           CLOSE DELIVERY-NOTES
           CLOSE TRANSPORT-DOCS
           CLOSE DISPATCH-REGISTER
           CLOSE STOCK-MOVEMENT-LEDGER
           CLOSE INVOICE-DATA-FILE
           CALL "FCBUILD"
           DISPLAY "SODISP: " WS-DISPATCH-COUNT " expedicoes, "
               WS-LINE-COUNT " linhas faturadas.".

       END PROGRAM SODISP.
