       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVREG.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Supplier-invoice registration onto the APOPEN
      *                payables ledger, with the three-way match:
      *                each invoiced purchase-order line is checked
      *                against the order price and against what
      *                GOODSRCV actually received and is not yet
      *                invoiced.  An invoice inside tolerance is
      *                approved at once; one with a price or quantity
      *                difference outside tolerance (or with no order
      *                behind it) is held and listed on the APHOLDRP
      *                hold report until someone releases it here.
      *                Approval posts the invoice to GLPOST - stock
      *                or the expense account and input VAT debited,
      *                the supplier control account credited - and
      *                appends the VAT per band to the PURVREG
      *                register VATDECL deducts from.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  A registered invoice carries no withholding.
      * 2026-10-15  RG  An expense invoice is keyed to a CCMAST cost
      *                 center (0 for none), carried on the open item
      *                 onto the expense debit when it is posted.
      * 2026-10-15  RG  Matched order lines are kept in a table and
      *                 PO-QTY-INVOICED is only updated once the open
      *                 item is written, so an invoice given up part
      *                 way leaves the orders untouched; a line keyed
      *                 twice on one invoice counts what is already
      *                 matched.  APHOLDRP is opened EXTEND so every
      *                 session's held invoices stay on the report.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-GA-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PURCHASE-VAT-REGISTER ASSIGN TO "PURVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-REPORT ASSIGN TO "APHOLDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEMS.
       COPY APOPEN.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  PURCHASE-ORDER-FILE.
       COPY PURCHORD.

       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  PURCHASE-VAT-REGISTER.
       COPY PURVREG.

       FD  HOLD-REPORT.
       01  HOLD-REPORT-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-AP-STATUS              PIC XX VALUE "00".
           88  WS-AP-OK                      VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX VALUE "00".
           88  WS-SUPP-OK                    VALUE "00".
       01  WS-PO-STATUS              PIC XX VALUE "00".
           88  WS-PO-OK                      VALUES "00" "05".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".
       01  WS-GA-STATUS              PIC XX VALUE "00".
           88  WS-GA-OK                      VALUE "00".
       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-CCM-STATUS             PIC XX VALUE "00".
           88  WS-CCM-OK                     VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-LINES-DONE-SW      PIC X(01) VALUE "N".
               88  WS-LINES-DONE               VALUE "Y".
           05  WS-VAT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-VAT-EOF                  VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-ACTION-CODE            PIC X(01).
           88  WS-ACTION-REGISTER          VALUE "R".
           88  WS-ACTION-RELEASE           VALUE "L".
           88  WS-ACTION-EXIT              VALUE "0".
           88  WS-ACTION-VALID             VALUES "R" "L" "0".

      *    match tolerances: the invoiced unit price may differ from
      *    the order price by this percentage, and no more units may
      *    be invoiced than were received and not yet invoiced
       01  WS-PRICE-TOLERANCE-PCT    PIC 9(02)V99 VALUE 2.00.
       01  WS-QTY-TOLERANCE          PIC 9(05) VALUE ZEROS.

      *    the GL accounts an approved supplier invoice posts to
       01  WS-STOCK-ACCOUNT          PIC X(08) VALUE "EXISTENC".
       01  WS-INPUT-VAT-ACCOUNT      PIC X(08) VALUE "IVADEDUT".
       01  WS-SUPPLIER-ACCOUNT       PIC X(08) VALUE "FORNECED".

       01  WS-VAT-TABLE.
           05  WS-VAT-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-VAT-ENTRY OCCURS 1 TO 10 TIMES
               DEPENDING ON WS-VAT-COUNT.
               10  WVT-CAT           PIC X(01).
               10  WVT-RATE          PIC V999.
       01  WS-VAT-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-TAX-RATE               PIC V999 VALUE .230.
       01  WS-LINE-VAT-CAT           PIC X(01) VALUE "N".
       01  WS-BAND-IDX               PIC 9(01) VALUE ZEROS.

       01  WS-BAND-CODE-DATA         PIC X(03) VALUE "NIR".
       01  WS-BAND-CODES REDEFINES WS-BAND-CODE-DATA.
           05  WS-BAND-CODE          PIC X(01) OCCURS 3 TIMES.

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-SUPPLIER     PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-INVOICE      PIC X(12) VALUE SPACES.
           05  WS-ENTRY-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-ENTRY-PO           PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-PO-LINE      PIC 9(02) VALUE ZEROS.
           05  WS-ENTRY-QTY          PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-PRICE        PIC 9(5)V99 VALUE ZEROS.
           05  WS-ENTRY-ACCOUNT      PIC X(08) VALUE SPACES.
           05  WS-ENTRY-NET          PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-CENTER       PIC 9(03) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-LINE-NET           PIC 9(7)V99 VALUE ZEROS.
           05  WS-LINE-VAT           PIC 9(7)V99 VALUE ZEROS.
           05  WS-AVAILABLE-QTY      PIC 9(05) VALUE ZEROS.
           05  WS-PRICE-DIFF         PIC S9(5)V99 VALUE ZEROS.
           05  WS-PRICE-LIMIT        PIC 9(5)V9999 VALUE ZEROS.
           05  WS-HOLD-REASON        PIC X(20) VALUE SPACES.
           05  WS-INVOICE-LINES      PIC 9(02) VALUE ZEROS.
           05  WS-REGISTERED-COUNT   PIC 9(04) VALUE ZEROS.
           05  WS-HELD-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-APPROVED-COUNT     PIC 9(04) VALUE ZEROS.

      *    the order lines matched on the invoice being keyed; their
      *    quantities go onto PO-QTY-INVOICED only after the open
      *    item is written.  PO-LINE is two digits, so there can be
      *    no more distinct lines than the table holds
       01  WS-MATCH-TABLE.
           05  WS-MATCH-COUNT        PIC 9(02) VALUE ZEROS.
           05  WS-MATCH-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-MATCH-COUNT.
               10  WM-PO-LINE        PIC 9(02).
               10  WM-QTY            PIC 9(05).
       01  WS-MATCH-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-MATCH-FOUND            PIC 9(02) VALUE ZEROS.
       01  WS-PENDING-QTY            PIC 9(05) VALUE ZEROS.

       01  WS-DUE-DATE-FIELDS.
           05  WS-TERMS              PIC 9(03) VALUE ZEROS.
           05  WS-INVOICE-DATE-X.
               10  WS-INVOICE-YEAR   PIC 9(04).
               10  WS-INVOICE-MONTH  PIC 9(02).
               10  WS-INVOICE-DAY    PIC 9(02).
           05  WS-DUE-MONTH-INDEX    PIC 9(07) VALUE ZEROS.
           05  WS-DUE-YEAR           PIC 9(04) VALUE ZEROS.
           05  WS-DUE-MONTH          PIC 9(02) VALUE ZEROS.
           05  WS-DUE-DAY            PIC 9(02) VALUE ZEROS.

       01  WS-HOLD-HEADER.
           05  FILLER                PIC X(34) VALUE
               "FATURAS DE FORNECEDOR RETIDAS     ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-HOLD-COLUMNS.
           05  FILLER                PIC X(06) VALUE "FORN.".
           05  FILLER                PIC X(13) VALUE "FATURA".
           05  FILLER                PIC X(10) VALUE "ENC/LN".
           05  FILLER                PIC X(06) VALUE "QTD".
           05  FILLER                PIC X(06) VALUE "DISP.".
           05  FILLER                PIC X(09) VALUE "PRECO".
           05  FILLER                PIC X(09) VALUE "PRECO ENC".
           05  FILLER                PIC X(08) VALUE " MOTIVO".

       01  WS-HOLD-DETAIL.
           05  WD-SUPPLIER           PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-INVOICE            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(01) VALUE "/".
           05  WD-PO-LINE            PIC 99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-QTY                PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-AVAILABLE          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-PRICE              PIC ZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-PO-PRICE           PIC ZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-REASON             PIC X(20).

       01  WS-HOLD-TRAILER.
           05  FILLER                PIC X(21) VALUE
               "FATURAS RETIDAS:     ".
           05  WT-HELD               PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, VAT bands, files
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
           PERFORM 1200-LOAD-VAT-TABLE THRU 1200-DONE
           OPEN I-O AP-OPEN-ITEMS
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN INPUT SUPPLIER-MASTER
           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN INPUT COST-CENTER-MASTER
           OPEN EXTEND HOLD-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-HEADER
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-COLUMNS.

      *-----------------------------------------------------------*
      * 1200-LOAD-VAT-TABLE - the band rates in force for the
      * business date, the pricing programs' fold
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
      * 2000-PROCESS-REQUEST - show the action menu and dispatch
      * one action
      *-----------------------------------------------------------*
       2000-PROCESS-REQUEST.
           DISPLAY " "
           DISPLAY "R - Registar fatura de fornecedor"
           DISPLAY "L - Libertar fatura retida"
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
               WHEN WS-ACTION-REGISTER
                   PERFORM 3000-REGISTER-INVOICE THRU 3000-EXIT
               WHEN WS-ACTION-RELEASE
                   PERFORM 4000-RELEASE-HELD THRU 4000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REGISTER-INVOICE - one supplier invoice: against a
      * purchase order line by line with the three-way match, or
      * with no order as a single expense amount (always held)
      *-----------------------------------------------------------*
       3000-REGISTER-INVOICE.
           DISPLAY "Numero do fornecedor: "
           ACCEPT WS-ENTRY-SUPPLIER
           MOVE WS-ENTRY-SUPPLIER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fornecedor nao encontrado."
                   GO TO 3000-EXIT
           END-READ
           DISPLAY SP-NAME
           DISPLAY "Numero da fatura do fornecedor: "
           ACCEPT WS-ENTRY-INVOICE
           IF WS-ENTRY-INVOICE = SPACES
               DISPLAY "Numero de fatura obrigatorio."
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-SUPPLIER TO AP-SUPP-NUMBER
           MOVE WS-ENTRY-INVOICE TO AP-INVOICE-NUMBER
           READ AP-OPEN-ITEMS
               NOT INVALID KEY
                   DISPLAY "Fatura ja registada - estado " AP-STATUS
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "Data da fatura (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-ENTRY-DATE
           END-IF
           DISPLAY "Encomenda de compra (0 = sem encomenda): "
           ACCEPT WS-ENTRY-PO

           MOVE SPACES TO AP-OPEN-ITEM-RECORD
           MOVE WS-ENTRY-SUPPLIER TO AP-SUPP-NUMBER
           MOVE WS-ENTRY-INVOICE TO AP-INVOICE-NUMBER
           MOVE WS-ENTRY-DATE TO AP-INVOICE-DATE
           MOVE WS-ENTRY-PO TO AP-PO-NUMBER
           PERFORM 3900-CLEAR-AMOUNTS
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           MOVE ZEROS TO AP-NET-AMOUNT
           MOVE ZEROS TO AP-VAT-AMOUNT
           MOVE ZEROS TO AP-GROSS-AMOUNT
           MOVE ZEROS TO AP-WITHHELD-AMOUNT
           MOVE ZEROS TO AP-HOLD-COUNT
           MOVE ZEROS TO AP-APPROVED-DATE
           MOVE ZEROS TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR
           MOVE ZEROS TO AP-COST-CENTER-ID
           MOVE ZEROS TO WS-INVOICE-LINES
           MOVE ZEROS TO WS-MATCH-COUNT

           IF WS-ENTRY-PO = ZEROS
               PERFORM 3500-CAPTURE-EXPENSE THRU 3500-EXIT
           ELSE
               MOVE WS-STOCK-ACCOUNT TO AP-DEBIT-ACCOUNT
               MOVE "N" TO WS-LINES-DONE-SW
               PERFORM 3100-MATCH-ONE-LINE THRU 3100-EXIT
                   UNTIL WS-LINES-DONE
           END-IF
           IF WS-INVOICE-LINES = ZEROS
               DISPLAY "Fatura sem linhas - nao registada."
               GO TO 3000-EXIT
           END-IF

           COMPUTE AP-GROSS-AMOUNT = AP-NET-AMOUNT + AP-VAT-AMOUNT
           MOVE SP-PAYMENT-TERMS TO WS-TERMS
           PERFORM 3800-COMPUTE-DUE-DATE
           DISPLAY "Liquido: " AP-NET-AMOUNT "  IVA: " AP-VAT-AMOUNT
               "  Total: " AP-GROSS-AMOUNT
           DISPLAY "Vencimento: " AP-DUE-DATE
           IF AP-HOLD-COUNT > ZEROS
               SET AP-ITEM-HELD TO TRUE
           ELSE
               SET AP-ITEM-APPROVED TO TRUE
               MOVE WS-RUN-DATE TO AP-APPROVED-DATE
           END-IF
           WRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a fatura."
                   GO TO 3000-EXIT
           END-WRITE
           PERFORM 3200-UPDATE-ORDER-LINE THRU 3200-EXIT
               VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
           ADD 1 TO WS-REGISTERED-COUNT
           IF AP-ITEM-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "*** FATURA RETIDA - " AP-HOLD-COUNT
                   " diferencas no relatorio APHOLDRP."
           ELSE
               PERFORM 5000-POST-APPROVED-INVOICE
               DISPLAY "Fatura aprovada e contabilizada."
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-MATCH-ONE-LINE - one invoiced order line: the line
      * must belong to this order and supplier; the invoiced units
      * may not exceed what was received and not yet invoiced, and
      * the price must sit within tolerance of the order price
      *-----------------------------------------------------------*
       3100-MATCH-ONE-LINE.
           DISPLAY "Linha da encomenda (0 para terminar): "
           ACCEPT WS-ENTRY-PO-LINE
           IF WS-ENTRY-PO-LINE = ZEROS
               SET WS-LINES-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-ENTRY-PO TO PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO PO-LINE
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "Linha de encomenda nao encontrada."
                   GO TO 3100-EXIT
           END-READ
           IF PO-SUPP-NUMBER NOT = WS-ENTRY-SUPPLIER
               DISPLAY "A encomenda e do fornecedor " PO-SUPP-NUMBER
                   " - linha recusada."
               GO TO 3100-EXIT
           END-IF
           MOVE ZEROS TO WS-MATCH-FOUND
           PERFORM 3110-FIND-MATCHED-LINE
               VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
           MOVE ZEROS TO WS-PENDING-QTY
           IF WS-MATCH-FOUND > ZEROS
               MOVE WM-QTY(WS-MATCH-FOUND) TO WS-PENDING-QTY
           END-IF
           MOVE ZEROS TO WS-AVAILABLE-QTY
           IF PO-QTY-RECEIVED > PO-QTY-INVOICED + WS-PENDING-QTY
               COMPUTE WS-AVAILABLE-QTY =
                   PO-QTY-RECEIVED - PO-QTY-INVOICED - WS-PENDING-QTY
           END-IF
           DISPLAY "Produto " PO-PROD-CODE "  recebido: "
               PO-QTY-RECEIVED "  ja faturado: " PO-QTY-INVOICED
               "  preco: " PO-UNIT-PRICE
           IF WS-PENDING-QTY > ZEROS
               DISPLAY "Ja nesta fatura: " WS-PENDING-QTY
           END-IF
           DISPLAY "Quantidade faturada: "
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY = ZEROS
               DISPLAY "Quantidade invalida."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Preco unitario faturado: "
           ACCEPT WS-ENTRY-PRICE

           IF WS-ENTRY-QTY > WS-AVAILABLE-QTY + WS-QTY-TOLERANCE
               MOVE "QTD > RECEBIDA" TO WS-HOLD-REASON
               PERFORM 3700-WRITE-HOLD-LINE
           END-IF
           COMPUTE WS-PRICE-DIFF = WS-ENTRY-PRICE - PO-UNIT-PRICE
           IF WS-PRICE-DIFF < ZEROS
               COMPUTE WS-PRICE-DIFF = ZEROS - WS-PRICE-DIFF
           END-IF
           COMPUTE WS-PRICE-LIMIT =
               PO-UNIT-PRICE * WS-PRICE-TOLERANCE-PCT / 100
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE "PRECO FORA TOLER." TO WS-HOLD-REASON
               PERFORM 3700-WRITE-HOLD-LINE
           END-IF

           IF WS-MATCH-FOUND > ZEROS
               ADD WS-ENTRY-QTY TO WM-QTY(WS-MATCH-FOUND)
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-ENTRY-PO-LINE TO WM-PO-LINE(WS-MATCH-COUNT)
               MOVE WS-ENTRY-QTY TO WM-QTY(WS-MATCH-COUNT)
           END-IF

           MOVE "N" TO WS-LINE-VAT-CAT
           MOVE PO-PROD-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               NOT INVALID KEY
                   MOVE PROD-VAT-CAT TO WS-LINE-VAT-CAT
           END-READ
           COMPUTE WS-LINE-NET ROUNDED = WS-ENTRY-QTY * WS-ENTRY-PRICE
           PERFORM 3600-ADD-TO-BAND
           ADD 1 TO WS-INVOICE-LINES.
       3100-EXIT.
           EXIT.

       3110-FIND-MATCHED-LINE.
           IF WM-PO-LINE(WS-MATCH-IDX) = WS-ENTRY-PO-LINE
               MOVE WS-MATCH-IDX TO WS-MATCH-FOUND
           END-IF.

      *-----------------------------------------------------------*
      * 3200-UPDATE-ORDER-LINE - once the open item is on file,
      * one matched order line takes the units invoiced against it
      *-----------------------------------------------------------*
       3200-UPDATE-ORDER-LINE.
           MOVE WS-ENTRY-PO TO PO-NUMBER
           MOVE WM-PO-LINE(WS-MATCH-IDX) TO PO-LINE
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "Linha de encomenda nao encontrada: "
                       PO-LINE
                   GO TO 3200-EXIT
           END-READ
           ADD WM-QTY(WS-MATCH-IDX) TO PO-QTY-INVOICED
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar a encomenda."
           END-REWRITE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CAPTURE-EXPENSE - an invoice with no order behind it:
      * the expense account, the band and the net amount.  There
      * is nothing to match it against, so it is held for release
      *-----------------------------------------------------------*
       3500-CAPTURE-EXPENSE.
           DISPLAY "Conta de gasto: "
           ACCEPT WS-ENTRY-ACCOUNT
           MOVE WS-ENTRY-ACCOUNT TO GA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Conta desconhecida - fatura recusada."
                   GO TO 3500-EXIT
           END-READ
           IF GA-INACTIVE
               DISPLAY "Conta desativada - fatura recusada."
               GO TO 3500-EXIT
           END-IF
           MOVE WS-ENTRY-ACCOUNT TO AP-DEBIT-ACCOUNT
           DISPLAY "Centro de custo (0 = nenhum): "
           ACCEPT WS-ENTRY-CENTER
           IF WS-ENTRY-CENTER NOT = ZEROS
               MOVE WS-ENTRY-CENTER TO CM-CENTER-ID
               READ COST-CENTER-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CCM-STATUS
               END-READ
               IF NOT WS-CCM-OK
                   DISPLAY "Centro de custo inexistente - fatura "
                       "recusada."
                   GO TO 3500-EXIT
               END-IF
           END-IF
           MOVE WS-ENTRY-CENTER TO AP-COST-CENTER-ID
           DISPLAY "Banda de IVA (N/I/R): "
           ACCEPT WS-LINE-VAT-CAT
           DISPLAY "Valor liquido: "
           ACCEPT WS-ENTRY-NET
           IF WS-ENTRY-NET = ZEROS
               DISPLAY "Valor invalido - fatura recusada."
               GO TO 3500-EXIT
           END-IF
           MOVE WS-ENTRY-NET TO WS-LINE-NET
           PERFORM 3600-ADD-TO-BAND
           ADD 1 TO WS-INVOICE-LINES
           MOVE ZEROS TO WS-ENTRY-PO-LINE
           MOVE ZEROS TO WS-ENTRY-QTY
           MOVE ZEROS TO WS-AVAILABLE-QTY
           MOVE WS-ENTRY-NET TO WS-ENTRY-PRICE
           MOVE ZEROS TO PO-UNIT-PRICE
           MOVE "SEM ENCOMENDA" TO WS-HOLD-REASON
           PERFORM 3700-WRITE-HOLD-LINE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-ADD-TO-BAND - the line's net and VAT at the rate in
      * force into its band and the invoice totals
      *-----------------------------------------------------------*
       3600-ADD-TO-BAND.
           EVALUATE WS-LINE-VAT-CAT
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE "N" TO WS-LINE-VAT-CAT
                   MOVE 1 TO WS-BAND-IDX
           END-EVALUATE
           MOVE .230 TO WS-TAX-RATE
           PERFORM 3610-MATCH-ONE-BAND
               VARYING WS-VAT-IDX FROM 1 BY 1
               UNTIL WS-VAT-IDX > WS-VAT-COUNT
           COMPUTE WS-LINE-VAT ROUNDED = WS-LINE-NET * WS-TAX-RATE
           ADD WS-LINE-NET TO AP-BAND-NET(WS-BAND-IDX)
           ADD WS-LINE-VAT TO AP-BAND-VAT(WS-BAND-IDX)
           ADD WS-LINE-NET TO AP-NET-AMOUNT
           ADD WS-LINE-VAT TO AP-VAT-AMOUNT.

       3610-MATCH-ONE-BAND.
           IF WVT-CAT(WS-VAT-IDX) = WS-LINE-VAT-CAT
               MOVE WVT-RATE(WS-VAT-IDX) TO WS-TAX-RATE
           END-IF.

      *-----------------------------------------------------------*
      * 3700-WRITE-HOLD-LINE - one difference onto the hold report
      *-----------------------------------------------------------*
       3700-WRITE-HOLD-LINE.
           ADD 1 TO AP-HOLD-COUNT
           MOVE WS-ENTRY-SUPPLIER TO WD-SUPPLIER
           MOVE WS-ENTRY-INVOICE TO WD-INVOICE
           MOVE WS-ENTRY-PO TO WD-PO-NUMBER
           MOVE WS-ENTRY-PO-LINE TO WD-PO-LINE
           MOVE WS-ENTRY-QTY TO WD-QTY
           MOVE WS-AVAILABLE-QTY TO WD-AVAILABLE
           MOVE WS-ENTRY-PRICE TO WD-PRICE
           MOVE PO-UNIT-PRICE TO WD-PO-PRICE
           MOVE WS-HOLD-REASON TO WD-REASON
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-DETAIL
           DISPLAY "*** " WS-HOLD-REASON.

      *-----------------------------------------------------------*
      * 3800-COMPUTE-DUE-DATE - the invoice date pushed out by the
      * supplier's terms, whole 30-day months at a time as the
      * receivables side does; no terms on file reads as 30 days
      * and a day past the 28th is held to the 28th
      *-----------------------------------------------------------*
       3800-COMPUTE-DUE-DATE.
           IF WS-TERMS = ZEROS
               MOVE 30 TO WS-TERMS
           END-IF
           MOVE AP-INVOICE-DATE TO WS-INVOICE-DATE-X
           COMPUTE WS-DUE-MONTH-INDEX =
               (WS-INVOICE-YEAR * 12) + WS-INVOICE-MONTH - 1
               + (WS-TERMS / 30)
           DIVIDE WS-DUE-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           MOVE WS-INVOICE-DAY TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE AP-DUE-DATE =
               (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
               + WS-DUE-DAY.

       3900-CLEAR-AMOUNTS.
           MOVE ZEROS TO AP-BAND-NET(WS-BAND-IDX)
           MOVE ZEROS TO AP-BAND-VAT(WS-BAND-IDX).

      *-----------------------------------------------------------*
      * 4000-RELEASE-HELD - someone who has resolved the
      * differences releases a held invoice for payment
      *-----------------------------------------------------------*
       4000-RELEASE-HELD.
           DISPLAY "Numero do fornecedor: "
           ACCEPT WS-ENTRY-SUPPLIER
           DISPLAY "Numero da fatura do fornecedor: "
           ACCEPT WS-ENTRY-INVOICE
           MOVE WS-ENTRY-SUPPLIER TO AP-SUPP-NUMBER
           MOVE WS-ENTRY-INVOICE TO AP-INVOICE-NUMBER
           READ AP-OPEN-ITEMS
               INVALID KEY
                   DISPLAY "Fatura nao encontrada."
                   GO TO 4000-EXIT
           END-READ
           IF NOT AP-ITEM-HELD
               DISPLAY "A fatura nao esta retida - estado " AP-STATUS
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Data: " AP-INVOICE-DATE "  Encomenda: "
               AP-PO-NUMBER "  Diferencas: " AP-HOLD-COUNT
           DISPLAY "Liquido: " AP-NET-AMOUNT "  IVA: " AP-VAT-AMOUNT
               "  Total: " AP-GROSS-AMOUNT
           DISPLAY "Libertar para pagamento (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 4000-EXIT
           END-IF
           SET AP-ITEM-APPROVED TO TRUE
           MOVE WS-RUN-DATE TO AP-APPROVED-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR
           REWRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao libertar a fatura."
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 5000-POST-APPROVED-INVOICE
           DISPLAY "Fatura libertada e contabilizada.".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-POST-APPROVED-INVOICE - debit stock (or the expense
      * account) with the net and input VAT with the tax, credit
      * the supplier control account with the gross; the VAT per
      * band onto the purchase VAT register
      *-----------------------------------------------------------*
       5000-POST-APPROVED-INVOICE.
           ADD 1 TO WS-APPROVED-COUNT
           OPEN EXTEND GL-POSTING-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "APINVREG" TO GL-SOURCE
           MOVE AP-DEBIT-ACCOUNT TO GL-ACCOUNT
           MOVE AP-NET-AMOUNT TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE AP-INVOICE-NUMBER TO GL-DESCRIPTION
           IF AP-COST-CENTER-ID IS NUMERIC
               AND AP-COST-CENTER-ID NOT = ZEROS
               MOVE AP-COST-CENTER-ID TO GL-COST-CENTER-ID
           END-IF
           WRITE GL-POSTING-RECORD
           IF AP-VAT-AMOUNT > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "APINVREG" TO GL-SOURCE
               MOVE WS-INPUT-VAT-ACCOUNT TO GL-ACCOUNT
               MOVE AP-VAT-AMOUNT TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "IVA DEDUTIVEL" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "APINVREG" TO GL-SOURCE
           MOVE WS-SUPPLIER-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE AP-GROSS-AMOUNT TO GL-CREDIT
           MOVE AP-INVOICE-NUMBER TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE
           OPEN EXTEND PURCHASE-VAT-REGISTER
           PERFORM 5100-REGISTER-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           CLOSE PURCHASE-VAT-REGISTER.

       5100-REGISTER-ONE-BAND.
           IF AP-BAND-NET(WS-BAND-IDX) > ZEROS
               OR AP-BAND-VAT(WS-BAND-IDX) > ZEROS
               MOVE SPACES TO PURCHASE-VAT-REGISTER-REC
               MOVE WS-RUN-DATE TO PVR-POST-DATE
               MOVE AP-SUPP-NUMBER TO PVR-SUPP-NUMBER
               MOVE AP-INVOICE-NUMBER TO PVR-INVOICE-NUMBER
               MOVE WS-BAND-CODE(WS-BAND-IDX) TO PVR-VAT-BAND
               MOVE AP-BAND-NET(WS-BAND-IDX) TO PVR-NET-AMOUNT
               MOVE AP-BAND-VAT(WS-BAND-IDX) TO PVR-TAX-AMOUNT
               WRITE PURCHASE-VAT-REGISTER-REC
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - hold-report trailer, close, counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-HELD-COUNT TO WT-HELD
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-TRAILER
           CLOSE AP-OPEN-ITEMS
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SUPPLIER-MASTER
           CLOSE PRODUCT-MASTER
           CLOSE GL-ACCOUNT-MASTER
           CLOSE COST-CENTER-MASTER
           CLOSE HOLD-REPORT
           DISPLAY "Faturas registadas: " WS-REGISTERED-COUNT
               "  aprovadas: " WS-APPROVED-COUNT
               "  retidas: " WS-HELD-COUNT.

       END PROGRAM APINVREG.
