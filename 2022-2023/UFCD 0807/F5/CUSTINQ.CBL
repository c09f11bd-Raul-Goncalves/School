       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Customer account inquiry for the desk taking a
      *                phone call: the customer is found by CU-NUMBER
      *                or by name, the account shown - credit limit,
      *                open balance, credit still available, payment
      *                terms - and from there the clerk pages through
      *                the open AROPEN items with their due dates,
      *                the latest INVDATA invoices (any one of them
      *                shown line by line with its totals), the
      *                CRNREG credit notes, the outstanding BACKORD
      *                lines, the open quotes and credit-held orders,
      *                and the last receipts CASHAPP applied.  Nothing
      *                is updated.  Dispatched from the MENU, so it
      *                runs under the operator's sign-on and option
      *                authorization.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Invoices are now read from the INVDATA file
      *                 instead of the INVARCH print lines; the list
      *                 shows the invoice number beside the order.
      * 2026-10-15  RG  The operator identifies with id and password,
      *                 and the customer's NIF is shown through the
      *                 MASKSVC masking service - in full only to an
      *                 operator at the full-view level.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTE-REGISTER ASSIGN TO "QUOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY ASSIGN TO "RCPTHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.

       FD  BACKORDER-FILE.
       COPY BACKORD.

       FD  QUOTE-REGISTER.
       COPY QUOTEREG.

       FD  RECEIPT-HISTORY.
       COPY RCPTHST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY MASKSVC.

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.

       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUES "00" "05".
       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUES "00" "05".
       01  WS-HOLD-STATUS            PIC XX VALUE "00".
           88  WS-HOLD-OK                    VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-ACCOUNT-SW         PIC X(01) VALUE "N".
               88  WS-ACCOUNT-DONE             VALUE "Y".
           05  WS-BROWSE-SW          PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE              VALUE "Y".
           05  WS-PICK-SW            PIC X(01).
               88  WS-PICK-SELECT              VALUE "S".
               88  WS-PICK-STOP                VALUE "X".
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-STOP-SW            PIC X(01) VALUE "N".
               88  WS-LIST-STOPPED             VALUE "Y".
           05  WS-PENDING-SW         PIC X(01) VALUE "N".
               88  WS-PENDING                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".

       01  WS-MODE-CODE              PIC X(01).
           88  WS-MODE-NUMBER              VALUE "1".
           88  WS-MODE-NAME                VALUE "2".
           88  WS-MODE-EXIT                VALUE "0".

       01  WS-VIEW-CODE              PIC X(01).
           88  WS-VIEW-OPEN-ITEMS          VALUE "1".
           88  WS-VIEW-INVOICES            VALUE "2".
           88  WS-VIEW-ONE-INVOICE         VALUE "3".
           88  WS-VIEW-CREDIT-NOTES        VALUE "4".
           88  WS-VIEW-BACKORDERS          VALUE "5".
           88  WS-VIEW-QUOTES              VALUE "6".
           88  WS-VIEW-RECEIPTS            VALUE "7".
           88  WS-VIEW-EXIT                VALUE "0".

       01  WS-TODAY                  PIC 9(08) VALUE ZEROS.
       01  WS-INQUIRY-NUMBER         PIC 9(05) VALUE ZEROS.
       01  WS-INQUIRY-ORDER          PIC 9(05) VALUE ZEROS.
       01  WS-SEARCH-NAME            PIC X(25).
       01  WS-SEARCH-LENGTH          PIC 9(02) VALUE ZEROS.
       01  WS-SCAN-IDX               PIC 9(02) VALUE ZEROS.

      *    the listings page at fifteen lines
       01  WS-PAGING-FIELDS.
           05  WS-PAGE-LINES         PIC 9(02) VALUE ZEROS.
           05  WS-PAGE-SIZE          PIC 9(02) VALUE 15.
           05  WS-PAGE-REPLY         PIC X(01).

      *    the latest ten invoices and receipts are shown
       01  WS-LATEST-FIELDS.
           05  WS-LATEST-MAX         PIC 9(02) VALUE 10.
           05  WS-MATCH-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-MATCH-SEQ          PIC 9(05) VALUE ZEROS.
           05  WS-SKIP-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-ACCOUNT-FIELDS.
           05  WS-AVAILABLE          PIC S9(8)V99 VALUE ZEROS.
           05  WS-LIST-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LIST-TOTAL         PIC S9(8)V99 VALUE ZEROS.
           05  WS-NOTE-NUMBER        PIC 9(06) VALUE ZEROS.
           05  WS-NOTE-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-NOTE-TYPE          PIC X(09) VALUE SPACES.
           05  WS-NOTE-NET           PIC 9(7)V99 VALUE ZEROS.
           05  WS-NOTE-TAX           PIC 9(7)V99 VALUE ZEROS.

       01  WS-ACCOUNT-LINE-1.
           05  FILLER                PIC X(09) VALUE "Cliente: ".
           05  AL-NUMBER             PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AL-NAME               PIC X(25).
           05  FILLER                PIC X(07) VALUE "  NIF: ".
           05  AL-NIF                PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AL-STATUS             PIC X(09).

       01  WS-ACCOUNT-LINE-2.
           05  FILLER                PIC X(08) VALUE "Limite: ".
           05  AL-CREDIT-LIMIT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(09) VALUE "  Saldo: ".
           05  AL-OPEN-BALANCE       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE
               "  Disponivel: ".
           05  AL-AVAILABLE          PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-ACCOUNT-LINE-3.
           05  FILLER                PIC X(07) VALUE "Prazo: ".
           05  AL-TERMS              PIC ZZ9.
           05  FILLER                PIC X(15) VALUE
               " dias  Moeda: ".
           05  AL-CURRENCY           PIC X(03).
           05  FILLER                PIC X(12) VALUE
               "  Vendedor: ".
           05  AL-SALESREP           PIC X(03).

       01  WS-ITEM-LINE.
           05  IL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-ITEM-TYPE          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IL-FX-AMOUNT          PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-OVERDUE            PIC X(07).

       01  WS-INVOICE-LINE.
           05  VL-INVOICE-NUMBER     PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VL-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VL-GROSS              PIC Z,ZZZ,ZZ9.99.

      *    one invoice shown in full: its header, each priced line
      *    and kit component, and the totals off its trailer
       01  WS-INVOICE-HEAD-LINE.
           05  FILLER                PIC X(07) VALUE "Fatura ".
           05  VH-INVOICE-NUMBER     PIC 9(07).
           05  FILLER                PIC X(08) VALUE "  Enc.: ".
           05  VH-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(08) VALUE "  Data: ".
           05  VH-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VH-CURRENCY           PIC X(03).

       01  WS-INVOICE-DETAIL-LINE.
           05  VD-RECORD-TYPE        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VD-PROD-CODE          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VD-PROD-DESC          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VD-QTY                PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VD-NET                PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  VD-VAT-CAT            PIC X(01).

       01  WS-INVOICE-TOTAL-LINE.
           05  FILLER                PIC X(09) VALUE "Liquido: ".
           05  VT-NET                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(08) VALUE "  IVA: ".
           05  VT-TAX                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  Bruto: ".
           05  VT-GROSS              PIC Z,ZZZ,ZZ9.99.

       01  WS-NOTE-LINE.
           05  NL-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NL-NOTE-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NL-NOTE-TYPE          PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NL-NET                PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NL-TAX                PIC ZZZ,ZZ9.99.

       01  WS-BACKORDER-LINE.
           05  BL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-ORDER-DATE         PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-CODIGO             PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-DESC               PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-QTY                PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  BL-KIT                PIC X(08).

       01  WS-QUOTE-LINE.
           05  QL-LABEL              PIC X(10).
           05  QL-NUMBER             PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QL-DATE               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QL-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QL-STATUS             PIC X(10).

       01  WS-RECEIPT-LINE.
           05  RL-RECEIPT-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-CURRENCY           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-CLEARED-EUR        PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-SOURCE             PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RL-RESULT             PIC X(09).

       01  WS-TOTAL-LINE.
           05  TL-LABEL              PIC X(20).
           05  TL-COUNT              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TL-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-TODAY
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               DISPLAY "Ficheiro CUSTMAST indisponivel."
               GOBACK
           END-IF
           MOVE "Y" TO WS-CONTINUE-SW
           PERFORM 1000-CHOOSE-CUSTOMER THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE CUSTOMER-MASTER
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-CHOOSE-CUSTOMER - by number, by name, or exit
      *-----------------------------------------------------------*
       1000-CHOOSE-CUSTOMER.
           DISPLAY " "
           DISPLAY "CONSULTA DE CONTA DE CLIENTE"
           DISPLAY "1 - Consulta por numero"
           DISPLAY "2 - Pesquisa por nome"
           DISPLAY "0 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-MODE-CODE
           EVALUATE TRUE
               WHEN WS-MODE-NUMBER
                   PERFORM 2000-INQUIRE-BY-NUMBER THRU 2000-EXIT
               WHEN WS-MODE-NAME
                   PERFORM 3000-SEARCH-BY-NAME THRU 3000-EXIT
               WHEN WS-MODE-EXIT
                   MOVE "N" TO WS-CONTINUE-SW
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       2000-INQUIRE-BY-NUMBER.
           DISPLAY "Numero do cliente: "
           ACCEPT WS-INQUIRY-NUMBER
           MOVE WS-INQUIRY-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente nao encontrado."
                   GO TO 2000-EXIT
           END-READ
           PERFORM 5000-SHOW-ACCOUNT THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEARCH-BY-NAME - the master has no name key, so the
      * file is read through in number order and every customer
      * whose name starts with what was keyed is offered in turn
      *-----------------------------------------------------------*
       3000-SEARCH-BY-NAME.
           DISPLAY "Nome (completo ou inicio): "
           ACCEPT WS-SEARCH-NAME
           PERFORM 3500-MEASURE-SEARCH-NAME
           IF WS-SEARCH-LENGTH = ZEROS
               DISPLAY "Nome vazio."
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO CU-NUMBER
           START CUSTOMER-MASTER KEY NOT < CU-NUMBER
               INVALID KEY
                   DISPLAY "Nenhum cliente encontrado."
                   GO TO 3000-EXIT
           END-START
           MOVE "N" TO WS-BROWSE-SW
           PERFORM 4000-BROWSE-ONE-MATCH THRU 4000-EXIT
               UNTIL WS-BROWSE-DONE.
       3000-EXIT.
           EXIT.

       3500-MEASURE-SEARCH-NAME.
           MOVE ZEROS TO WS-SEARCH-LENGTH
           PERFORM 3510-SCAN-ONE-CHAR
               VARYING WS-SCAN-IDX FROM 25 BY -1
               UNTIL WS-SCAN-IDX < 1
                  OR WS-SEARCH-LENGTH > ZEROS.

       3510-SCAN-ONE-CHAR.
           IF WS-SEARCH-NAME(WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-SEARCH-LENGTH
           END-IF.

      *-----------------------------------------------------------*
      * 4000-BROWSE-ONE-MATCH - S to open the account, N for the
      * next match, X to stop
      *-----------------------------------------------------------*
       4000-BROWSE-ONE-MATCH.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   DISPLAY "Fim da pesquisa."
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF CU-NAME(1:WS-SEARCH-LENGTH)
               NOT = WS-SEARCH-NAME(1:WS-SEARCH-LENGTH)
               GO TO 4000-EXIT
           END-IF
           DISPLAY CU-NUMBER "  " CU-NAME
           DISPLAY "S=escolher  N=seguinte  X=parar: "
           ACCEPT WS-PICK-SW
           EVALUATE TRUE
               WHEN WS-PICK-SELECT
                   PERFORM 5000-SHOW-ACCOUNT THRU 5000-EXIT
                   SET WS-BROWSE-DONE TO TRUE
               WHEN WS-PICK-STOP
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SHOW-ACCOUNT - the account summary, then the views
      * until the clerk moves on to another customer
      *-----------------------------------------------------------*
       5000-SHOW-ACCOUNT.
           MOVE CU-NUMBER TO WS-INQUIRY-NUMBER
           MOVE "N" TO WS-ACCOUNT-SW
           PERFORM 5100-DISPLAY-SUMMARY
           PERFORM 5200-CHOOSE-VIEW THRU 5200-EXIT
               UNTIL WS-ACCOUNT-DONE.
       5000-EXIT.
           EXIT.

       5100-DISPLAY-SUMMARY.
           DISPLAY " "
           MOVE CU-NUMBER TO AL-NUMBER
           MOVE CU-NAME TO AL-NAME
           MOVE "N" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "CUSTINQ" TO MK-PROGRAM-NAME
           MOVE CU-NUMBER TO MK-RECORD-KEY
           MOVE CU-NIF TO MK-VALUE
           CALL "MASKSVC" USING MASKSVC-LINKAGE
           MOVE MK-DISPLAY-VALUE TO AL-NIF
           EVALUATE TRUE
               WHEN CU-CLOSED
                   MOVE "ENCERRADO" TO AL-STATUS
               WHEN CU-PENDING
                   MOVE "PENDENTE" TO AL-STATUS
               WHEN OTHER
                   MOVE "ATIVO" TO AL-STATUS
           END-EVALUATE
           DISPLAY WS-ACCOUNT-LINE-1
           COMPUTE WS-AVAILABLE = CU-CREDIT-LIMIT - CU-OPEN-BALANCE
           MOVE CU-CREDIT-LIMIT TO AL-CREDIT-LIMIT
           MOVE CU-OPEN-BALANCE TO AL-OPEN-BALANCE
           MOVE WS-AVAILABLE TO AL-AVAILABLE
           DISPLAY WS-ACCOUNT-LINE-2
           MOVE CU-PAYMENT-TERMS TO AL-TERMS
           IF CU-HOME-CURRENCY
               MOVE "EUR" TO AL-CURRENCY
           ELSE
               MOVE CU-CURRENCY-CODE TO AL-CURRENCY
           END-IF
           MOVE CU-SALESREP-CODE TO AL-SALESREP
           DISPLAY WS-ACCOUNT-LINE-3.

       5200-CHOOSE-VIEW.
           DISPLAY " "
           DISPLAY "1 - Itens em aberto"
           DISPLAY "2 - Ultimas faturas"
           DISPLAY "3 - Ver uma fatura"
           DISPLAY "4 - Notas de credito"
           DISPLAY "5 - Encomendas pendentes (backorders)"
           DISPLAY "6 - Orcamentos e encomendas retidas"
           DISPLAY "7 - Ultimos recebimentos"
           DISPLAY "0 - Outro cliente"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-VIEW-CODE
           EVALUATE TRUE
               WHEN WS-VIEW-OPEN-ITEMS
                   PERFORM 6000-LIST-OPEN-ITEMS THRU 6000-EXIT
               WHEN WS-VIEW-INVOICES
                   PERFORM 6100-LIST-INVOICES THRU 6100-EXIT
               WHEN WS-VIEW-ONE-INVOICE
                   PERFORM 6200-SHOW-INVOICE THRU 6200-EXIT
               WHEN WS-VIEW-CREDIT-NOTES
                   PERFORM 6300-LIST-CREDIT-NOTES THRU 6300-EXIT
               WHEN WS-VIEW-BACKORDERS
                   PERFORM 6400-LIST-BACKORDERS THRU 6400-EXIT
               WHEN WS-VIEW-QUOTES
                   PERFORM 6500-LIST-QUOTES-AND-HOLDS THRU 6500-EXIT
               WHEN WS-VIEW-RECEIPTS
                   PERFORM 6600-LIST-RECEIPTS THRU 6600-EXIT
               WHEN WS-VIEW-EXIT
                   SET WS-ACCOUNT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LIST-OPEN-ITEMS - the customer's open AROPEN items in
      * order-number order, overdue ones flagged against the
      * business date
      *-----------------------------------------------------------*
       6000-LIST-OPEN-ITEMS.
           PERFORM 7000-START-LIST
           OPEN INPUT AR-OPEN-ITEMS
           IF NOT WS-AR-OK
               DISPLAY "Ficheiro AROPEN indisponivel."
               GO TO 6000-EXIT
           END-IF
           MOVE WS-INQUIRY-NUMBER TO AR-CUST-NUMBER
           MOVE ZEROS TO AR-ORDER-NUMBER
           START AR-OPEN-ITEMS KEY NOT < AR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           DISPLAY "ENC.  T  FATURA    VENCE           VALOR"
           PERFORM 6010-LIST-ONE-ITEM THRU 6010-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE AR-OPEN-ITEMS
           MOVE "ITENS EM ABERTO" TO TL-LABEL
           PERFORM 7100-DISPLAY-TOTAL.
       6000-EXIT.
           EXIT.

       6010-LIST-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6010-EXIT
           END-READ
           IF AR-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               SET WS-EOF TO TRUE
               GO TO 6010-EXIT
           END-IF
           IF NOT AR-ITEM-OPEN
               GO TO 6010-EXIT
           END-IF
           MOVE AR-ORDER-NUMBER TO IL-ORDER-NUMBER
           MOVE AR-ITEM-TYPE TO IL-ITEM-TYPE
           MOVE AR-INVOICE-DATE TO IL-INVOICE-DATE
           MOVE AR-DUE-DATE TO IL-DUE-DATE
           MOVE AR-AMOUNT TO IL-AMOUNT
           IF AR-HOME-CURRENCY
               MOVE SPACES TO IL-CURRENCY
               MOVE ZEROS TO IL-FX-AMOUNT
           ELSE
               MOVE AR-CURRENCY-CODE TO IL-CURRENCY
               MOVE AR-FX-AMOUNT TO IL-FX-AMOUNT
           END-IF
           IF AR-DUE-DATE < WS-TODAY
               MOVE "VENCIDO" TO IL-OVERDUE
           ELSE
               MOVE SPACES TO IL-OVERDUE
           END-IF
           ADD 1 TO WS-LIST-COUNT
           ADD AR-AMOUNT TO WS-LIST-TOTAL
           DISPLAY WS-ITEM-LINE
           PERFORM 7010-COUNT-PAGE-LINE.
       6010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-LIST-INVOICES - the customer's latest invoices from
      * the invoice data file with their gross totals: a first pass
      * counts them, the second shows the last ten
      *-----------------------------------------------------------*
       6100-LIST-INVOICES.
           PERFORM 7000-START-LIST
           MOVE ZEROS TO WS-MATCH-COUNT
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 6110-COUNT-ONE-LINE THRU 6110-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE
           IF WS-MATCH-COUNT = ZEROS
               DISPLAY "Sem faturas registadas."
               GO TO 6100-EXIT
           END-IF
           MOVE ZEROS TO WS-SKIP-COUNT
           IF WS-MATCH-COUNT > WS-LATEST-MAX
               COMPUTE WS-SKIP-COUNT = WS-MATCH-COUNT - WS-LATEST-MAX
           END-IF
           MOVE ZEROS TO WS-MATCH-SEQ
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-PENDING-SW
           DISPLAY "FATURA   ENC.   DATA              BRUTO"
           OPEN INPUT INVOICE-DATA-FILE
           PERFORM 6120-SHOW-ONE-LINE THRU 6120-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE INVOICE-DATA-FILE
           IF WS-PENDING
               PERFORM 6130-DISPLAY-INVOICE
           END-IF.
       6100-EXIT.
           EXIT.

       6110-COUNT-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6110-EXIT
           END-READ
           IF ID-HEADER-REC
               PERFORM 6150-CHECK-HEADER-CUSTOMER
               IF WS-FOUND
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF.
       6110-EXIT.
           EXIT.

       6120-SHOW-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6120-EXIT
           END-READ
           IF ID-HEADER-REC
               IF WS-PENDING
                   PERFORM 6130-DISPLAY-INVOICE
               END-IF
               PERFORM 6150-CHECK-HEADER-CUSTOMER
               IF WS-FOUND
                   ADD 1 TO WS-MATCH-SEQ
                   IF WS-MATCH-SEQ > WS-SKIP-COUNT
                       SET WS-PENDING TO TRUE
                       MOVE ID-INVOICE-NUMBER TO VL-INVOICE-NUMBER
                       MOVE ID-ORDER-NUMBER TO VL-ORDER-NUMBER
                       MOVE ID-INVOICE-DATE TO VL-INVOICE-DATE
                       MOVE ZEROS TO VL-GROSS
                   END-IF
               END-IF
               GO TO 6120-EXIT
           END-IF
           IF WS-PENDING AND ID-TRAILER-REC
               MOVE ID-GROSS-TOTAL TO VL-GROSS
               PERFORM 6130-DISPLAY-INVOICE
           END-IF.
       6120-EXIT.
           EXIT.

       6130-DISPLAY-INVOICE.
           DISPLAY WS-INVOICE-LINE
           MOVE "N" TO WS-PENDING-SW
           PERFORM 7010-COUNT-PAGE-LINE.

      *    a desk receipt is not a customer invoice
       6150-CHECK-HEADER-CUSTOMER.
           MOVE "N" TO WS-FOUND-SW
           IF ID-DOC-INVOICE
               AND ID-CUST-NUMBER = WS-INQUIRY-NUMBER
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6200-SHOW-INVOICE - every line of the customer's invoice
      * for an order with its totals, in place of a reprint from
      * the report archive; an order invoiced again on a backorder
      * release shows each of its invoices
      *-----------------------------------------------------------*
       6200-SHOW-INVOICE.
           DISPLAY "Numero da encomenda: "
           ACCEPT WS-INQUIRY-ORDER
           PERFORM 7000-START-LIST
           MOVE "N" TO WS-PENDING-SW
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 6210-SHOW-ONE-LINE THRU 6210-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE INVOICE-DATA-FILE
           IF WS-LIST-COUNT = ZEROS
               DISPLAY "Fatura nao encontrada para este cliente."
           END-IF.
       6200-EXIT.
           EXIT.

       6210-SHOW-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6210-EXIT
           END-READ
           IF ID-HEADER-REC
               MOVE "N" TO WS-PENDING-SW
               PERFORM 6150-CHECK-HEADER-CUSTOMER
               IF WS-FOUND AND ID-ORDER-NUMBER = WS-INQUIRY-ORDER
                   SET WS-PENDING TO TRUE
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY " "
                   PERFORM 6220-DISPLAY-INVOICE-HEAD
               END-IF
               GO TO 6210-EXIT
           END-IF
           IF NOT WS-PENDING
               GO TO 6210-EXIT
           END-IF
           IF ID-TRAILER-REC
               MOVE ID-NET-TOTAL TO VT-NET
               MOVE ID-TAX-TOTAL TO VT-TAX
               MOVE ID-GROSS-TOTAL TO VT-GROSS
               DISPLAY WS-INVOICE-TOTAL-LINE
           ELSE
               MOVE ID-RECORD-TYPE TO VD-RECORD-TYPE
               MOVE ID-PROD-CODE TO VD-PROD-CODE
               MOVE ID-PROD-DESC TO VD-PROD-DESC
               MOVE ID-QTY TO VD-QTY
               MOVE ID-NET-AMOUNT TO VD-NET
               MOVE ID-VAT-CAT TO VD-VAT-CAT
               DISPLAY WS-INVOICE-DETAIL-LINE
           END-IF
           PERFORM 7010-COUNT-PAGE-LINE.
       6210-EXIT.
           EXIT.

       6220-DISPLAY-INVOICE-HEAD.
           MOVE ID-INVOICE-NUMBER TO VH-INVOICE-NUMBER
           MOVE ID-ORDER-NUMBER TO VH-ORDER-NUMBER
           MOVE ID-INVOICE-DATE TO VH-INVOICE-DATE
           IF ID-IN-EUROS
               MOVE "EUR" TO VH-CURRENCY
           ELSE
               MOVE ID-CURRENCY-CODE TO VH-CURRENCY
           END-IF
           DISPLAY WS-INVOICE-HEAD-LINE
           PERFORM 7010-COUNT-PAGE-LINE.

      *-----------------------------------------------------------*
      * 6300-LIST-CREDIT-NOTES - the register holds a note's lines
      * together; each note is shown once with its totals
      *-----------------------------------------------------------*
       6300-LIST-CREDIT-NOTES.
           PERFORM 7000-START-LIST
           MOVE "N" TO WS-PENDING-SW
           MOVE ZEROS TO WS-NOTE-NUMBER
           DISPLAY "NOTA    DATA      TIPO              LIQUIDO"
               "         IVA"
           OPEN INPUT CREDIT-NOTE-REGISTER
           PERFORM 6310-LIST-ONE-NOTE-LINE THRU 6310-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE CREDIT-NOTE-REGISTER
           IF WS-PENDING
               PERFORM 6320-DISPLAY-NOTE
           END-IF
           MOVE "NOTAS DE CREDITO" TO TL-LABEL
           PERFORM 7100-DISPLAY-TOTAL.
       6300-EXIT.
           EXIT.

       6310-LIST-ONE-NOTE-LINE.
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6310-EXIT
           END-READ
           IF CRR-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               GO TO 6310-EXIT
           END-IF
           IF WS-PENDING AND CRR-NOTE-NUMBER NOT = WS-NOTE-NUMBER
               PERFORM 6320-DISPLAY-NOTE
           END-IF
           IF NOT WS-PENDING
               SET WS-PENDING TO TRUE
               MOVE CRR-NOTE-NUMBER TO WS-NOTE-NUMBER
               MOVE CRR-NOTE-DATE TO WS-NOTE-DATE
               MOVE ZEROS TO WS-NOTE-NET
               MOVE ZEROS TO WS-NOTE-TAX
               IF CRR-TYPE-REBATE
                   MOVE "RAPPEL" TO WS-NOTE-TYPE
               ELSE
                   MOVE "DEVOLUCAO" TO WS-NOTE-TYPE
               END-IF
           END-IF
           ADD CRR-NET-AMOUNT TO WS-NOTE-NET
           ADD CRR-TAX-AMOUNT TO WS-NOTE-TAX.
       6310-EXIT.
           EXIT.

       6320-DISPLAY-NOTE.
           MOVE WS-NOTE-NUMBER TO NL-NOTE-NUMBER
           MOVE WS-NOTE-DATE TO NL-NOTE-DATE
           MOVE WS-NOTE-TYPE TO NL-NOTE-TYPE
           MOVE WS-NOTE-NET TO NL-NET
           MOVE WS-NOTE-TAX TO NL-TAX
           DISPLAY WS-NOTE-LINE
           ADD 1 TO WS-LIST-COUNT
           COMPUTE WS-LIST-TOTAL =
               WS-LIST-TOTAL + WS-NOTE-NET + WS-NOTE-TAX
           MOVE "N" TO WS-PENDING-SW
           PERFORM 7010-COUNT-PAGE-LINE.

      *-----------------------------------------------------------*
      * 6400-LIST-BACKORDERS - the customer's lines still waiting
      * for stock; a kit component shows the kit it belongs to
      *-----------------------------------------------------------*
       6400-LIST-BACKORDERS.
           PERFORM 7000-START-LIST
           DISPLAY "ENC.   DATA      COD  DESCRICAO"
               "             QTD  LOC"
           OPEN INPUT BACKORDER-FILE
           PERFORM 6410-LIST-ONE-BACKORDER THRU 6410-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE BACKORDER-FILE
           MOVE "LINHAS PENDENTES" TO TL-LABEL
           MOVE ZEROS TO WS-LIST-TOTAL
           PERFORM 7100-DISPLAY-TOTAL.
       6400-EXIT.
           EXIT.

       6410-LIST-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6410-EXIT
           END-READ
           IF BO-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               GO TO 6410-EXIT
           END-IF
           MOVE BO-ORDER-NUMBER TO BL-ORDER-NUMBER
           MOVE BO-ORDER-DATE TO BL-ORDER-DATE
           MOVE BO-CODIGO TO BL-CODIGO
           MOVE BO-DESC TO BL-DESC
           MOVE BO-QTY TO BL-QTY
           MOVE BO-LOCATION TO BL-LOCATION
           MOVE SPACES TO BL-KIT
           IF BO-KIT-CODE NUMERIC AND BO-KIT-CODE > ZEROS
               STRING "KIT " BO-KIT-CODE DELIMITED BY SIZE
                   INTO BL-KIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           DISPLAY WS-BACKORDER-LINE
           PERFORM 7010-COUNT-PAGE-LINE.
       6410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-LIST-QUOTES-AND-HOLDS - the open quotes not yet
      * converted, then the orders parked on credit hold and not
      * yet booked
      *-----------------------------------------------------------*
       6500-LIST-QUOTES-AND-HOLDS.
           PERFORM 7000-START-LIST
           OPEN INPUT QUOTE-REGISTER
           PERFORM 6510-LIST-ONE-QUOTE THRU 6510-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE QUOTE-REGISTER
           IF WS-LIST-STOPPED
               GO TO 6500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CREDIT-HOLD-FILE
           IF NOT WS-HOLD-OK
               GO TO 6500-TOTAL
           END-IF
           PERFORM 6520-LIST-ONE-HOLD THRU 6520-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE CREDIT-HOLD-FILE.
       6500-TOTAL.
           MOVE "ORC./RETIDAS" TO TL-LABEL
           PERFORM 7100-DISPLAY-TOTAL.
       6500-EXIT.
           EXIT.

       6510-LIST-ONE-QUOTE.
           READ QUOTE-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6510-EXIT
           END-READ
           IF QR-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               OR NOT QR-QUOTE-OPEN
               GO TO 6510-EXIT
           END-IF
           MOVE "ORCAMENTO " TO QL-LABEL
           MOVE QR-QUOTE-NUMBER TO QL-NUMBER
           MOVE QR-QUOTE-DATE TO QL-DATE
           MOVE QR-GROSS-AMOUNT TO QL-AMOUNT
           MOVE "EM ABERTO" TO QL-STATUS
           ADD 1 TO WS-LIST-COUNT
           ADD QR-GROSS-AMOUNT TO WS-LIST-TOTAL
           DISPLAY WS-QUOTE-LINE
           PERFORM 7010-COUNT-PAGE-LINE.
       6510-EXIT.
           EXIT.

       6520-LIST-ONE-HOLD.
           READ CREDIT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6520-EXIT
           END-READ
           IF NOT CH-HEADER-REC
               OR CH-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               GO TO 6520-EXIT
           END-IF
           IF NOT CH-HELD AND NOT CH-RELEASED
               GO TO 6520-EXIT
           END-IF
           MOVE "RETIDA    " TO QL-LABEL
           MOVE CH-ORDER-NUMBER TO QL-NUMBER
           MOVE CH-HOLD-DATE TO QL-DATE
           MOVE CH-ORDER-VALUE TO QL-AMOUNT
           IF CH-HELD
               MOVE "RETIDA" TO QL-STATUS
           ELSE
               MOVE "LIBERTADA" TO QL-STATUS
           END-IF
           ADD 1 TO WS-LIST-COUNT
           ADD CH-ORDER-VALUE TO WS-LIST-TOTAL
           DISPLAY WS-QUOTE-LINE
           PERFORM 7010-COUNT-PAGE-LINE.
       6520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6600-LIST-RECEIPTS - the customer's last ten receipts from
      * the receipt history, counted first and then shown
      *-----------------------------------------------------------*
       6600-LIST-RECEIPTS.
           PERFORM 7000-START-LIST
           MOVE ZEROS TO WS-MATCH-COUNT
           OPEN INPUT RECEIPT-HISTORY
           PERFORM 6610-COUNT-ONE-RECEIPT THRU 6610-EXIT
               UNTIL WS-EOF
           CLOSE RECEIPT-HISTORY
           IF WS-MATCH-COUNT = ZEROS
               DISPLAY "Sem recebimentos registados."
               GO TO 6600-EXIT
           END-IF
           MOVE ZEROS TO WS-SKIP-COUNT
           IF WS-MATCH-COUNT > WS-LATEST-MAX
               COMPUTE WS-SKIP-COUNT = WS-MATCH-COUNT - WS-LATEST-MAX
           END-IF
           MOVE ZEROS TO WS-MATCH-SEQ
           MOVE "N" TO WS-EOF-SW
           DISPLAY "DATA      ENC.        RECEBIDO MOEDA  EUR LIQUID."
           OPEN INPUT RECEIPT-HISTORY
           PERFORM 6620-SHOW-ONE-RECEIPT THRU 6620-EXIT
               UNTIL WS-EOF OR WS-LIST-STOPPED
           CLOSE RECEIPT-HISTORY
           MOVE "RECEBIMENTOS" TO TL-LABEL
           PERFORM 7100-DISPLAY-TOTAL.
       6600-EXIT.
           EXIT.

       6610-COUNT-ONE-RECEIPT.
           READ RECEIPT-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6610-EXIT
           END-READ
           IF RH-CUST-NUMBER = WS-INQUIRY-NUMBER
               ADD 1 TO WS-MATCH-COUNT
           END-IF.
       6610-EXIT.
           EXIT.

       6620-SHOW-ONE-RECEIPT.
           READ RECEIPT-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6620-EXIT
           END-READ
           IF RH-CUST-NUMBER NOT = WS-INQUIRY-NUMBER
               GO TO 6620-EXIT
           END-IF
           ADD 1 TO WS-MATCH-SEQ
           IF WS-MATCH-SEQ NOT > WS-SKIP-COUNT
               GO TO 6620-EXIT
           END-IF
           MOVE RH-RECEIPT-DATE TO RL-RECEIPT-DATE
           MOVE RH-ORDER-NUMBER TO RL-ORDER-NUMBER
           MOVE RH-AMOUNT TO RL-AMOUNT
           IF RH-CURRENCY-CODE = SPACES
               MOVE "EUR" TO RL-CURRENCY
           ELSE
               MOVE RH-CURRENCY-CODE TO RL-CURRENCY
           END-IF
           MOVE RH-CLEARED-EUR TO RL-CLEARED-EUR
           IF RH-FROM-BANK
               MOVE "BANCO" TO RL-SOURCE
           ELSE
               MOVE "BALCAO" TO RL-SOURCE
           END-IF
           IF RH-ITEM-SETTLED
               MOVE "LIQUIDADO" TO RL-RESULT
           ELSE
               MOVE "PARCIAL" TO RL-RESULT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           ADD RH-CLEARED-EUR TO WS-LIST-TOTAL
           DISPLAY WS-RECEIPT-LINE
           PERFORM 7010-COUNT-PAGE-LINE.
       6620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-START-LIST / 7010-COUNT-PAGE-LINE - every listing
      * pauses each full page; X stops it there
      *-----------------------------------------------------------*
       7000-START-LIST.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-STOP-SW
           MOVE ZEROS TO WS-PAGE-LINES
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE ZEROS TO WS-LIST-TOTAL
           DISPLAY " ".

       7010-COUNT-PAGE-LINE.
           ADD 1 TO WS-PAGE-LINES
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
               DISPLAY "Enter=continuar  X=parar: "
               ACCEPT WS-PAGE-REPLY
               IF WS-PAGE-REPLY = "X" OR WS-PAGE-REPLY = "x"
                   SET WS-LIST-STOPPED TO TRUE
               END-IF
               MOVE ZEROS TO WS-PAGE-LINES
           END-IF.

       7100-DISPLAY-TOTAL.
           MOVE WS-LIST-COUNT TO TL-COUNT
           MOVE WS-LIST-TOTAL TO TL-AMOUNT
           DISPLAY WS-TOTAL-LINE.

       END PROGRAM CUSTINQ.
