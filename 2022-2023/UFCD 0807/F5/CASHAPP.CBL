      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  A receipt against an item invoiced in a
      *                 foreign currency is taken in that currency:
      *                 the item clears at its invoice-date rate, the
      *                 bank is debited at the day's CURRATE rate
      *                 (CURSVC), and the realised exchange gain or
      *                 loss between the two posts to DIFCAMB.  The
      *                 report shows each receipt's difference.
      * 2026-10-15  RG  A receipt against an item ARWOFF wrote off
      *                 as uncollectable is rejected rather than
      *                 reopening the closed debt.
      * 2026-10-15  RG  Every receipt applied is appended to the
      *                 RCPTHST receipt history, so CUSTINQ can show
      *                 a customer's latest receipts at the desk.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT RECEIPTS-REPORT ASSIGN TO "CASHAPRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY ASSIGN TO "RCPTHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
       FD  RECEIPTS-REPORT.
       01  RECEIPTS-REPORT-LINE      PIC X(80).

       FD  RECEIPT-HISTORY.
       COPY RCPTHST.

       FD  GL-POSTING-FILE.
       COPY GLPOST.


       COPY RUNLOG.

       COPY CURSVC.

       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUE "00".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           05  WS-REJECT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-APPLIED-TOTAL      PIC 9(8)V99 VALUE ZEROS.
           05  WS-REMAINING          PIC 9(7)V99 VALUE ZEROS.
           05  WS-EXCH-DIFF-TOTAL    PIC S9(7)V99 VALUE ZEROS.

      *    a receipt in euros: what the item clears, what the bank
      *    gets and, for a foreign-currency item, the difference
       01  WS-RECEIPT-EUROS.
           05  WS-CLEARED-EUR        PIC 9(7)V99 VALUE ZEROS.
           05  WS-BANKED-EUR         PIC 9(7)V99 VALUE ZEROS.
           05  WS-EXCESS-FX          PIC 9(7)V99 VALUE ZEROS.
           05  WS-EXCH-DIFF          PIC S9(7)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(28) VALUE
           05  WD-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-RESULT             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-EXCH-DIFF          PIC -ZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(11) VALUE "APLICADOS: ".
           05  WT-APPLIED-TOTAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(13) VALUE "  REJEITADOS:".
           05  WT-REJECT-COUNT       PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  DIF.CAMBIO:".
           05  WT-EXCH-DIFF          PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           OPEN I-O AR-OPEN-ITEMS
           OPEN I-O CUSTOMER-MASTER
           OPEN OUTPUT RECEIPTS-REPORT
           OPEN EXTEND RECEIPT-HISTORY
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE RECEIPTS-REPORT-LINE FROM WS-REPORT-HEADER
           IF WS-MODE-BANK
           END-IF
           DISPLAY "Numero da encomenda: "
           ACCEPT WS-ENTRY-ORDER
           DISPLAY "Valor recebido (na moeda da fatura): "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               DISPLAY "Valor invalido."
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-APPLY-RECEIPT THRU 3000-EXIT
           IF WS-APPLIED
               MOVE WS-REMAINING TO WD-AMOUNT
               DISPLAY "Recebimento aplicado - saldo da fatura: "
           MOVE BR-CUST-NUMBER TO WS-ENTRY-CUSTOMER
           MOVE BR-ORDER-NUMBER TO WS-ENTRY-ORDER
           MOVE BR-AMOUNT TO WS-ENTRY-AMOUNT
           PERFORM 3000-APPLY-RECEIPT THRU 3000-EXIT
           READ BANK-RECEIPTS
               AT END
                   SET WS-RCPT-EOF TO TRUE
           MOVE WS-ENTRY-CUSTOMER TO WD-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO WD-ORDER-NUMBER
           MOVE WS-ENTRY-AMOUNT TO WD-AMOUNT
           MOVE SPACES TO WD-CURRENCY
           MOVE ZEROS TO WD-EXCH-DIFF
           MOVE ZEROS TO WS-EXCH-DIFF
           MOVE WS-ENTRY-CUSTOMER TO AR-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               WRITE RECEIPTS-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 3000-EXIT
           END-IF
           IF AR-ITEM-WRITTEN-OFF
               ADD 1 TO WS-REJECT-COUNT
               MOVE "ITEM ANULADO INCOBR." TO WD-RESULT
               WRITE RECEIPTS-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 3000-EXIT
           END-IF
           IF NOT AR-HOME-CURRENCY AND AR-FX-RATE > ZEROS
               PERFORM 3500-APPLY-FOREIGN-RECEIPT THRU 3500-EXIT
               IF NOT WS-APPLIED
                   GO TO 3000-EXIT
               END-IF
               MOVE "N" TO WS-APPLIED-SW
               GO TO 3000-REWRITE
           END-IF
           MOVE WS-ENTRY-AMOUNT TO WS-CLEARED-EUR
           MOVE WS-ENTRY-AMOUNT TO WS-BANKED-EUR
           IF WS-ENTRY-AMOUNT >= AR-AMOUNT
               MOVE ZEROS TO AR-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           ELSE
               SUBTRACT WS-ENTRY-AMOUNT FROM AR-AMOUNT
               MOVE "PAGAMENTO PARCIAL" TO WD-RESULT
           END-IF.
       3000-REWRITE.
           MOVE AR-AMOUNT TO WS-REMAINING
           REWRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
           END-REWRITE
           SET WS-APPLIED TO TRUE
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-BANKED-EUR TO WS-APPLIED-TOTAL
           ADD WS-EXCH-DIFF TO WS-EXCH-DIFF-TOTAL
           WRITE RECEIPTS-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 3900-WRITE-RECEIPT-HISTORY
           PERFORM 4000-REDUCE-CUSTOMER-BALANCE
           PERFORM 5000-POST-CASH-TO-LEDGER.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-WRITE-RECEIPT-HISTORY - the receipt just applied, for
      * the account inquiry
      *-----------------------------------------------------------*
       3900-WRITE-RECEIPT-HISTORY.
           MOVE SPACES TO RECEIPT-HISTORY-RECORD
           MOVE WS-RUN-DATE TO RH-RECEIPT-DATE
           MOVE WS-ENTRY-CUSTOMER TO RH-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO RH-ORDER-NUMBER
           MOVE WS-ENTRY-AMOUNT TO RH-AMOUNT
           MOVE AR-CURRENCY-CODE TO RH-CURRENCY-CODE
           MOVE WS-CLEARED-EUR TO RH-CLEARED-EUR
           MOVE WS-RUN-MODE TO RH-SOURCE
           IF AR-ITEM-PAID
               SET RH-ITEM-SETTLED TO TRUE
           ELSE
               SET RH-ITEM-PART-PAID TO TRUE
           END-IF
           WRITE RECEIPT-HISTORY-RECORD.

      *-----------------------------------------------------------*
      * 3500-APPLY-FOREIGN-RECEIPT - the amount received is in the
      * item's currency.  The item clears at its invoice-date rate
      * (the whole euro amount when the receipt pays it off, any
      * excess at that rate too); the bank gets it at the day's
      * rate; the gap is the realised exchange difference.  An item
      * whose currency has no rate today is rejected untouched.
      *-----------------------------------------------------------*
       3500-APPLY-FOREIGN-RECEIPT.
           MOVE AR-CURRENCY-CODE TO WD-CURRENCY
           MOVE AR-CURRENCY-CODE TO CV-CURRENCY-CODE
           MOVE WS-RUN-DATE TO CV-RATE-DATE
           CALL "CURSVC" USING CURSVC-LINKAGE
           IF CV-ERROR
               ADD 1 TO WS-REJECT-COUNT
               MOVE "SEM CAMBIO DO DIA" TO WD-RESULT
               WRITE RECEIPTS-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 3500-EXIT
           END-IF
           COMPUTE WS-BANKED-EUR ROUNDED = WS-ENTRY-AMOUNT * CV-RATE
           IF WS-ENTRY-AMOUNT >= AR-FX-AMOUNT
               COMPUTE WS-EXCESS-FX = WS-ENTRY-AMOUNT - AR-FX-AMOUNT
               COMPUTE WS-CLEARED-EUR ROUNDED =
                   AR-AMOUNT + WS-EXCESS-FX * AR-FX-RATE
               MOVE ZEROS TO AR-AMOUNT
               MOVE ZEROS TO AR-FX-AMOUNT
               SET AR-ITEM-PAID TO TRUE
               MOVE "LIQUIDADO" TO WD-RESULT
           ELSE
               COMPUTE WS-CLEARED-EUR ROUNDED =
                   WS-ENTRY-AMOUNT * AR-FX-RATE
               IF WS-CLEARED-EUR > AR-AMOUNT
                   MOVE AR-AMOUNT TO WS-CLEARED-EUR
               END-IF
               SUBTRACT WS-CLEARED-EUR FROM AR-AMOUNT
               SUBTRACT WS-ENTRY-AMOUNT FROM AR-FX-AMOUNT
               MOVE "PAGAMENTO PARCIAL" TO WD-RESULT
           END-IF
           COMPUTE WS-EXCH-DIFF = WS-BANKED-EUR - WS-CLEARED-EUR
           MOVE WS-EXCH-DIFF TO WD-EXCH-DIFF
           SET WS-APPLIED TO TRUE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REDUCE-CUSTOMER-BALANCE - the payment comes off the
      * customer's open balance
                   DISPLAY "Cliente desconhecido - saldo nao "
                       "ajustado."
               NOT INVALID KEY
                   SUBTRACT WS-CLEARED-EUR FROM CU-OPEN-BALANCE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE

      *-----------------------------------------------------------*
      * 5000-POST-CASH-TO-LEDGER - the balanced pair: the bank is
      * debited, the receivable credited; a foreign-currency
      * receipt's realised difference balances them on DIFCAMB,
      * credited for a gain, debited for a loss
      *-----------------------------------------------------------*
       5000-POST-CASH-TO-LEDGER.
           OPEN EXTEND GL-POSTING-FILE
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "CASHAPP" TO GL-SOURCE
           MOVE "BANCO" TO GL-ACCOUNT
           MOVE WS-BANKED-EUR TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE "RECEBIMENTO CLIENTE" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE "CASHAPP" TO GL-SOURCE
           MOVE "CLIENTES" TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-CLEARED-EUR TO GL-CREDIT
           MOVE "LIQUIDACAO FATURA" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           IF WS-EXCH-DIFF NOT = ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "CASHAPP" TO GL-SOURCE
               MOVE "DIFCAMB" TO GL-ACCOUNT
               IF WS-EXCH-DIFF > ZEROS
                   MOVE ZEROS TO GL-DEBIT
                   MOVE WS-EXCH-DIFF TO GL-CREDIT
                   MOVE "GANHO CAMBIAL" TO GL-DESCRIPTION
               ELSE
                   COMPUTE GL-DEBIT = ZEROS - WS-EXCH-DIFF
                   MOVE ZEROS TO GL-CREDIT
                   MOVE "PERDA CAMBIAL" TO GL-DESCRIPTION
               END-IF
               WRITE GL-POSTING-RECORD
           END-IF
           CLOSE GL-POSTING-FILE.

      *-----------------------------------------------------------*
           MOVE WS-APPLIED-COUNT TO WT-APPLIED-COUNT
           MOVE WS-APPLIED-TOTAL TO WT-APPLIED-TOTAL
           MOVE WS-REJECT-COUNT TO WT-REJECT-COUNT
           MOVE WS-EXCH-DIFF-TOTAL TO WT-EXCH-DIFF
           WRITE RECEIPTS-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE AR-OPEN-ITEMS
           CLOSE CUSTOMER-MASTER
           CLOSE RECEIPTS-REPORT
           CLOSE RECEIPT-HISTORY
           IF WS-MODE-BANK
               CLOSE BANK-RECEIPTS
           END-IF
