       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALRP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end inventory valuation: every product on
      *                PRODUCT-MASTER is listed with its quantity on
      *                hand, its moving-average unit cost (standard
      *                cost until the first costed receipt) and the
      *                resulting stock value, with the grand total.
      *                The month's STKMOVE movements are then summed
      *                by type at the values they carry, and - once
      *                confirmed - the cost of sales (sales less
      *                credit-note returns) and the net stock
      *                adjustments post to GLPOST against the stock
      *                account.  Receipts are not posted here: the
      *                stock account takes them from the supplier
      *                invoice in APINVREG.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The month posts only while the business date
      *                 is still in it, and only once: GLPOST and
      *                 GLARCH are searched for an INVVALRP posting
      *                 dated in the month before anything is written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL STOCK-MOVEMENT-LEDGER ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALUATION-REPORT ASSIGN TO "INVVALRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-ARCHIVE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY PRODMAST.

       FD  STOCK-MOVEMENT-LEDGER.
       COPY STKMOVE.

       FD  VALUATION-REPORT.
       01  VALUATION-REPORT-LINE     PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  GL-POSTING-ARCHIVE.
       COPY GLPOST REPLACING GL-POSTING-RECORD BY GL-ARCHIVE-RECORD
           GL-POST-DATE BY GA-POST-DATE
           GL-SOURCE BY GA-SOURCE
           GL-ACCOUNT BY GA-GL-ACCOUNT
           GL-DEBIT BY GA-DEBIT
           GL-CREDIT BY GA-CREDIT
           GL-DESCRIPTION BY GA-DESCRIPTION.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-PROD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-PROD-EOF                 VALUE "Y".
           05  WS-MOVE-EOF-SW        PIC X(01) VALUE "N".
               88  WS-MOVE-EOF                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-SCAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".
           05  WS-POSTED-SW          PIC X(01) VALUE "N".
               88  WS-MONTH-POSTED             VALUE "Y".

      *    the GL accounts the month's stock movements post to
       01  WS-STOCK-ACCOUNT          PIC X(08) VALUE "EXISTENC".
       01  WS-COGS-ACCOUNT           PIC X(08) VALUE "CUSTVEND".
       01  WS-ADJUST-ACCOUNT         PIC X(08) VALUE "QUEBRAS".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-REPORT-MONTH           PIC 9(06) VALUE ZEROS.
       01  WS-MOVE-MONTH             PIC 9(06) VALUE ZEROS.
       01  WS-POST-MONTH             PIC 9(06) VALUE ZEROS.

       01  WS-VALUATION-FIELDS.
           05  WS-UNIT-COST          PIC 9(5)V99 VALUE ZEROS.
           05  WS-PROD-VALUE         PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-VALUE        PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-UNITS        PIC 9(09) VALUE ZEROS.
           05  WS-PRODUCT-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-UNCOSTED-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-MOVEMENT-TOTALS.
           05  WS-RECEIPT-VALUE      PIC S9(10)V99 VALUE ZEROS.
           05  WS-SALE-VALUE         PIC S9(10)V99 VALUE ZEROS.
           05  WS-RETURN-VALUE       PIC S9(10)V99 VALUE ZEROS.
           05  WS-ADJUST-VALUE       PIC S9(10)V99 VALUE ZEROS.
           05  WS-COGS-VALUE         PIC S9(10)V99 VALUE ZEROS.
           05  WS-MOVE-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-UNVALUED-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-POST-FIELDS.
           05  WS-POST-AMOUNT        PIC 9(7)V99 VALUE ZEROS.
           05  WS-POST-DEBIT-ACCT    PIC X(08) VALUE SPACES.
           05  WS-POST-CREDIT-ACCT   PIC X(08) VALUE SPACES.
           05  WS-POST-DESC          PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(30) VALUE
               "VALORIZACAO DE EXISTENCIAS    ".
           05  FILLER                PIC X(05) VALUE "MES: ".
           05  WH-MONTH              PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(05) VALUE "COD".
           05  FILLER                PIC X(21) VALUE "DESCRICAO".
           05  FILLER                PIC X(08) VALUE "  QUANT.".
           05  FILLER                PIC X(12) VALUE " CUSTO MEDIO".
           05  FILLER                PIC X(18) VALUE
               "             VALOR".

       01  WS-REPORT-DETAIL.
           05  WD-CODE               PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-DESC               PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-ON-HAND            PIC ZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WD-UNIT-COST          PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FLAG               PIC X(03).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(11) VALUE "PRODUTOS: ".
           05  WT-PRODUCTS           PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE "  UNID.: ".
           05  WT-UNITS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  WT-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-UNCOSTED-LINE.
           05  FILLER                PIC X(42) VALUE
               "(*) A CUSTO PADRAO - SEM RECECAO CUSTEADA:".
           05  WU-UNCOSTED           PIC ZZ,ZZ9.

       01  WS-MOVEMENT-HEADER        PIC X(40) VALUE
           "--- MOVIMENTOS DO MES AO CUSTO ---".

       01  WS-MOVEMENT-LINE.
           05  WM-LABEL              PIC X(30).
           05  WM-VALUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-POSTING-LINE.
           05  FILLER                PIC X(12) VALUE "LANCAMENTO: ".
           05  WP-DEBIT-ACCT         PIC X(08).
           05  FILLER                PIC X(04) VALUE " A  ".
           05  WP-CREDIT-ACCT        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WP-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WP-STATUS             PIC X(14).

       01  WS-NOT-POSTED-LINE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALUE-ONE-PRODUCT THRU 2000-EXIT
               UNTIL WS-PROD-EOF
           PERFORM 3000-PRINT-VALUATION-TOTAL
           PERFORM 4000-TALLY-ONE-MOVEMENT THRU 4000-EXIT
               UNTIL WS-MOVE-EOF
           PERFORM 5000-PRINT-MOVEMENTS
           PERFORM 6000-POST-MONTH THRU 6000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - month, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "INVVALRP" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "Mes a valorizar (AAAAMM): "
           ACCEPT WS-REPORT-MONTH
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT STOCK-MOVEMENT-LEDGER
           OPEN OUTPUT VALUATION-REPORT
           MOVE WS-REPORT-MONTH TO WH-MONTH
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE VALUATION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE VALUATION-REPORT-LINE FROM WS-COLUMN-HEADER
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
           END-READ
           READ STOCK-MOVEMENT-LEDGER
               AT END
                   SET WS-MOVE-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 2000-VALUE-ONE-PRODUCT - quantity on hand at the average
      * cost; a product never costed by a receipt is valued at its
      * standard cost and flagged
      *-----------------------------------------------------------*
       2000-VALUE-ONE-PRODUCT.
           MOVE SPACES TO WD-FLAG
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO WS-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO WS-UNIT-COST
               IF PROD-ON-HAND > ZEROS
                   MOVE "(*)" TO WD-FLAG
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
           END-IF
           COMPUTE WS-PROD-VALUE = PROD-ON-HAND * WS-UNIT-COST
           MOVE PROD-CODE TO WD-CODE
           MOVE PROD-DESC TO WD-DESC
           MOVE PROD-ON-HAND TO WD-ON-HAND
           MOVE WS-UNIT-COST TO WD-UNIT-COST
           MOVE WS-PROD-VALUE TO WD-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-PRODUCT-COUNT
           ADD PROD-ON-HAND TO WS-TOTAL-UNITS
           ADD WS-PROD-VALUE TO WS-TOTAL-VALUE
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-PRINT-VALUATION-TOTAL.
           MOVE WS-PRODUCT-COUNT TO WT-PRODUCTS
           MOVE WS-TOTAL-UNITS TO WT-UNITS
           MOVE WS-TOTAL-VALUE TO WT-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UNCOSTED-COUNT > ZEROS
               MOVE WS-UNCOSTED-COUNT TO WU-UNCOSTED
               WRITE VALUATION-REPORT-LINE FROM WS-UNCOSTED-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-TALLY-ONE-MOVEMENT - one STKMOVE line of the month into
      * its type's value; lines written before movements carried a
      * value are counted and left out
      *-----------------------------------------------------------*
       4000-TALLY-ONE-MOVEMENT.
           MOVE ZEROS TO WS-MOVE-MONTH
           MOVE SK-MOVE-DATE(1:6) TO WS-MOVE-MONTH(1:6)
           IF WS-MOVE-MONTH NOT = WS-REPORT-MONTH
               GO TO 4000-READ-NEXT
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           IF SK-VALUE NOT NUMERIC
               ADD 1 TO WS-UNVALUED-COUNT
               GO TO 4000-READ-NEXT
           END-IF
           EVALUATE TRUE
               WHEN SK-TYPE-RECEIPT
                   ADD SK-VALUE TO WS-RECEIPT-VALUE
               WHEN SK-TYPE-SALE
                   ADD SK-VALUE TO WS-SALE-VALUE
               WHEN SK-TYPE-RETURN
                   ADD SK-VALUE TO WS-RETURN-VALUE
               WHEN SK-TYPE-ADJUSTMENT
                   ADD SK-VALUE TO WS-ADJUST-VALUE
           END-EVALUATE.
       4000-READ-NEXT.
           READ STOCK-MOVEMENT-LEDGER
               AT END
                   SET WS-MOVE-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-MOVEMENTS - the month's movement values; the
      * cost of sales is the sales out less the returns back in
      *-----------------------------------------------------------*
       5000-PRINT-MOVEMENTS.
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-HEADER
           MOVE "RECECOES" TO WM-LABEL
           MOVE WS-RECEIPT-VALUE TO WM-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           MOVE "VENDAS" TO WM-LABEL
           MOVE WS-SALE-VALUE TO WM-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           MOVE "DEVOLUCOES (NOTAS DE CREDITO)" TO WM-LABEL
           MOVE WS-RETURN-VALUE TO WM-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           MOVE "AJUSTAMENTOS" TO WM-LABEL
           MOVE WS-ADJUST-VALUE TO WM-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           COMPUTE WS-COGS-VALUE = ZEROS - WS-SALE-VALUE
               - WS-RETURN-VALUE
           MOVE "CUSTO DAS VENDAS" TO WM-LABEL
           MOVE WS-COGS-VALUE TO WM-VALUE
           WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           IF WS-UNVALUED-COUNT > ZEROS
               MOVE "MOVIMENTOS SEM VALOR" TO WM-LABEL
               MOVE WS-UNVALUED-COUNT TO WM-VALUE
               WRITE VALUATION-REPORT-LINE FROM WS-MOVEMENT-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 6000-POST-MONTH - once confirmed, cost of sales against
      * stock and the net adjustments against the shrinkage
      * account, each in whichever direction its sign takes.  The
      * postings are dated in the month itself, so they are only
      * made while the business date is in it, and only when no
      * INVVALRP posting for the month is on GLPOST or GLARCH
      *-----------------------------------------------------------*
       6000-POST-MONTH.
           MOVE ZEROS TO WS-POST-MONTH
           MOVE WS-RUN-DATE(1:6) TO WS-POST-MONTH(1:6)
           IF WS-POST-MONTH NOT = WS-REPORT-MONTH
               MOVE "MES FORA DA DATA DE NEGOCIO - NAO CONTABILIZADO"
                   TO WS-NOT-POSTED-LINE
               GO TO 6000-REFUSED
           END-IF
           PERFORM 6200-CHECK-MONTH-POSTED THRU 6200-EXIT
           IF WS-MONTH-POSTED
               MOVE "MES JA CONTABILIZADO - NAO CONTABILIZADO DE NOVO"
                   TO WS-NOT-POSTED-LINE
               GO TO 6000-REFUSED
           END-IF
           DISPLAY "Contabilizar o custo das vendas e os "
               "ajustamentos do mes (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 6000-EXIT
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF WS-COGS-VALUE > ZEROS
               MOVE WS-COGS-ACCOUNT TO WS-POST-DEBIT-ACCT
               MOVE WS-STOCK-ACCOUNT TO WS-POST-CREDIT-ACCT
               MOVE WS-COGS-VALUE TO WS-POST-AMOUNT
           ELSE
               MOVE WS-STOCK-ACCOUNT TO WS-POST-DEBIT-ACCT
               MOVE WS-COGS-ACCOUNT TO WS-POST-CREDIT-ACCT
               COMPUTE WS-POST-AMOUNT = ZEROS - WS-COGS-VALUE
           END-IF
           MOVE "CUSTO DAS VENDAS" TO WS-POST-DESC
           PERFORM 6100-POST-PAIR
           IF WS-ADJUST-VALUE < ZEROS
               MOVE WS-ADJUST-ACCOUNT TO WS-POST-DEBIT-ACCT
               MOVE WS-STOCK-ACCOUNT TO WS-POST-CREDIT-ACCT
               COMPUTE WS-POST-AMOUNT = ZEROS - WS-ADJUST-VALUE
           ELSE
               MOVE WS-STOCK-ACCOUNT TO WS-POST-DEBIT-ACCT
               MOVE WS-ADJUST-ACCOUNT TO WS-POST-CREDIT-ACCT
               MOVE WS-ADJUST-VALUE TO WS-POST-AMOUNT
           END-IF
           MOVE "AJUSTAMENTOS STOCK" TO WS-POST-DESC
           PERFORM 6100-POST-PAIR
           CLOSE GL-POSTING-FILE
           GO TO 6000-EXIT.
       6000-REFUSED.
           WRITE VALUATION-REPORT-LINE FROM WS-NOT-POSTED-LINE
           DISPLAY WS-NOT-POSTED-LINE.
       6000-EXIT.
           EXIT.

       6100-POST-PAIR.
           MOVE WS-POST-DEBIT-ACCT TO WP-DEBIT-ACCT
           MOVE WS-POST-CREDIT-ACCT TO WP-CREDIT-ACCT
           MOVE WS-POST-AMOUNT TO WP-AMOUNT
           IF WS-POST-AMOUNT = ZEROS
               MOVE "SEM VALOR" TO WP-STATUS
           ELSE
               MOVE "CONTABILIZADO" TO WP-STATUS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "INVVALRP" TO GL-SOURCE
               MOVE WS-POST-DEBIT-ACCT TO GL-ACCOUNT
               MOVE WS-POST-AMOUNT TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE WS-POST-DESC TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "INVVALRP" TO GL-SOURCE
               MOVE WS-POST-CREDIT-ACCT TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WS-POST-AMOUNT TO GL-CREDIT
               MOVE WS-POST-DESC TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           WRITE VALUATION-REPORT-LINE FROM WS-POSTING-LINE.

      *-----------------------------------------------------------*
      * 6200-CHECK-MONTH-POSTED - any INVVALRP line dated in the
      * month, still on GLPOST or already archived to GLARCH,
      * means the month has been posted
      *-----------------------------------------------------------*
       6200-CHECK-MONTH-POSTED.
           MOVE "N" TO WS-POSTED-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN INPUT GL-POSTING-FILE
           PERFORM 6210-CHECK-ONE-POSTING THRU 6210-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE GL-POSTING-FILE
           IF WS-MONTH-POSTED
               GO TO 6200-EXIT
           END-IF
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN INPUT GL-POSTING-ARCHIVE
           PERFORM 6220-CHECK-ONE-ARCHIVED THRU 6220-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE GL-POSTING-ARCHIVE.
       6200-EXIT.
           EXIT.

       6210-CHECK-ONE-POSTING.
           READ GL-POSTING-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 6210-EXIT
           END-READ
           IF GL-SOURCE = "INVVALRP"
               AND GL-POST-DATE(1:6) = WS-POST-MONTH(1:6)
               SET WS-MONTH-POSTED TO TRUE
               SET WS-SCAN-EOF TO TRUE
           END-IF.
       6210-EXIT.
           EXIT.

       6220-CHECK-ONE-ARCHIVED.
           READ GL-POSTING-ARCHIVE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 6220-EXIT
           END-READ
           IF GA-SOURCE = "INVVALRP"
               AND GA-POST-DATE(1:6) = WS-POST-MONTH(1:6)
               SET WS-MONTH-POSTED TO TRUE
               SET WS-SCAN-EOF TO TRUE
           END-IF.
       6220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PRODUCT-MASTER
           CLOSE STOCK-MOVEMENT-LEDGER
           CLOSE VALUATION-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-PRODUCT-COUNT TO RN-RECORDS-READ
           MOVE WS-MOVE-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "INVVALRP: " WS-PRODUCT-COUNT " produtos, valor "
               WS-TOTAL-VALUE.

       END PROGRAM INVVALRP.
