       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end revaluation of the open foreign-
      *                currency receivables.  Every open AROPEN item
      *                invoiced in a currency other than the euro is
      *                listed with the amount still open in that
      *                currency, its euro book value at the invoice-
      *                date rate, the CURRATE rate in force at the
      *                revaluation date (CURSVC), the revalued euro
      *                amount and the unrealised gain or loss.  The
      *                report posts nothing: the difference is only
      *                realised when CASHAPP applies the receipt.
      *                An item whose currency has no rate at the date
      *                is listed and left out of the totals.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT REVALUATION-REPORT ASSIGN TO "FXREVAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  REVALUATION-REPORT.
       01  REVALUATION-REPORT-LINE   PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY CURSVC.

       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUES "00" "05".
      *    "05" is a missing OPTIONAL file created by the OPEN

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-REVAL-DATE             PIC 9(08) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-ITEM-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-NO-RATE-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-REVALUED-EUR       PIC 9(7)V99 VALUE ZEROS.
           05  WS-UNREALISED         PIC S9(7)V99 VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-TOTAL-BOOK         PIC 9(8)V99 VALUE ZEROS.
           05  WS-TOTAL-REVALUED     PIC 9(8)V99 VALUE ZEROS.
           05  WS-TOTAL-UNREALISED   PIC S9(8)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "REAVALIACAO CAMBIAL DE SALDOS EM MOEDA  ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-REVAL-DATE         PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(18) VALUE
               "CLIENT ENCOM MOE  ".
           05  FILLER                PIC X(11) VALUE "  EM MOEDA ".
           05  FILLER                PIC X(09) VALUE " CAMB.FAT".
           05  FILLER                PIC X(11) VALUE "  EUR LIVRO".
           05  FILLER                PIC X(09) VALUE " CAMB.DIA".
           05  FILLER                PIC X(11) VALUE " EUR REAVAL".
           05  FILLER                PIC X(12) VALUE "   DIFERENCA".

       01  WS-REPORT-DETAIL.
           05  WD-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FX-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-INVOICE-RATE       PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-BOOK-EUR           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CURRENT-RATE       PIC ZZ9.9999.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-REVALUED-EUR       PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-UNREALISED         PIC -ZZZ,ZZ9.99.
       01  WS-NO-RATE-DETAIL REDEFINES WS-REPORT-DETAIL.
           05  FILLER                PIC X(47).
           05  WN-TEXT               PIC X(31).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(08) VALUE "ITENS: ".
           05  WT-ITEM-COUNT         PIC ZZZZ9.
           05  FILLER                PIC X(15) VALUE
               "  SEM CAMBIO: ".
           05  WT-NO-RATE-COUNT      PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE
               "TOTAIS EUR - LIVRO: ".
           05  WT-TOTAL-BOOK         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  REAVAL: ".
           05  WT-TOTAL-REVALUED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(13) VALUE "  DIFERENCA: ".
           05  WT-TOTAL-UNREALISED   PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the revaluation
      * date (normally the month end), files, prime the read
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "FXREVAL" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Data da reavaliacao (AAAAMMDD, 0 = data de "
               "negocio): "
           ACCEPT WS-REVAL-DATE
           IF WS-REVAL-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-REVAL-DATE
           END-IF
           OPEN INPUT AR-OPEN-ITEMS
           OPEN OUTPUT REVALUATION-REPORT
           MOVE WS-REVAL-DATE TO WH-REVAL-DATE
           WRITE REVALUATION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REVALUATION-REPORT-LINE FROM WS-COLUMN-HEADER
           IF NOT WS-AR-OK
               SET WS-EOF TO TRUE
           ELSE
               READ AR-OPEN-ITEMS NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 2000-REVALUE-ONE-ITEM - an open foreign-currency item at the
      * day's rate against its euro book value
      *-----------------------------------------------------------*
       2000-REVALUE-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF NOT AR-ITEM-OPEN OR AR-HOME-CURRENCY
               GO TO 2000-READ-NEXT
           END-IF
           IF AR-FX-RATE = ZEROS OR AR-AMOUNT = ZEROS
               GO TO 2000-READ-NEXT
           END-IF
           MOVE AR-CUST-NUMBER TO WD-CUST-NUMBER
           MOVE AR-ORDER-NUMBER TO WD-ORDER-NUMBER
           MOVE AR-CURRENCY-CODE TO WD-CURRENCY
           MOVE AR-FX-AMOUNT TO WD-FX-AMOUNT
           MOVE AR-FX-RATE TO WD-INVOICE-RATE
           MOVE AR-AMOUNT TO WD-BOOK-EUR
           MOVE AR-CURRENCY-CODE TO CV-CURRENCY-CODE
           MOVE WS-REVAL-DATE TO CV-RATE-DATE
           CALL "CURSVC" USING CURSVC-LINKAGE
           IF CV-ERROR
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE SPACES TO WN-TEXT
               MOVE "SEM CAMBIO - FORA DOS TOTAIS" TO WN-TEXT
               WRITE REVALUATION-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 2000-READ-NEXT
           END-IF
           COMPUTE WS-REVALUED-EUR ROUNDED = AR-FX-AMOUNT * CV-RATE
           COMPUTE WS-UNREALISED = WS-REVALUED-EUR - AR-AMOUNT
           MOVE CV-RATE TO WD-CURRENT-RATE
           MOVE WS-REVALUED-EUR TO WD-REVALUED-EUR
           MOVE WS-UNREALISED TO WD-UNREALISED
           WRITE REVALUATION-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-ITEM-COUNT
           ADD AR-AMOUNT TO WS-TOTAL-BOOK
           ADD WS-REVALUED-EUR TO WS-TOTAL-REVALUED
           ADD WS-UNREALISED TO WS-TOTAL-UNREALISED.
       2000-READ-NEXT.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer and totals, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-ITEM-COUNT TO WT-ITEM-COUNT
           MOVE WS-NO-RATE-COUNT TO WT-NO-RATE-COUNT
           WRITE REVALUATION-REPORT-LINE FROM WS-TRAILER-LINE
           MOVE WS-TOTAL-BOOK TO WT-TOTAL-BOOK
           MOVE WS-TOTAL-REVALUED TO WT-TOTAL-REVALUED
           MOVE WS-TOTAL-UNREALISED TO WT-TOTAL-UNREALISED
           WRITE REVALUATION-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE AR-OPEN-ITEMS
           CLOSE REVALUATION-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-ITEM-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "FXREVAL: " WS-ITEM-COUNT " itens reavaliados, "
               WS-NO-RATE-COUNT " sem cambio.".

       END PROGRAM FXREVAL.
