       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREC.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end bank reconciliation statement for
      *                the month keyed (AAAAMM).  The statement side
      *                starts from the closing balance of the last
      *                bank statement dated in the month and adds
      *                back the book items not yet through the bank
      *                by then - receipts still to be credited and
      *                payments still to be debited, matched to no
      *                line or only to a later statement's - and
      *                takes off the statement lines with nothing in
      *                the book for the month.  The book side is the
      *                closed BANCO balance on GLBAL plus the bank
      *                movements registered outside the ledger
      *                (deposits, payroll EFT and cheques, direct
      *                debits and their returns) up to month end.
      *                The two must agree; every reconciling item is
      *                listed and any difference left is printed.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT BANK-LINE-FILE ASSIGN TO "BANKLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT BANK-BOOK-FILE ASSIGN TO "BANKBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT RECONCILIATION-REPORT ASSIGN TO "BNKRECRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  BANK-LINE-FILE.
       COPY BANKLINE.

       FD  BANK-BOOK-FILE.
       COPY BANKBOOK.

       FD  RECONCILIATION-REPORT.
       01  RECONCILIATION-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-FILE-STATUSES.
           05  WS-BAL-STATUS         PIC XX.
      *        "05" is a missing OPTIONAL file created by the OPEN
               88  WS-BAL-OK                   VALUES "00" "05".
           05  WS-LINE-STATUS        PIC XX.
               88  WS-LINE-OK                  VALUE "00".
           05  WS-BOOK-STATUS        PIC XX.
               88  WS-BOOK-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-GL-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-GL-FOUND                 VALUE "Y".

      *    the GL account reconciled
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".

       01  WS-PERIOD                 PIC 9(06) VALUE ZEROS.
       01  WS-MONTH-END              PIC 9(08) VALUE ZEROS.
       01  WS-CUTOFF-STMT-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-ITEM-COUNT             PIC 9(05) VALUE ZEROS.

       01  WS-AMOUNTS.
           05  WS-GL-BALANCE         PIC S9(11)V99 VALUE ZEROS.
           05  WS-OFF-LEDGER-NET     PIC S9(11)V99 VALUE ZEROS.
           05  WS-BOOK-BALANCE       PIC S9(11)V99 VALUE ZEROS.
           05  WS-STMT-BALANCE       PIC S9(11)V99 VALUE ZEROS.
           05  WS-OPEN-RECEIPTS      PIC S9(11)V99 VALUE ZEROS.
           05  WS-OPEN-PAYMENTS      PIC S9(11)V99 VALUE ZEROS.
           05  WS-BANK-CREDITS       PIC S9(11)V99 VALUE ZEROS.
           05  WS-BANK-DEBITS        PIC S9(11)V99 VALUE ZEROS.
           05  WS-ADJUSTED-STMT      PIC S9(11)V99 VALUE ZEROS.
           05  WS-DIFFERENCE         PIC S9(11)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "RECONCILIACAO BANCARIA - CONTA BANCO - M".
           05  FILLER                PIC X(05) VALUE "ES:  ".
           05  WH-PERIOD             PIC 9(06).

       01  WS-SECTION-HEADING        PIC X(100).

       01  WS-ITEM-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WI-DATE               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WI-SOURCE             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WI-REFERENCE          PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WI-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WI-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(50).
           05  WT-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-WARNING-LINE           PIC X(100).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-GL-BALANCE
           PERFORM 3000-FIND-STATEMENT THRU 3000-EXIT
           PERFORM 4000-LIST-OPEN-BOOK THRU 4000-EXIT
           PERFORM 5000-LIST-BANK-ONLY THRU 5000-EXIT
           PERFORM 6000-PRINT-STATEMENT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - month keyed, run log, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Mes a reconciliar (AAAAMM): "
           ACCEPT WS-PERIOD
      *    every date of the month compares not greater than day 31
           COMPUTE WS-MONTH-END = WS-PERIOD * 100 + 31
           MOVE "BNKREC" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BANK-LINE-FILE
           IF NOT WS-LINE-OK
               DISPLAY "Ficheiro BANKLINE indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT BANK-BOOK-FILE
           IF NOT WS-BOOK-OK
               DISPLAY "Ficheiro BANKBOOK indisponivel - corra "
                   "primeiro o BNKMTCH."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT RECONCILIATION-REPORT
           MOVE WS-PERIOD TO WH-PERIOD
           WRITE RECONCILIATION-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE.

      *-----------------------------------------------------------*
      * 2000-READ-GL-BALANCE - the month's BANCO closing on GLBAL
      *-----------------------------------------------------------*
       2000-READ-GL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-BAL-OK
               MOVE WS-PERIOD TO GB-PERIOD
               MOVE WS-BANK-ACCOUNT TO GB-ACCOUNT
               READ GL-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-GL-FOUND TO TRUE
                       MOVE GB-CLOSING TO WS-GL-BALANCE
               END-READ
               CLOSE GL-BALANCE-FILE
           END-IF
           IF NOT WS-GL-FOUND
               MOVE "ATENCAO: MES SEM FECHO NO GLBAL (GLCLOSE) - SALDO
      -            " CONTABILISTICO TOMADO COMO ZERO" TO WS-WARNING-LINE
               WRITE RECONCILIATION-LINE FROM WS-WARNING-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-FIND-STATEMENT - the last statement dated in the
      * month gives the bank balance and the bank-side cutoff
      *-----------------------------------------------------------*
       3000-FIND-STATEMENT.
           MOVE LOW-VALUES TO BL-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-LINE-FILE KEY NOT < BL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-CHECK-ONE-BALANCE THRU 3100-EXIT
               UNTIL WS-EOF
           IF WS-CUTOFF-STMT-DATE = ZEROS
               MOVE "ATENCAO: NENHUM EXTRATO IMPORTADO COM DATA NO MES -
      -            " SALDO DO EXTRATO TOMADO COMO ZERO"
                   TO WS-WARNING-LINE
               WRITE RECONCILIATION-LINE FROM WS-WARNING-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-BALANCE.
           READ BANK-LINE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF BL-STMT-DATE > WS-MONTH-END
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF BL-BALANCE-LINE
               MOVE BL-STMT-DATE TO WS-CUTOFF-STMT-DATE
               IF BL-DEBIT
                   COMPUTE WS-STMT-BALANCE = ZEROS - BL-AMOUNT
               ELSE
                   MOVE BL-AMOUNT TO WS-STMT-BALANCE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LIST-OPEN-BOOK - book items to month end not through
      * the bank by the cutoff statement; the items registered
      * outside the ledger are totalled for the book side
      *-----------------------------------------------------------*
       4000-LIST-OPEN-BOOK.
           MOVE "RECEBIMENTOS E PAGAMENTOS DO LIVRO AINDA NAO REFLETIDOS
      -        " NO EXTRATO" TO WS-SECTION-HEADING
           WRITE RECONCILIATION-LINE FROM WS-SECTION-HEADING
           MOVE LOW-VALUES TO BK-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-BOOK-FILE KEY NOT < BK-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4100-CHECK-ONE-BOOK-ITEM THRU 4100-EXIT
               UNTIL WS-EOF
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-BOOK-ITEM.
           READ BANK-BOOK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF BK-DATE > WS-MONTH-END
               GO TO 4100-EXIT
           END-IF
           IF BK-NOT-IN-GL
               IF BK-RECEIPT
                   ADD BK-AMOUNT TO WS-OFF-LEDGER-NET
               ELSE
                   SUBTRACT BK-AMOUNT FROM WS-OFF-LEDGER-NET
               END-IF
           END-IF
           IF BK-MATCHED AND BK-STMT-DATE NOT > WS-CUTOFF-STMT-DATE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           IF BK-RECEIPT
               ADD BK-AMOUNT TO WS-OPEN-RECEIPTS
           ELSE
               ADD BK-AMOUNT TO WS-OPEN-PAYMENTS
           END-IF
           MOVE BK-DATE TO WI-DATE
           MOVE BK-SOURCE TO WI-SOURCE
           MOVE BK-ORIGIN-REF TO WI-REFERENCE
           MOVE SPACES TO WI-DESCRIPTION
           IF BK-RECEIPT
               STRING "A CREDITAR: " BK-DESCRIPTION
                   DELIMITED BY SIZE INTO WI-DESCRIPTION
           ELSE
               STRING "A DEBITAR:  " BK-DESCRIPTION
                   DELIMITED BY SIZE INTO WI-DESCRIPTION
           END-IF
           MOVE BK-AMOUNT TO WI-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-ITEM-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LIST-BANK-ONLY - statement lines to the cutoff with
      * no book item of the month behind them
      *-----------------------------------------------------------*
       5000-LIST-BANK-ONLY.
           MOVE "MOVIMENTOS DO EXTRATO SEM CORRESPONDENCIA NO LIVRO DO M
      -        "ES" TO WS-SECTION-HEADING
           WRITE RECONCILIATION-LINE FROM WS-SECTION-HEADING
           MOVE LOW-VALUES TO BL-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-LINE-FILE KEY NOT < BL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-CHECK-ONE-LINE THRU 5100-EXIT
               UNTIL WS-EOF
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-LINE.
           READ BANK-LINE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF BL-STMT-DATE > WS-CUTOFF-STMT-DATE
               SET WS-EOF TO TRUE
               GO TO 5100-EXIT
           END-IF
           IF NOT BL-MOVEMENT-LINE
               GO TO 5100-EXIT
           END-IF
           IF BL-MATCHED
               MOVE BL-BOOK-KEY TO BK-KEY
               READ BANK-BOOK-FILE
                   INVALID KEY
                       MOVE 99999999 TO BK-DATE
               END-READ
               IF BK-DATE NOT > WS-MONTH-END
                   GO TO 5100-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           IF BL-CREDIT
               ADD BL-AMOUNT TO WS-BANK-CREDITS
           ELSE
               ADD BL-AMOUNT TO WS-BANK-DEBITS
           END-IF
           MOVE BL-VALUE-DATE TO WI-DATE
           MOVE "EXTRATO" TO WI-SOURCE
           MOVE BL-REFERENCE TO WI-REFERENCE
           MOVE BL-NARRATIVE TO WI-DESCRIPTION
           MOVE BL-AMOUNT TO WI-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-ITEM-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-STATEMENT - statement balance carried to the
      * book balance, and the difference left
      *-----------------------------------------------------------*
       6000-PRINT-STATEMENT.
           COMPUTE WS-ADJUSTED-STMT = WS-STMT-BALANCE
               + WS-OPEN-RECEIPTS - WS-OPEN-PAYMENTS
               - WS-BANK-CREDITS + WS-BANK-DEBITS
           COMPUTE WS-BOOK-BALANCE = WS-GL-BALANCE + WS-OFF-LEDGER-NET
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-STMT - WS-BOOK-BALANCE
           MOVE SPACES TO WS-TOTAL-LINE
           STRING "SALDO DO EXTRATO DE " WS-CUTOFF-STMT-DATE
               DELIMITED BY SIZE INTO WT-LABEL
           MOVE WS-STMT-BALANCE TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  + RECEBIMENTOS POR CREDITAR" TO WT-LABEL
           MOVE WS-OPEN-RECEIPTS TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  - PAGAMENTOS POR DEBITAR" TO WT-LABEL
           MOVE WS-OPEN-PAYMENTS TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  - CREDITOS DO BANCO SEM REGISTO NO LIVRO" TO WT-LABEL
           MOVE WS-BANK-CREDITS TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  + DEBITOS DO BANCO SEM REGISTO NO LIVRO" TO WT-LABEL
           MOVE WS-BANK-DEBITS TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  = SALDO DO EXTRATO RECONCILIADO" TO WT-LABEL
           MOVE WS-ADJUSTED-STMT TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE
           MOVE "SALDO CONTABILISTICO BANCO (GLBAL)" TO WT-LABEL
           MOVE WS-GL-BALANCE TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  + MOVIMENTOS REGISTADOS FORA DO RAZAO" TO WT-LABEL
           MOVE WS-OFF-LEDGER-NET TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE "  = SALDO DO LIVRO DE BANCO" TO WT-LABEL
           MOVE WS-BOOK-BALANCE TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE
           IF WS-DIFFERENCE = ZEROS
               MOVE "RECONCILIACAO CERTA - SEM DIFERENCAS" TO WT-LABEL
           ELSE
               MOVE "DIFERENCA POR EXPLICAR" TO WT-LABEL
           END-IF
           MOVE WS-DIFFERENCE TO WT-AMOUNT
           WRITE RECONCILIATION-LINE FROM WS-TOTAL-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE BANK-LINE-FILE
           CLOSE BANK-BOOK-FILE
           CLOSE RECONCILIATION-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-ITEM-COUNT TO RN-RECORDS-READ
           MOVE WS-ITEM-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "BNKREC: diferenca " WS-DIFFERENCE.

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - log the failed run
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM BNKREC.
