       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Weekly supplier payment run over the APOPEN
      *                payables ledger: every approved item falling
      *                due by the date keyed is offered to finance,
      *                who may exclude it (it simply stays approved
      *                for a later run).  Before a supplier's items
      *                are offered, the supplier's IBAN is put through
      *                the FLDVAL mod-97 check - a supplier with no
      *                IBAN, a bad one or a closed account is listed
      *                as an exception and nothing of theirs is paid.
      *                For each supplier paid the run writes one
      *                credit-transfer detail to the APEFT bank file
      *                (the payroll interchange layout, carrying the
      *                IBAN, batch number from SEQSVC), one remittance
      *                advice on APREMIT listing the invoices settled,
      *                closes the items as paid and posts the
      *                balanced pair to GLPOST (debit the supplier
      *                control account, credit the bank).
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  An item's payable amount is its gross less
      *                 any tax withheld at source; the advice shows
      *                 both.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT AP-EFT-FILE ASSIGN TO "APEFT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-ADVICE-FILE ASSIGN TO "APREMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-EXCEPTIONS ASSIGN TO "APPAYEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEMS.
       COPY APOPEN.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  AP-EFT-FILE.
       01  AP-EFT-LINE               PIC X(80).

       FD  REMITTANCE-ADVICE-FILE.
       01  REMITTANCE-ADVICE-LINE    PIC X(80).

       FD  PAYMENT-EXCEPTIONS.
       01  PAYMENT-EXCEPTION-LINE    PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY FILERR.

       COPY SEQSVC.

       COPY FLDVAL.

       01  WS-AP-STATUS              PIC XX VALUE "00".
           88  WS-AP-OK                      VALUE "00".
       01  WS-SUPP-STATUS            PIC XX VALUE "00".
           88  WS-SUPP-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-SUPP-PAYABLE-SW    PIC X(01) VALUE "N".
               88  WS-SUPP-PAYABLE             VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".

      *    the GL accounts a supplier payment clears
       01  WS-SUPPLIER-ACCOUNT       PIC X(08) VALUE "FORNECED".
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-DUE-BY-DATE        PIC 9(08) VALUE ZEROS.
           05  WS-CURRENT-SUPPLIER   PIC 9(05) VALUE ZEROS.
           05  WS-SUPP-TOTAL         PIC 9(8)V99 VALUE ZEROS.
           05  WS-ITEM-PAYABLE       PIC 9(7)V99 VALUE ZEROS.
           05  WS-SUPP-ITEMS         PIC 9(03) VALUE ZEROS.
           05  WS-SUPP-REASON        PIC X(20) VALUE SPACES.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-PAID-ITEMS         PIC 9(05) VALUE ZEROS.
           05  WS-EXCLUDED-ITEMS     PIC 9(05) VALUE ZEROS.
           05  WS-BLOCKED-ITEMS      PIC 9(05) VALUE ZEROS.
           05  WS-SUPPLIERS-PAID     PIC 9(04) VALUE ZEROS.
           05  WS-RUN-TOTAL          PIC 9(9)V99 VALUE ZEROS.

       01  WS-EFT-COUNTS.
           05  WS-EFT-RECORD-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-EFT-TOTAL-CENTS    PIC 9(11) VALUE ZEROS.
           05  WS-EFT-AMOUNT-CENTS   PIC 9(10) VALUE ZEROS.

       01  WS-EFT-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(10) VALUE "UFCD0807CO".
           05  EH-RUN-DATE           PIC X(08).
           05  EH-BATCH-NUMBER       PIC 9(06).
           05  FILLER                PIC X(55) VALUE SPACES.

      *    the supplier detail carries the full IBAN, not the
      *    12-character payroll account
       01  WS-EFT-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  ED-IBAN               PIC X(25).
           05  ED-SUPP-NUMBER        PIC 9(05).
           05  ED-SUPP-NAME          PIC X(25).
           05  ED-AMOUNT-CENTS       PIC 9(10).
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-EFT-TRAILER-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  ET-RECORD-COUNT       PIC 9(05).
           05  ET-TOTAL-CENTS        PIC 9(11).
           05  FILLER                PIC X(63) VALUE SPACES.

       01  WS-ADVICE-HEADER.
           05  FILLER                PIC X(22) VALUE
               "AVISO DE PAGAMENTO    ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WAH-RUN-DATE          PIC 9(08).

       01  WS-ADVICE-SUPPLIER.
           05  FILLER                PIC X(12) VALUE "FORNECEDOR: ".
           05  WAS-SUPP-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WAS-SUPP-NAME         PIC X(25).
           05  FILLER                PIC X(07) VALUE "  NIF: ".
           05  WAS-SUPP-NIF          PIC 9(09).

       01  WS-ADVICE-IBAN.
           05  FILLER                PIC X(12) VALUE "IBAN:       ".
           05  WAI-IBAN              PIC X(25).

       01  WS-ADVICE-COLUMNS.
           05  FILLER                PIC X(13) VALUE "FATURA".
           05  FILLER                PIC X(10) VALUE "DATA".
           05  FILLER                PIC X(10) VALUE "VENCIM.".
           05  FILLER                PIC X(12) VALUE "       VALOR".
           05  FILLER                PIC X(13) VALUE "     RETENCAO".
           05  FILLER                PIC X(13) VALUE "         PAGO".

       01  WS-ADVICE-DETAIL.
           05  WAD-INVOICE           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WAD-INVOICE-DATE      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WAD-DUE-DATE          PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WAD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WAD-WITHHELD          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WAD-PAID              PIC Z,ZZZ,ZZ9.99.

       01  WS-ADVICE-TOTAL.
           05  FILLER                PIC X(20) VALUE
               "TOTAL TRANSFERIDO:  ".
           05  WAT-ITEMS             PIC ZZ9.
           05  FILLER                PIC X(09) VALUE " FATURAS ".
           05  WAT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                PIC X(34) VALUE
               "PAGAMENTOS A FORNECEDOR BLOQUEADOS".
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  WEH-RUN-DATE          PIC 9(08).

       01  WS-EXCEPTION-DETAIL.
           05  WED-SUPP-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WED-INVOICE           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WED-REASON            PIC X(20).

       01  WS-EXCEPTION-TRAILER.
           05  FILLER                PIC X(21) VALUE
               "FATURAS BLOQUEADAS:  ".
           05  WET-BLOCKED           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 6000-CLOSE-SUPPLIER THRU 6000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, due-by date,
      * files, EFT batch header
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "APPAYRUN" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
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
           DISPLAY "Pagar faturas vencidas ate (AAAAMMDD, "
               "0 = data do dia): "
           ACCEPT WS-DUE-BY-DATE
           IF WS-DUE-BY-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-DUE-BY-DATE
           END-IF
           OPEN I-O AP-OPEN-ITEMS
           IF NOT WS-AP-OK
               MOVE "APPAYRUN" TO FE-PROGRAM-NAME
               MOVE "APOPEN" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-AP-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN INPUT SUPPLIER-MASTER
           IF NOT WS-SUPP-OK
               MOVE "APPAYRUN" TO FE-PROGRAM-NAME
               MOVE "SUPPMAST" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-SUPP-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN OUTPUT AP-EFT-FILE
           OPEN OUTPUT REMITTANCE-ADVICE-FILE
           OPEN OUTPUT PAYMENT-EXCEPTIONS
           MOVE WS-RUN-DATE TO WEH-RUN-DATE
           WRITE PAYMENT-EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
           MOVE WS-RUN-DATE TO EH-RUN-DATE
           MOVE "EFTBATCH" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO EH-BATCH-NUMBER
           WRITE AP-EFT-LINE FROM WS-EFT-HEADER-LINE
           PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-ITEM - one APOPEN item in key order, so a
      * supplier's items arrive together; only approved items due
      * by the keyed date are offered
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF NOT AP-ITEM-APPROVED
               OR AP-DUE-DATE > WS-DUE-BY-DATE
               GO TO 2000-READ-NEXT
           END-IF
           IF AP-SUPP-NUMBER NOT = WS-CURRENT-SUPPLIER
               PERFORM 6000-CLOSE-SUPPLIER THRU 6000-EXIT
               PERFORM 5000-OPEN-SUPPLIER THRU 5000-EXIT
           END-IF
           IF NOT WS-SUPP-PAYABLE
               PERFORM 3000-BLOCK-ITEM
               GO TO 2000-READ-NEXT
           END-IF
           DISPLAY "Forn. " AP-SUPP-NUMBER " fatura " AP-INVOICE-NUMBER
               " venc. " AP-DUE-DATE " valor " AP-GROSS-AMOUNT
           DISPLAY "Incluir no pagamento (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               ADD 1 TO WS-EXCLUDED-ITEMS
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 4000-PAY-ITEM THRU 4000-EXIT.
       2000-READ-NEXT.
           PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-NEXT-ITEM.
           READ AP-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BLOCK-ITEM - an item due to a supplier who cannot be
      * paid is listed on the exception report and left approved
      *-----------------------------------------------------------*
       3000-BLOCK-ITEM.
           MOVE AP-SUPP-NUMBER TO WED-SUPP-NUMBER
           MOVE AP-INVOICE-NUMBER TO WED-INVOICE
           MOVE AP-GROSS-AMOUNT TO WED-AMOUNT
           MOVE WS-SUPP-REASON TO WED-REASON
           WRITE PAYMENT-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-BLOCKED-ITEMS.

      *-----------------------------------------------------------*
      * 4000-PAY-ITEM - close the item as paid and list it on the
      * supplier's remittance advice; the advice heading goes out
      * with the supplier's first item
      *-----------------------------------------------------------*
       4000-PAY-ITEM.
           SET AP-ITEM-PAID TO TRUE
           MOVE WS-RUN-DATE TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR
           REWRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao fechar a fatura "
                       AP-INVOICE-NUMBER
                   GO TO 4000-EXIT
           END-REWRITE
           IF WS-SUPP-ITEMS = ZEROS
               PERFORM 4100-WRITE-ADVICE-HEADING
           END-IF
           MOVE AP-INVOICE-NUMBER TO WAD-INVOICE
           MOVE AP-INVOICE-DATE TO WAD-INVOICE-DATE
           MOVE AP-DUE-DATE TO WAD-DUE-DATE
           MOVE AP-GROSS-AMOUNT TO WAD-AMOUNT
           MOVE AP-WITHHELD-AMOUNT TO WAD-WITHHELD
           COMPUTE WS-ITEM-PAYABLE =
               AP-GROSS-AMOUNT - AP-WITHHELD-AMOUNT
           MOVE WS-ITEM-PAYABLE TO WAD-PAID
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-DETAIL
           ADD 1 TO WS-SUPP-ITEMS
           ADD 1 TO WS-PAID-ITEMS
           ADD WS-ITEM-PAYABLE TO WS-SUPP-TOTAL.
       4000-EXIT.
           EXIT.

       4100-WRITE-ADVICE-HEADING.
           MOVE WS-RUN-DATE TO WAH-RUN-DATE
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-HEADER
           MOVE SP-NUMBER TO WAS-SUPP-NUMBER
           MOVE SP-NAME TO WAS-SUPP-NAME
           MOVE SP-NIF TO WAS-SUPP-NIF
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-SUPPLIER
           MOVE SP-IBAN TO WAI-IBAN
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-IBAN
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-COLUMNS.

      *-----------------------------------------------------------*
      * 5000-OPEN-SUPPLIER - a new supplier in the item sequence:
      * read the master and check the IBAN before anything of
      * theirs can reach the bank file
      *-----------------------------------------------------------*
       5000-OPEN-SUPPLIER.
           MOVE AP-SUPP-NUMBER TO WS-CURRENT-SUPPLIER
           MOVE ZEROS TO WS-SUPP-TOTAL
           MOVE ZEROS TO WS-SUPP-ITEMS
           MOVE "N" TO WS-SUPP-PAYABLE-SW
           MOVE AP-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "FORNECEDOR INEXIST." TO WS-SUPP-REASON
                   GO TO 5000-EXIT
           END-READ
           IF SP-CLOSED
               MOVE "FORNECEDOR ENCERR." TO WS-SUPP-REASON
               GO TO 5000-EXIT
           END-IF
           IF SP-IBAN = SPACES
               MOVE "SEM IBAN" TO WS-SUPP-REASON
               GO TO 5000-EXIT
           END-IF
           MOVE "I" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE SP-IBAN TO FV-FIELD(1:25)
           MOVE 25 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               MOVE "IBAN INVALIDO" TO WS-SUPP-REASON
               GO TO 5000-EXIT
           END-IF
           SET WS-SUPP-PAYABLE TO TRUE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CLOSE-SUPPLIER - the supplier's items are all through:
      * advice total, one credit-transfer detail and the GL pair
      *-----------------------------------------------------------*
       6000-CLOSE-SUPPLIER.
           IF WS-SUPP-ITEMS = ZEROS
               GO TO 6000-EXIT
           END-IF
           MOVE WS-SUPP-ITEMS TO WAT-ITEMS
           MOVE WS-SUPP-TOTAL TO WAT-AMOUNT
           WRITE REMITTANCE-ADVICE-LINE FROM WS-ADVICE-TOTAL
           MOVE SPACES TO REMITTANCE-ADVICE-LINE
           WRITE REMITTANCE-ADVICE-LINE
           COMPUTE WS-EFT-AMOUNT-CENTS = WS-SUPP-TOTAL * 100
           MOVE SP-IBAN TO ED-IBAN
           MOVE SP-NUMBER TO ED-SUPP-NUMBER
           MOVE SP-NAME TO ED-SUPP-NAME
           MOVE WS-EFT-AMOUNT-CENTS TO ED-AMOUNT-CENTS
           WRITE AP-EFT-LINE FROM WS-EFT-DETAIL-LINE
           ADD 1 TO WS-EFT-RECORD-COUNT
           ADD WS-EFT-AMOUNT-CENTS TO WS-EFT-TOTAL-CENTS
           ADD 1 TO WS-SUPPLIERS-PAID
           ADD WS-SUPP-TOTAL TO WS-RUN-TOTAL
           PERFORM 7000-POST-PAYMENT
           MOVE ZEROS TO WS-SUPP-ITEMS.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-POST-PAYMENT - the balanced clearing pair: supplier
      * control account debited, bank credited
      *-----------------------------------------------------------*
       7000-POST-PAYMENT.
           OPEN EXTEND GL-POSTING-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "APPAYRUN" TO GL-SOURCE
           MOVE WS-SUPPLIER-ACCOUNT TO GL-ACCOUNT
           MOVE WS-SUPP-TOTAL TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE "PAGAMENTO FORNECEDOR" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "APPAYRUN" TO GL-SOURCE
           MOVE WS-BANK-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-SUPP-TOTAL TO GL-CREDIT
           MOVE "TRANSFERENCIA FORN." TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailers, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-EFT-RECORD-COUNT TO ET-RECORD-COUNT
           MOVE WS-EFT-TOTAL-CENTS TO ET-TOTAL-CENTS
           WRITE AP-EFT-LINE FROM WS-EFT-TRAILER-LINE
           MOVE WS-BLOCKED-ITEMS TO WET-BLOCKED
           WRITE PAYMENT-EXCEPTION-LINE FROM WS-EXCEPTION-TRAILER
           CLOSE AP-OPEN-ITEMS
           CLOSE SUPPLIER-MASTER
           CLOSE AP-EFT-FILE
           CLOSE REMITTANCE-ADVICE-FILE
           CLOSE PAYMENT-EXCEPTIONS
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-PAID-ITEMS TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "APPAYRUN: " WS-SUPPLIERS-PAID " fornecedores, "
               WS-PAID-ITEMS " faturas pagas, total " WS-RUN-TOTAL
           DISPLAY "Excluidas: " WS-EXCLUDED-ITEMS
               "  Bloqueadas: " WS-BLOCKED-ITEMS.

       END PROGRAM APPAYRUN.
