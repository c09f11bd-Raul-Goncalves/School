       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWOFF.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Bad-debt write-off, behind a supervisor sign-on
      *                (OPERATOR level 2 or above, the OPERMNT rule).
      *                A customer's open AROPEN items are listed and
      *                the ones judged uncollectable are written off
      *                one by one, each with a reason: the item is
      *                closed (W), the amount comes off
      *                CU-OPEN-BALANCE, and the loss posts to GLPOST -
      *                the VAT the amount contained back off the IVA
      *                account, the rest to INCOBRAV, the receivable
      *                credited.  The VAT element is the invoice's
      *                own VAT share as kept on the INVDATA invoice
      *                data file; an interest item, or an invoice
      *                issued before the file was kept, recovers
      *                none.  Each write-off is appended to the
      *                WOFFREG register VATDECL reads and printed on
      *                the ARWOFFRP write-off register.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The invoice's VAT and gross totals are now
      *                 read from the INVDATA trailer instead of
      *                 de-editing the INVARCH total lines.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL WRITE-OFF-REGISTER ASSIGN TO "WOFFREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITE-OFF-REPORT ASSIGN TO "ARWOFFRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  WRITE-OFF-REGISTER.
       COPY WOFFREG.

       FD  WRITE-OFF-REPORT.
       01  WRITE-OFF-REPORT-LINE     PIC X(100).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-OPER-STATUS            PIC XX VALUE "00".
           88  WS-OPER-OK                    VALUE "00".
       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUE "00".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CUST-DONE-SW       PIC X(01) VALUE "N".
               88  WS-CUST-DONE                VALUE "Y".
           05  WS-SUPER-OK-SW        PIC X(01) VALUE "N".
               88  WS-SUPERVISOR-OK            VALUE "Y".
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-OPER-EOF                 VALUE "Y".
           05  WS-AR-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AR-EOF                   VALUE "Y".
           05  WS-ARCH-EOF-SW        PIC X(01) VALUE "N".
               88  WS-ARCH-EOF                 VALUE "Y".
           05  WS-IN-INVOICE-SW      PIC X(01) VALUE "N".
               88  WS-IN-INVOICE               VALUE "Y".
           05  WS-INVOICE-FOUND-SW   PIC X(01) VALUE "N".
               88  WS-INVOICE-FOUND            VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-SIGNON-FIELDS.
           05  WS-OPERATOR-ID        PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-PASSWORD  PIC X(10) VALUE SPACES.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CUSTOMER     PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-ORDER        PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-REASON       PIC X(30) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-OPEN-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-WOFF-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-GROSS-TOTAL        PIC 9(8)V99 VALUE ZEROS.
           05  WS-VAT-TOTAL          PIC 9(8)V99 VALUE ZEROS.
           05  WS-NET-TOTAL          PIC 9(8)V99 VALUE ZEROS.

      *    the item being written off: its gross, the VAT it holds
      *    and the net loss
       01  WS-WRITE-OFF-AMOUNTS.
           05  WS-WOFF-GROSS         PIC 9(7)V99 VALUE ZEROS.
           05  WS-WOFF-VAT           PIC 9(7)V99 VALUE ZEROS.
           05  WS-WOFF-NET           PIC 9(7)V99 VALUE ZEROS.

      *    the invoice on INVDATA: its VAT and gross totals
       01  WS-INVOICE-TOTALS.
           05  WS-INV-TAX            PIC 9(7)V99 VALUE ZEROS.
           05  WS-INV-GROSS          PIC 9(7)V99 VALUE ZEROS.

       01  WS-ITEM-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-ITEM-TYPE          PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IL-AMOUNT             PIC ZZZ,ZZ9.99.

       01  WS-AMOUNT-EDITED          PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(34) VALUE
               "REGISTO DE CREDITOS INCOBRAVEIS   ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(13) VALUE "  AUTORIZOU: ".
           05  WH-OPERATOR           PIC X(10).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(07) VALUE "CLIENTE".
           05  FILLER                PIC X(07) VALUE "  ENC.".
           05  FILLER                PIC X(10) VALUE "  FATURA".
           05  FILLER                PIC X(12) VALUE "       VALOR".
           05  FILLER                PIC X(12) VALUE "    IVA REC.".
           05  FILLER                PIC X(12) VALUE "       PERDA".
           05  FILLER                PIC X(08) VALUE "  MOTIVO".

       01  WS-REPORT-DETAIL.
           05  WD-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-GROSS              PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-VAT                PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-NET                PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-REASON             PIC X(30).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "ANULADOS: ".
           05  WT-WOFF-COUNT         PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE "  VALOR: ".
           05  WT-GROSS-TOTAL        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WT-VAT-TOTAL          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(09) VALUE "  PERDA: ".
           05  WT-NET-TOTAL          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-SUPERVISOR-SIGN-ON THRU 0500-EXIT
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Acesso recusado."
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-CUSTOMER THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-SUPERVISOR-SIGN-ON - only an active level-2 operator
      * may write a debt off
      *-----------------------------------------------------------*
       0500-SUPERVISOR-SIGN-ON.
           DISPLAY "Supervisor: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-CHECK-ONE-OPERATOR THRU 0510-EXIT
               UNTIL WS-OPER-EOF
           CLOSE OPERATOR-FILE.
       0500-EXIT.
           EXIT.

       0510-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           IF OP-ID = WS-OPERATOR-ID
               SET WS-OPER-EOF TO TRUE
               IF OP-PASSWORD = WS-OPERATOR-PASSWORD
                   AND OP-LEVEL >= 2
                   AND OP-OPER-ACTIVE
                   SET WS-SUPERVISOR-OK TO TRUE
               END-IF
           END-IF.
       0510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, files, register
      * heading
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "ARWOFF" TO RN-PROGRAM-NAME
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
           OPEN I-O AR-OPEN-ITEMS
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND WRITE-OFF-REGISTER
           OPEN OUTPUT WRITE-OFF-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           MOVE WS-OPERATOR-ID TO WH-OPERATOR
           WRITE WRITE-OFF-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE WRITE-OFF-REPORT-LINE FROM WS-COLUMN-HEADER.

      *-----------------------------------------------------------*
      * 2000-SELECT-CUSTOMER - the customer, the open items, then
      * the items to write off
      *-----------------------------------------------------------*
       2000-SELECT-CUSTOMER.
           DISPLAY " "
           DISPLAY "Numero do cliente (0 para sair): "
           MOVE ZEROS TO WS-ENTRY-CUSTOMER
           ACCEPT WS-ENTRY-CUSTOMER
           IF WS-ENTRY-CUSTOMER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-CUSTOMER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente desconhecido."
                   GO TO 2000-EXIT
           END-READ
           MOVE CU-OPEN-BALANCE TO WS-AMOUNT-EDITED
           DISPLAY CU-NAME "  saldo " WS-AMOUNT-EDITED
           PERFORM 2100-LIST-OPEN-ITEMS THRU 2100-EXIT
           IF WS-OPEN-COUNT = ZEROS
               DISPLAY "O cliente nao tem itens em aberto."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-CUST-DONE-SW
           PERFORM 3000-SELECT-ITEM THRU 3000-EXIT
               UNTIL WS-CUST-DONE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LIST-OPEN-ITEMS - the customer's open items in order
      * number order
      *-----------------------------------------------------------*
       2100-LIST-OPEN-ITEMS.
           MOVE ZEROS TO WS-OPEN-COUNT
           MOVE "N" TO WS-AR-EOF-SW
           MOVE WS-ENTRY-CUSTOMER TO AR-CUST-NUMBER
           MOVE ZEROS TO AR-ORDER-NUMBER
           START AR-OPEN-ITEMS KEY IS NOT < AR-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           DISPLAY "  ENC.   FATURA    VENCIMENTO T       VALOR"
           PERFORM 2110-LIST-ONE-ITEM THRU 2110-EXIT
               UNTIL WS-AR-EOF.
       2100-EXIT.
           EXIT.

       2110-LIST-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF AR-CUST-NUMBER NOT = WS-ENTRY-CUSTOMER
               SET WS-AR-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF NOT AR-ITEM-OPEN
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE AR-ORDER-NUMBER TO IL-ORDER-NUMBER
           MOVE AR-INVOICE-DATE TO IL-INVOICE-DATE
           MOVE AR-DUE-DATE TO IL-DUE-DATE
           MOVE AR-ITEM-TYPE TO IL-ITEM-TYPE
           MOVE AR-AMOUNT TO IL-AMOUNT
           DISPLAY WS-ITEM-LINE.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SELECT-ITEM - one item: the VAT it holds, the reason,
      * confirmation, then the write-off
      *-----------------------------------------------------------*
       3000-SELECT-ITEM.
           DISPLAY "Encomenda a anular (0 = outro cliente): "
           MOVE ZEROS TO WS-ENTRY-ORDER
           ACCEPT WS-ENTRY-ORDER
           IF WS-ENTRY-ORDER = ZEROS
               SET WS-CUST-DONE TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-CUSTOMER TO AR-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               INVALID KEY
                   DISPLAY "Item nao encontrado."
                   GO TO 3000-EXIT
           END-READ
           IF NOT AR-ITEM-OPEN OR AR-AMOUNT = ZEROS
               DISPLAY "O item nao esta em aberto."
               GO TO 3000-EXIT
           END-IF
           MOVE AR-AMOUNT TO WS-WOFF-GROSS
           MOVE ZEROS TO WS-WOFF-VAT
           IF NOT AR-TYPE-INTEREST
               PERFORM 3100-FIND-INVOICE-VAT THRU 3100-EXIT
           END-IF
           IF WS-INVOICE-FOUND AND WS-INV-GROSS > ZEROS
               COMPUTE WS-WOFF-VAT ROUNDED =
                   WS-WOFF-GROSS * WS-INV-TAX / WS-INV-GROSS
           END-IF
           IF WS-WOFF-VAT > WS-WOFF-GROSS
               MOVE WS-WOFF-GROSS TO WS-WOFF-VAT
           END-IF
           COMPUTE WS-WOFF-NET = WS-WOFF-GROSS - WS-WOFF-VAT
           MOVE WS-WOFF-GROSS TO WS-AMOUNT-EDITED
           DISPLAY "Valor em divida     " WS-AMOUNT-EDITED
           MOVE WS-WOFF-VAT TO WS-AMOUNT-EDITED
           DISPLAY "IVA a regularizar   " WS-AMOUNT-EDITED
           MOVE WS-WOFF-NET TO WS-AMOUNT-EDITED
           DISPLAY "Perda               " WS-AMOUNT-EDITED
           IF NOT AR-TYPE-INTEREST AND NOT WS-INVOICE-FOUND
               DISPLAY "Fatura sem registo em INVDATA - sem "
                   "regularizacao de IVA."
           END-IF.
       3000-REASON.
           DISPLAY "Motivo: "
           MOVE SPACES TO WS-ENTRY-REASON
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "O motivo e obrigatorio."
               GO TO 3000-REASON
           END-IF
           DISPLAY "Anular como incobravel? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-FIND-INVOICE-VAT - one pass of the invoice data file
      * for this customer's invoice of the order, keeping the VAT
      * and gross totals off its trailer
      *-----------------------------------------------------------*
       3100-FIND-INVOICE-VAT.
           MOVE "N" TO WS-INVOICE-FOUND-SW
           MOVE "N" TO WS-IN-INVOICE-SW
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE ZEROS TO WS-INV-TAX
           MOVE ZEROS TO WS-INV-GROSS
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 3100-DONE
           END-IF
           PERFORM 3110-SCAN-ONE-LINE THRU 3110-EXIT
               UNTIL WS-ARCH-EOF.
       3100-DONE.
           CLOSE INVOICE-DATA-FILE.
       3100-EXIT.
           EXIT.

       3110-SCAN-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF ID-HEADER-REC
               MOVE "N" TO WS-IN-INVOICE-SW
               IF ID-DOC-INVOICE
                   AND ID-ORDER-NUMBER = WS-ENTRY-ORDER
                   AND ID-CUST-NUMBER = WS-ENTRY-CUSTOMER
                   SET WS-IN-INVOICE TO TRUE
                   SET WS-INVOICE-FOUND TO TRUE
               END-IF
               GO TO 3110-EXIT
           END-IF
           IF ID-TRAILER-REC AND WS-IN-INVOICE
               MOVE ID-TAX-TOTAL TO WS-INV-TAX
               MOVE ID-GROSS-TOTAL TO WS-INV-GROSS
               SET WS-ARCH-EOF TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-OFF-ITEM - close the item, take it off the
      * customer's balance, register it, print it and post it
      *-----------------------------------------------------------*
       4000-WRITE-OFF-ITEM.
           MOVE WS-ENTRY-CUSTOMER TO AR-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               INVALID KEY
                   DISPLAY "Item nao encontrado."
                   GO TO 4000-EXIT
           END-READ
           SET AR-ITEM-WRITTEN-OFF TO TRUE
           MOVE ZEROS TO AR-FX-AMOUNT
           REWRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o item."
                   GO TO 4000-EXIT
           END-REWRITE
           MOVE WS-ENTRY-CUSTOMER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente desconhecido - saldo nao "
                       "ajustado."
               NOT INVALID KEY
                   SUBTRACT WS-WOFF-GROSS FROM CU-OPEN-BALANCE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE WS-RUN-DATE TO WO-WRITE-OFF-DATE
           MOVE WS-ENTRY-CUSTOMER TO WO-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO WO-ORDER-NUMBER
           MOVE AR-INVOICE-DATE TO WO-INVOICE-DATE
           MOVE WS-WOFF-GROSS TO WO-GROSS-AMOUNT
           MOVE WS-WOFF-VAT TO WO-VAT-AMOUNT
           MOVE WS-WOFF-NET TO WO-NET-AMOUNT
           MOVE WS-OPERATOR-ID TO WO-OPERATOR
           MOVE WS-ENTRY-REASON TO WO-REASON
           WRITE WRITE-OFF-REGISTER-REC
           MOVE WS-ENTRY-CUSTOMER TO WD-CUST-NUMBER
           MOVE WS-ENTRY-ORDER TO WD-ORDER-NUMBER
           MOVE AR-INVOICE-DATE TO WD-INVOICE-DATE
           MOVE WS-WOFF-GROSS TO WD-GROSS
           MOVE WS-WOFF-VAT TO WD-VAT
           MOVE WS-WOFF-NET TO WD-NET
           MOVE WS-ENTRY-REASON TO WD-REASON
           WRITE WRITE-OFF-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 5000-POST-WRITE-OFF-GL
           ADD 1 TO WS-WOFF-COUNT
           ADD WS-WOFF-GROSS TO WS-GROSS-TOTAL
           ADD WS-WOFF-VAT TO WS-VAT-TOTAL
           ADD WS-WOFF-NET TO WS-NET-TOTAL
           DISPLAY "Item anulado como incobravel.".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-POST-WRITE-OFF-GL - the loss to INCOBRAV, the VAT
      * recovered back off IVA, the receivable credited
      *-----------------------------------------------------------*
       5000-POST-WRITE-OFF-GL.
           OPEN EXTEND GL-POSTING-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ARWOFF" TO GL-SOURCE
           MOVE "INCOBRAV" TO GL-ACCOUNT
           MOVE WS-WOFF-NET TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE "CREDITO INCOBRAVEL" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           IF WS-WOFF-VAT > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "ARWOFF" TO GL-SOURCE
               MOVE "IVA" TO GL-ACCOUNT
               MOVE WS-WOFF-VAT TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "IVA REGULARIZADO" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ARWOFF" TO GL-SOURCE
           MOVE "CLIENTES" TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-WOFF-GROSS TO GL-CREDIT
           MOVE "ANULACAO INCOBRAVEL" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - register trailer, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-WOFF-COUNT TO WT-WOFF-COUNT
           MOVE WS-GROSS-TOTAL TO WT-GROSS-TOTAL
           MOVE WS-VAT-TOTAL TO WT-VAT-TOTAL
           MOVE WS-NET-TOTAL TO WT-NET-TOTAL
           WRITE WRITE-OFF-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE AR-OPEN-ITEMS
           CLOSE CUSTOMER-MASTER
           CLOSE WRITE-OFF-REGISTER
           CLOSE WRITE-OFF-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-WOFF-COUNT TO RN-RECORDS-READ
           MOVE WS-WOFF-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CALL "FCBUILD"
           DISPLAY "ARWOFF: " WS-WOFF-COUNT " itens anulados.".

       END PROGRAM ARWOFF.
