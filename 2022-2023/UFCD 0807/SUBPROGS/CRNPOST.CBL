       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNPOST.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Credit-note posting service, CRNOTE's posting
      *                path as a CALLable subprogram so a credit
      *                note raised by a batch run (the REBRUN volume
      *                rebates) is numbered, printed, registered and
      *                posted exactly as one keyed at the desk: the
      *                CREDNOTE number, the note in the invoice format
      *                with negative amounts on CRNPRT, one CRNREG
      *                register record per line for VATDECL, the gross
      *                off the customer's open balance and off the
      *                AROPEN open item, and the reversing GL pair.
      *                Each CALL opens the files it needs and closes
      *                them again, in the SEQSVC manner.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      * 2026-10-15  RG  A credit against an item invoiced in a foreign
      *                 currency takes the same share off the item's
      *                 AR-FX-AMOUNT as off its euro amount.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDIT-NOTE-PRINT ASSIGN TO "CRNPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-NOTE-PRINT.
       01  CREDIT-NOTE-LINE          PIC X(80).

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-AR-STATUS              PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-AR-OK                      VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-AR-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AR-EOF                   VALUE "Y".

       01  WS-LINE-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-REMAINING              PIC 9(6)V99 VALUE ZEROS.
       01  WS-ITEM-OLD-AMOUNT        PIC 9(7)V99 VALUE ZEROS.
       01  WS-CREDIT-ACCOUNT         PIC X(08) VALUE SPACES.

       01  WS-NOTE-SEPARATOR         PIC X(40) VALUE ALL "=".

       01  WS-NOTE-HEADER-LINE.
           05  FILLER                PIC X(13) VALUE "NOTA CREDITO ".
           05  NH-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  NH-NOTE-DATE          PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  CLIENTE ".
           05  NH-CUST-NUMBER        PIC 9(05).

       01  WS-NOTE-REF-LINE.
           05  FILLER                PIC X(20) VALUE
               "ENCOMENDA ORIGINAL: ".
           05  NR-ORIG-ORDER         PIC 9(05).
           05  FILLER                PIC X(08) VALUE "  LINHA ".
           05  NR-ORIG-LINE          PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NR-REASON             PIC X(20).

       01  WS-NOTE-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ND-CODIGO             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ND-QTY                PIC -ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  ND-NET                PIC -ZZZZ9.99.

       01  WS-NOTE-TAX-LINE.
           05  FILLER                PIC X(10) VALUE
               "VAT BANDA ".
           05  NT-VAT-BAND           PIC X(01).
           05  FILLER                PIC X(09) VALUE " ........".
           05  NT-TAX                PIC -ZZZZ9.99.

       01  WS-NOTE-GROSS-LINE.
           05  FILLER                PIC X(20) VALUE
               "GROSS TOTAL .......".
           05  NG-GROSS              PIC -ZZZZ9.99.

       LINKAGE SECTION.
       COPY CRNPOST.

       PROCEDURE DIVISION USING CRNPOST-LINKAGE.

       0000-MAINLINE.
           SET CP-OK TO TRUE
           MOVE ZEROS TO CP-NOTE-NUMBER
           MOVE ZEROS TO CP-NET-TOTAL
           MOVE ZEROS TO CP-TAX-TOTAL
           MOVE ZEROS TO CP-GROSS-AMOUNT
           MOVE ZEROS TO CP-UNAPPLIED
           IF CP-LINE-COUNT = ZEROS OR CP-LINE-COUNT > 3
               OR NOT (CP-TYPE-RETURN OR CP-TYPE-REBATE)
               SET CP-ERROR TO TRUE
               GOBACK
           END-IF
           PERFORM 1000-WORK-LINE-VAT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > CP-LINE-COUNT
           COMPUTE CP-GROSS-AMOUNT = CP-NET-TOTAL + CP-TAX-TOTAL
           MOVE "CREDNOTE" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               SET CP-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE SEQ-NUMBER TO CP-NOTE-NUMBER
           PERFORM 2000-PRINT-CREDIT-NOTE
           PERFORM 3000-WRITE-NOTE-REGISTER
           PERFORM 4000-CREDIT-CUSTOMER
           IF CP-TYPE-REBATE
               PERFORM 5500-APPLY-TO-OPEN-ITEMS THRU 5500-EXIT
           ELSE
               PERFORM 5000-CREDIT-OPEN-ITEM
           END-IF
           PERFORM 6000-POST-REVERSING-GL
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-WORK-LINE-VAT - each line's tax at the rate the caller
      * found in force for its band
      *-----------------------------------------------------------*
       1000-WORK-LINE-VAT.
           COMPUTE CP-TAX-AMOUNT(WS-LINE-IDX) ROUNDED =
               CP-NET-AMOUNT(WS-LINE-IDX) * CP-TAX-RATE(WS-LINE-IDX)
           ADD CP-NET-AMOUNT(WS-LINE-IDX) TO CP-NET-TOTAL
           ADD CP-TAX-AMOUNT(WS-LINE-IDX) TO CP-TAX-TOTAL.

      *-----------------------------------------------------------*
      * 2000-PRINT-CREDIT-NOTE - the invoice format with negative
      * amounts, a detail and a VAT line per line
      *-----------------------------------------------------------*
       2000-PRINT-CREDIT-NOTE.
           OPEN EXTEND CREDIT-NOTE-PRINT
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-SEPARATOR
           MOVE CP-NOTE-NUMBER TO NH-NOTE-NUMBER
           MOVE CP-NOTE-DATE TO NH-NOTE-DATE
           MOVE CP-CUST-NUMBER TO NH-CUST-NUMBER
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-HEADER-LINE
           MOVE CP-ORIG-ORDER TO NR-ORIG-ORDER
           MOVE CP-ORIG-LINE TO NR-ORIG-LINE
           MOVE CP-REASON TO NR-REASON
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-REF-LINE
           PERFORM 2100-PRINT-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > CP-LINE-COUNT
           COMPUTE NG-GROSS = ZEROS - CP-GROSS-AMOUNT
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-GROSS-LINE
           CLOSE CREDIT-NOTE-PRINT.

       2100-PRINT-ONE-LINE.
           MOVE CP-PROD-CODE(WS-LINE-IDX) TO ND-CODIGO
           COMPUTE ND-QTY = ZEROS - CP-QTY(WS-LINE-IDX)
           COMPUTE ND-NET = ZEROS - CP-NET-AMOUNT(WS-LINE-IDX)
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-DETAIL-LINE
           MOVE CP-VAT-BAND(WS-LINE-IDX) TO NT-VAT-BAND
           COMPUTE NT-TAX = ZEROS - CP-TAX-AMOUNT(WS-LINE-IDX)
           WRITE CREDIT-NOTE-LINE FROM WS-NOTE-TAX-LINE.

      *-----------------------------------------------------------*
      * 3000-WRITE-NOTE-REGISTER - a register record per line, the
      * VAT declaration nets them off their bands
      *-----------------------------------------------------------*
       3000-WRITE-NOTE-REGISTER.
           OPEN EXTEND CREDIT-NOTE-REGISTER
           PERFORM 3100-REGISTER-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > CP-LINE-COUNT
           CLOSE CREDIT-NOTE-REGISTER.

       3100-REGISTER-ONE-LINE.
           MOVE SPACES TO CREDIT-NOTE-REGISTER-REC
           MOVE CP-NOTE-DATE TO CRR-NOTE-DATE
           MOVE CP-NOTE-NUMBER TO CRR-NOTE-NUMBER
           MOVE CP-VAT-BAND(WS-LINE-IDX) TO CRR-VAT-BAND
           MOVE CP-NET-AMOUNT(WS-LINE-IDX) TO CRR-NET-AMOUNT
           MOVE CP-TAX-AMOUNT(WS-LINE-IDX) TO CRR-TAX-AMOUNT
           MOVE CP-CUST-NUMBER TO CRR-CUST-NUMBER
           MOVE CP-NOTE-TYPE TO CRR-NOTE-TYPE
           WRITE CREDIT-NOTE-REGISTER-REC.

      *-----------------------------------------------------------*
      * 4000-CREDIT-CUSTOMER - back the gross out of the customer's
      * open balance
      *-----------------------------------------------------------*
       4000-CREDIT-CUSTOMER.
           OPEN I-O CUSTOMER-MASTER
           MOVE CP-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente desconhecido - saldo nao ajustado."
               NOT INVALID KEY
                   SUBTRACT CP-GROSS-AMOUNT FROM CU-OPEN-BALANCE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           CLOSE CUSTOMER-MASTER.

      *-----------------------------------------------------------*
      * 5000-CREDIT-OPEN-ITEM - the gross comes off the original
      * order's open item; a fully credited item is marked paid so
      * the statement agrees with the customer balance
      *-----------------------------------------------------------*
       5000-CREDIT-OPEN-ITEM.
           OPEN I-O AR-OPEN-ITEMS
           MOVE CP-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE CP-ORIG-ORDER TO AR-ORDER-NUMBER
           READ AR-OPEN-ITEMS
               INVALID KEY
                   MOVE CP-GROSS-AMOUNT TO CP-UNAPPLIED
                   DISPLAY "Encomenda sem conta corrente - "
                       "item nao ajustado."
               NOT INVALID KEY
                   MOVE AR-AMOUNT TO WS-ITEM-OLD-AMOUNT
                   IF CP-GROSS-AMOUNT >= AR-AMOUNT
                       MOVE ZEROS TO AR-AMOUNT
                       SET AR-ITEM-PAID TO TRUE
                   ELSE
                       SUBTRACT CP-GROSS-AMOUNT FROM AR-AMOUNT
                   END-IF
                   PERFORM 5900-REDUCE-FX-AMOUNT
                   REWRITE AR-OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao ajustar o item."
                   END-REWRITE
           END-READ
           CLOSE AR-OPEN-ITEMS.

      *-----------------------------------------------------------*
      * 5500-APPLY-TO-OPEN-ITEMS - a credit against no one invoice
      * comes off the customer's open items in order-number (oldest
      * first) order; what no open item absorbs is returned as
      * unapplied, left as a credit on the customer's balance
      *-----------------------------------------------------------*
       5500-APPLY-TO-OPEN-ITEMS.
           MOVE CP-GROSS-AMOUNT TO WS-REMAINING
           MOVE "N" TO WS-AR-EOF-SW
           OPEN I-O AR-OPEN-ITEMS
           IF NOT WS-AR-OK
               GO TO 5500-DONE
           END-IF
           MOVE CP-CUST-NUMBER TO AR-CUST-NUMBER
           MOVE ZEROS TO AR-ORDER-NUMBER
           START AR-OPEN-ITEMS KEY IS >= AR-KEY
               INVALID KEY
                   GO TO 5500-DONE
           END-START
           PERFORM 5510-APPLY-ONE-ITEM THRU 5510-EXIT
               UNTIL WS-AR-EOF OR WS-REMAINING = ZEROS.
       5500-DONE.
           CLOSE AR-OPEN-ITEMS
           MOVE WS-REMAINING TO CP-UNAPPLIED.
       5500-EXIT.
           EXIT.

       5510-APPLY-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 5510-EXIT
           END-READ
           IF AR-CUST-NUMBER NOT = CP-CUST-NUMBER
               SET WS-AR-EOF TO TRUE
               GO TO 5510-EXIT
           END-IF
           IF NOT AR-ITEM-OPEN OR AR-AMOUNT = ZEROS
               GO TO 5510-EXIT
           END-IF
           MOVE AR-AMOUNT TO WS-ITEM-OLD-AMOUNT
           IF WS-REMAINING >= AR-AMOUNT
               SUBTRACT AR-AMOUNT FROM WS-REMAINING
               MOVE ZEROS TO AR-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           ELSE
               SUBTRACT WS-REMAINING FROM AR-AMOUNT
               MOVE ZEROS TO WS-REMAINING
           END-IF
           PERFORM 5900-REDUCE-FX-AMOUNT
           REWRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao ajustar o item "
                       AR-ORDER-NUMBER "."
           END-REWRITE.
       5510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5900-REDUCE-FX-AMOUNT - a foreign-currency item's amount in
      * the currency falls in step with its euro amount
      *-----------------------------------------------------------*
       5900-REDUCE-FX-AMOUNT.
           IF AR-HOME-CURRENCY OR WS-ITEM-OLD-AMOUNT = ZEROS
               CONTINUE
           ELSE
               IF AR-AMOUNT = ZEROS
                   MOVE ZEROS TO AR-FX-AMOUNT
               ELSE
                   COMPUTE AR-FX-AMOUNT ROUNDED =
                       AR-FX-AMOUNT * AR-AMOUNT / WS-ITEM-OLD-AMOUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 6000-POST-REVERSING-GL - back the sale out of the ledger:
      * debit sales and VAT, credit the till for a return or the
      * customer account for a rebate
      *-----------------------------------------------------------*
       6000-POST-REVERSING-GL.
           IF CP-TYPE-REBATE
               MOVE "CLIENTES" TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE "CAIXA" TO WS-CREDIT-ACCOUNT
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE CP-NOTE-DATE TO GL-POST-DATE
           MOVE "CRNOTE" TO GL-SOURCE
           MOVE "VENDAS" TO GL-ACCOUNT
           MOVE CP-NET-TOTAL TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           IF CP-TYPE-REBATE
               MOVE "RAPPEL CLIENTE" TO GL-DESCRIPTION
           ELSE
               MOVE "ESTORNO VENDA" TO GL-DESCRIPTION
           END-IF
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE CP-NOTE-DATE TO GL-POST-DATE
           MOVE "CRNOTE" TO GL-SOURCE
           MOVE "IVA" TO GL-ACCOUNT
           MOVE CP-TAX-TOTAL TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE "ESTORNO IVA" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE CP-NOTE-DATE TO GL-POST-DATE
           MOVE "CRNOTE" TO GL-SOURCE
           MOVE WS-CREDIT-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE CP-GROSS-AMOUNT TO GL-CREDIT
           IF CP-TYPE-REBATE
               MOVE "RAPPEL CLIENTE" TO GL-DESCRIPTION
           ELSE
               MOVE "ESTORNO CAIXA" TO GL-DESCRIPTION
           END-IF
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE.

       END PROGRAM CRNPOST.
