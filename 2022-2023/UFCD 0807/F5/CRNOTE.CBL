      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each return movement on STKMOVE is now valued
      *                 at the product's moving-average cost
      *                 (standard cost until one exists).
      * 2026-10-15  RG  A returned quantity now goes back into a
      *                 named stock location (the back warehouse
      *                 unless keyed otherwise) through STKLOCSV,
      *                 and the return movement carries it.
      * 2026-10-15  RG  A credit for goods the customer says were
      *                 never received is refused while the invoice's
      *                 dispatch has a signed proof of delivery on the
      *                 DISPATCH register.
      * 2026-10-15  RG  Numbering, printing, the CRNREG register and
      *                 the customer, AROPEN and GL postings moved
      *                 into the CRNPOST subprogram, shared with the
      *                 REBRUN volume-rebate run; the printed note
      *                 now appends to CRNPRT and carries the
      *                 customer number.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICING-EXTRACT ASSIGN TO "PRICECSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL STOCK-MOVEMENT-LEDGER ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT OPTIONAL DISPATCH-REGISTER ASSIGN TO "DISPATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NOTE-NUMBER
               ALTERNATE RECORD KEY IS DP-INVOICE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-EXTRACT.
       01  CSV-LINE                  PIC X(69).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  STOCK-MOVEMENT-LEDGER.
       COPY STKMOVE.

       FD  DISPATCH-REGISTER.
       COPY DISPATCH.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".

       COPY STKLOCSV.

       COPY CRNPOST.

       01  WS-TAX-RATE               PIC V999 VALUE .230.

           88  WS-PROD-OK                    VALUE "00".
       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-DISP-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-DISP-OK                    VALUES "00" "05".

       01  WS-VAT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-VAT-EOF                  VALUE "Y".
           05  WS-ENTRY-QTY          PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-NET          PIC 9(5)V99 VALUE ZEROS.
           05  WS-REASON             PIC X(20) VALUE SPACES.
           05  WS-NOT-RECEIVED-SW    PIC X(01) VALUE "N".
               88  WS-NOT-RECEIVED             VALUES "S" "s".
           05  WS-REFUSED-SW         PIC X(01) VALUE "N".
               88  WS-CREDIT-REFUSED           VALUE "Y".
           05  WS-RETURN-LOCATION    PIC X(02) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-NOTE-NUMBER        PIC 9(06) VALUE ZEROS.
           05  WS-NOTE-DATE          PIC 9(08) VALUE ZEROS.

       01  WS-CSV-REVERSING-LINE.
           05  WC-CODIGO             PIC 999.
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1200-LOAD-VAT-TABLE THRU 1200-DONE
           OPEN I-O PRODUCT-MASTER
           OPEN INPUT DISPATCH-REGISTER
           OPEN EXTEND PRICING-EXTRACT.

      *-----------------------------------------------------------*
      * 1200-LOAD-VAT-TABLE - the band rates in force for the
           ACCEPT WS-ENTRY-NET
           DISPLAY "Motivo: "
           ACCEPT WS-REASON
           DISPLAY "Mercadoria nao recebida pelo cliente (S/N): "
           ACCEPT WS-NOT-RECEIVED-SW
           MOVE "N" TO WS-REFUSED-SW
           IF WS-NOT-RECEIVED
               PERFORM 2200-CHECK-PROOF-OF-DELIVERY THRU 2200-EXIT
           END-IF
           IF WS-CREDIT-REFUSED
               GO TO 2000-EXIT
           END-IF

           PERFORM 2500-LOOKUP-PRODUCT-VAT
           PERFORM 3000-POST-CREDIT-NOTE
           IF NOT CP-OK
               DISPLAY "Erro ao emitir a nota de credito."
               GO TO 2000-EXIT
           END-IF
           MOVE CP-NOTE-NUMBER TO WS-NOTE-NUMBER
           DISPLAY "Nota de credito " WS-NOTE-NUMBER " emitida."
           PERFORM 4000-WRITE-REVERSING-EXTRACT
           PERFORM 4500-RESTOCK-RETURN THRU 4500-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-PROOF-OF-DELIVERY - the dispatch that raised the
      * invoice being credited; a signed proof of delivery refuses
      * the credit
      *-----------------------------------------------------------*
       2200-CHECK-PROOF-OF-DELIVERY.
           MOVE WS-ORIG-ORDER TO DP-INVOICE-NUMBER
           READ DISPATCH-REGISTER KEY IS DP-INVOICE-NUMBER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           IF DP-CUST-NUMBER = WS-CUSTOMER-NUMBER
               AND DP-DELIVERED
               DISPLAY "Credito recusado - entrega assinada por "
                   DP-POD-SIGNED-BY " em " DP-POD-DATE
                   " (guia " DP-NOTE-NUMBER ")."
               SET WS-CREDIT-REFUSED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-LOOKUP-PRODUCT-VAT - the product's band and the rate
      * in force, exactly as the invoice applied them; an unknown
           END-IF.

      *-----------------------------------------------------------*
      * 3000-POST-CREDIT-NOTE - the one-line return through CRNPOST:
      * number, print, register, customer balance, open item, GL
      *-----------------------------------------------------------*
       3000-POST-CREDIT-NOTE.
           INITIALIZE CRNPOST-LINKAGE
           SET CP-TYPE-RETURN TO TRUE
           MOVE WS-NOTE-DATE TO CP-NOTE-DATE
           MOVE WS-CUSTOMER-NUMBER TO CP-CUST-NUMBER
           MOVE WS-ORIG-ORDER TO CP-ORIG-ORDER
           MOVE WS-ORIG-LINE TO CP-ORIG-LINE
           MOVE WS-REASON TO CP-REASON
           MOVE 1 TO CP-LINE-COUNT
           MOVE WS-ENTRY-CODIGO TO CP-PROD-CODE(1)
           MOVE WS-ENTRY-QTY TO CP-QTY(1)
           MOVE WS-PROD-VAT-CAT TO CP-VAT-BAND(1)
           MOVE WS-TAX-RATE TO CP-TAX-RATE(1)
           MOVE WS-ENTRY-NET TO CP-NET-AMOUNT(1)
           CALL "CRNPOST" USING CRNPOST-LINKAGE.

      *-----------------------------------------------------------*
      * 4000-WRITE-REVERSING-EXTRACT - negative quantity and price
       4500-RESTOCK-RETURN.
           IF NOT WS-PROD-ON-FILE OR WS-ENTRY-QTY = ZEROS
               GO TO 4500-EXIT
           END-IF.
       4500-ACCEPT-LOCATION.
           DISPLAY "Localizacao de reposicao (AR armazem, LJ loja; "
               "Enter = AR): "
           ACCEPT WS-RETURN-LOCATION
           IF WS-RETURN-LOCATION = SPACES
               MOVE "AR" TO WS-RETURN-LOCATION
           END-IF
           MOVE WS-RETURN-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida - tente de novo."
               GO TO 4500-ACCEPT-LOCATION
           END-IF
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE WS-ENTRY-CODIGO TO SLS-PROD-CODE
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           MOVE WS-ENTRY-QTY TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao repor a localizacao."
               GO TO 4500-EXIT
           END-IF
           ADD WS-ENTRY-QTY TO PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
           MOVE "CRNOTE" TO SK-SOURCE
           SET SK-TYPE-RETURN TO TRUE
           MOVE WS-ENTRY-QTY TO SK-QTY
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO SK-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO SK-UNIT-COST
           END-IF
           COMPUTE SK-VALUE = SK-QTY * SK-UNIT-COST
           MOVE WS-RETURN-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-LEDGER.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the files
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PRICING-EXTRACT
           CLOSE PRODUCT-MASTER
           CLOSE DISPATCH-REGISTER
           CALL "FCBUILD".

       END PROGRAM CRNOTE.
