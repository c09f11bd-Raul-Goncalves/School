      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each receipt is also kept on the INVDATA file
      *                 (a header with the drawer and a gross
      *                 trailer), where the till readers now take
      *                 the desk cash from.
      * 2026-10-15  RG  The payment method is now taken with each
      *                 payment - cash, or multibanco with the counter
      *                 terminal it went through - and carried on the
      *                 INVDATA header and the official receipt, so
      *                 card takings stay out of the drawer count and
      *                 are matched to the acquirer's settlement.
      * 2026-10-15  RG  Member table entries widened to the 149-byte
      *                 record carrying the postal code and locality.
      * 2026-10-15  RG  The 1000-entry member table and the write-back
      *                 at the close are gone: the member is found by
      *                 a pass of MEMBER and a lapsed member paying up
      *                 is reinstated in place at once, the MEMADDR
      *                 way.
      * 2026-10-15  RG  5500-SETTLE-OPEN-ITEM is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL RENEWAL-DATES ASSIGN TO "RENEWDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-REGISTER ASSIGN TO "MEMRCREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RR-DRAWER             PIC 9(03).

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.
           88  WS-REN-OK                     VALUE "00".
       01  WS-MEMOPEN-STATUS         PIC XX.
           88  WS-MEMOPEN-OK                 VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-FEE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FEE-EOF                  VALUE "Y".
               "VALOR RECEBIDO .....".
           05  OR-AMOUNT             PIC ZZ,ZZ9.99.

       01  WS-OFFICIAL-METHOD-LINE.
           05  FILLER                PIC X(20) VALUE
               "MEIO DE PAGAMENTO ..".
           05  OR-METHOD             PIC X(11).
           05  OR-TERMINAL-ID        PIC X(08).

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".

       01  WS-MEMBER-STATUS          PIC XX VALUE "00".
           88  WS-MEMBER-OK                  VALUE "00".

       COPY BRKTTBL.

       01  idade                    PIC 99 VALUE ZEROS.
           05  WS-ENTRY-MEM-ID       PIC 9(05).
           05  WS-ENTRY-AMOUNT       PIC 9(5)V99 VALUE ZEROS.
           05  WS-ENTRY-DRAWER       PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-METHOD       PIC X(01) VALUE SPACE.
           05  WS-ENTRY-TERMINAL     PIC X(08) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-POSTED-COUNT       PIC 9(04) VALUE ZEROS.

      *    the member the payment is for, as found on MEMBER
       01  WS-FOUND-MEMBER.
           05  WM-NAME               PIC X(25) VALUE SPACES.
           05  WM-BIRTH-DATE.
               10  WM-BIRTH-YEAR     PIC 9(04) VALUE ZEROS.
               10  WM-BIRTH-MONTH    PIC 9(02) VALUE ZEROS.
               10  WM-BIRTH-DAY      PIC 9(02) VALUE ZEROS.
           05  WM-STATUS-CODE        PIC X(01) VALUE SPACE.
               88  WM-LAPSED                   VALUE "L".

      *    the walk-up receipt pair the day's INVOICE file carries
      *    for CASHRECN: the "H" header with the drawer, then the
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, fee table, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT BRACKET-FEE-FILE
           PERFORM 1200-LOAD-ONE-FEE THRU 1200-EXIT
               UNTIL WS-FEE-EOF
           OPEN I-O MEMBER-OPEN-ITEMS
           OPEN EXTEND INVOICE-FILE
           OPEN EXTEND RECEIPT-PRINT
           OPEN EXTEND RECEIPT-REGISTER
           OPEN I-O INVOICE-DATA-FILE.

       1200-LOAD-ONE-FEE.
           READ BRACKET-FEE-FILE
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-POST-ONE-PAYMENT - record one desk payment: renewal
      * dates updated, receipt pair to the INVOICE file
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-FIND-MEMBER THRU 3000-EXIT
           IF NOT WS-MEMBER-FOUND
               DISPLAY "Socio nao encontrado."
               GO TO 2000-EXIT
           END-IF
           DISPLAY WM-NAME " - valor pago: "
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY "Numero da gaveta: "
           ACCEPT WS-ENTRY-DRAWER
           PERFORM 2500-ACCEPT-PAY-METHOD THRU 2500-EXIT
           PERFORM 4000-COMPUTE-BRACKET
           PERFORM 5000-UPDATE-RENEWAL
           PERFORM 5500-SETTLE-OPEN-ITEM THRU 5500-EXIT
           PERFORM 5700-REINSTATE-IF-LAPSED THRU 5700-EXIT
           PERFORM 6000-WRITE-RECEIPT
           PERFORM 6500-PRINT-OFFICIAL-RECEIPT
           ADD 1 TO WS-POSTED-COUNT
           EXIT.

      *-----------------------------------------------------------*
      * 2500-ACCEPT-PAY-METHOD - cash or multibanco; a card
      * payment needs the counter terminal it went through
      *-----------------------------------------------------------*
       2500-ACCEPT-PAY-METHOD.
           DISPLAY "Meio: N numerario, M multibanco: "
           MOVE SPACE TO WS-ENTRY-METHOD
           ACCEPT WS-ENTRY-METHOD
           MOVE SPACES TO WS-ENTRY-TERMINAL
           IF WS-ENTRY-METHOD = "N"
               GO TO 2500-EXIT
           END-IF
           IF WS-ENTRY-METHOD NOT = "M"
               DISPLAY "Meio invalido."
               GO TO 2500-ACCEPT-PAY-METHOD
           END-IF.
       2510-ACCEPT-TERMINAL.
           DISPLAY "Terminal de pagamento: "
           ACCEPT WS-ENTRY-TERMINAL
           IF WS-ENTRY-TERMINAL = SPACES
               DISPLAY "Terminal obrigatorio para multibanco."
               GO TO 2510-ACCEPT-TERMINAL
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FIND-MEMBER - one pass of MEMBER for the keyed id,
      * the name, birth date and status kept
      *-----------------------------------------------------------*
       3000-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MEM-EOF-SW
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ONE-MEMBER THRU 3100-EXIT
               UNTIL WS-MEM-EOF OR WS-MEMBER-FOUND
           CLOSE MEMBERSHIP-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF MEM-ID = WS-ENTRY-MEM-ID
               MOVE MEM-NAME TO WM-NAME
               MOVE MEM-BIRTH-DATE TO WM-BIRTH-DATE
               MOVE MEM-STATUS-CODE TO WM-STATUS-CODE
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-COMPUTE-BRACKET - age as of the business date, bracket
      *-----------------------------------------------------------*
       4000-COMPUTE-BRACKET.
           COMPUTE WS-COMPUTED-AGE =
               WS-RUN-YEAR - WM-BIRTH-YEAR
           IF (WS-RUN-MONTH * 100 + WS-RUN-DAY) <
               (WM-BIRTH-MONTH * 100 + WM-BIRTH-DAY)
               SUBTRACT 1 FROM WS-COMPUTED-AGE
           END-IF
           IF WS-COMPUTED-AGE < ZEROS
      * back active; cancelled or deceased needs more than money
      *-----------------------------------------------------------*
       5700-REINSTATE-IF-LAPSED.
           IF NOT WM-LAPSED
               GO TO 5700-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MEM-EOF-SW
           OPEN I-O MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel - socio "
                   "nao readmitido."
               GO TO 5700-EXIT
           END-IF
           PERFORM 3100-READ-ONE-MEMBER THRU 3100-EXIT
               UNTIL WS-MEM-EOF OR WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND
               SET MEM-ACTIVE TO TRUE
               REWRITE MEMBERSHIP-RECORD
               MOVE MEM-STATUS-CODE TO WM-STATUS-CODE
               DISPLAY "Socio readmitido (estava caducado)."
           END-IF
           CLOSE MEMBERSHIP-FILE.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-RECEIPT - the walk-up receipt pair that feeds
      *-----------------------------------------------------------*
       6000-WRITE-RECEIPT.
           MOVE WS-ENTRY-MEM-ID TO RH-MEM-ID
           MOVE WM-NAME TO RH-NAME
           MOVE WS-RUN-DATE TO RH-DATE
           MOVE WS-ENTRY-DRAWER TO RH-DRAWER
           WRITE INVOICE-LINE FROM WS-RECEIPT-HEADER-LINE
           MOVE WS-ENTRY-AMOUNT TO RG-AMOUNT
           WRITE INVOICE-LINE FROM WS-RECEIPT-GROSS-LINE
           PERFORM 6100-WRITE-RECEIPT-DATA THRU 6100-EXIT.

      *-----------------------------------------------------------*
      * 6100-WRITE-RECEIPT-DATA - the receipt onto the INVDATA file
      * as a header and a gross trailer under an INVNO number, the
      * way the invoice readers now take the desk cash
      *-----------------------------------------------------------*
       6100-WRITE-RECEIPT-DATA.
           IF NOT WS-IDATA-OK
               GO TO 6100-EXIT
           END-IF
           MOVE "INVNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de documento - recibo sem "
                   "registo de dados."
               GO TO 6100-EXIT
           END-IF
           INITIALIZE INVOICE-DATA-RECORD
           MOVE SEQ-NUMBER TO ID-INVOICE-NUMBER
           MOVE ZEROS TO ID-LINE-NUMBER
           SET ID-TYPE-HEADER TO TRUE
           SET ID-DOC-RECEIPT TO TRUE
           MOVE ZEROS TO ID-ORDER-NUMBER
           MOVE WS-ENTRY-MEM-ID TO ID-CUST-NUMBER
           MOVE WM-NAME TO ID-CUST-NAME
           MOVE WS-RUN-DATE TO ID-INVOICE-DATE
           MOVE WS-ENTRY-DRAWER TO ID-DRAWER-ID
           MOVE "MEMPAY" TO ID-SOURCE
           MOVE WS-ENTRY-METHOD TO ID-PAY-METHOD
           MOVE WS-ENTRY-TERMINAL TO ID-TERMINAL-ID
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Documento " ID-INVOICE-NUMBER
                       " ja existe em INVDATA."
                   GO TO 6100-EXIT
           END-WRITE
           MOVE 999 TO ID-LINE-NUMBER
           MOVE SPACES TO ID-TRAILER-DATA
           SET ID-TYPE-TRAILER TO TRUE
           MOVE ZEROS TO ID-NET-TOTAL
           MOVE ZEROS TO ID-TAX-TOTAL
           MOVE WS-ENTRY-AMOUNT TO ID-GROSS-TOTAL
           MOVE ZEROS TO ID-FX-NET-TOTAL
           MOVE ZEROS TO ID-FX-TAX-TOTAL
           MOVE ZEROS TO ID-FX-GROSS-TOTAL
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-PRINT-OFFICIAL-RECEIPT - the numbered receipt the
           MOVE WS-RUN-DATE TO OR-RECEIPT-DATE
           WRITE RECEIPT-PRINT-LINE FROM WS-OFFICIAL-TITLE-LINE
           MOVE WS-ENTRY-MEM-ID TO OR-MEM-ID
           MOVE WM-NAME TO OR-NAME
           WRITE RECEIPT-PRINT-LINE FROM WS-OFFICIAL-NAME-LINE
           IF WS-BRACKET-CODE >= 1 AND WS-BRACKET-CODE <= 7
               MOVE WS-FEE-AMOUNT(WS-BRACKET-CODE)
           WRITE RECEIPT-PRINT-LINE FROM WS-OFFICIAL-FEE-LINE
           MOVE WS-ENTRY-AMOUNT TO OR-AMOUNT
           WRITE RECEIPT-PRINT-LINE FROM WS-OFFICIAL-AMOUNT-LINE
           IF WS-ENTRY-METHOD = "M"
               MOVE "MULTIBANCO" TO OR-METHOD
           ELSE
               MOVE "NUMERARIO" TO OR-METHOD
           END-IF
           MOVE WS-ENTRY-TERMINAL TO OR-TERMINAL-ID
           WRITE RECEIPT-PRINT-LINE FROM WS-OFFICIAL-METHOD-LINE
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-SEPARATOR
           MOVE SPACES TO RECEIPT-REGISTER-REC
           MOVE SEQ-NUMBER TO RR-RECEIPT-NUMBER
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE RENEWAL-DATES
           CLOSE MEMBER-OPEN-ITEMS
           CLOSE INVOICE-FILE
           CLOSE RECEIPT-PRINT
           CLOSE RECEIPT-REGISTER
           CLOSE INVOICE-DATA-FILE
           CALL "FCBUILD"
           DISPLAY "Pagamentos registados: " WS-POSTED-COUNT.

       END PROGRAM MEMPAY.
