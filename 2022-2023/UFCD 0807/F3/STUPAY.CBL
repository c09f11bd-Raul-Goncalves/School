      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  Each receipt is also kept on the INVDATA file
      *                 (a header with the drawer and a gross
      *                 trailer), where the till readers now take
      *                 the desk cash from.
      * 2026-10-15  RG  A payment now settles the student's open
      *                 charges for the course in due-date order -
      *                 the INSTPLAN instalments oldest first, or the
      *                 whole-fee charge - with the amount overdue
      *                 shown before it is keyed.
      * 2026-10-15  RG  The payment method is now taken with each
      *                 payment - cash, or multibanco with the counter
      *                 terminal it went through - and carried on the
      *                 INVDATA header, so card takings stay out of
      *                 the drawer count and are matched to the
      *                 acquirer's settlement.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       WORKING-STORAGE SECTION.

       01  WS-STUOPEN-STATUS         PIC XX.
           88  WS-STUOPEN-OK                 VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".

       COPY SEQSVC.

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-ITEM-EOF-SW        PIC X(01) VALUE "N".
               88  WS-ITEM-EOF                 VALUE "Y".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-NUMERO       PIC 9(04).
           05  WS-ENTRY-COURSE       PIC X(06).
           05  WS-ENTRY-AMOUNT       PIC 9(5)V99 VALUE ZEROS.
           05  WS-ENTRY-DRAWER       PIC 9(03) VALUE ZEROS.
           05  WS-ENTRY-METHOD       PIC X(01) VALUE SPACE.
           05  WS-ENTRY-TERMINAL     PIC X(08) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-POSTED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-OPEN-COUNT         PIC 9(02) VALUE ZEROS.
           05  WS-OPEN-TOTAL         PIC 9(6)V99 VALUE ZEROS.
           05  WS-OVERDUE-TOTAL      PIC 9(6)V99 VALUE ZEROS.
           05  WS-LEFT-TO-APPLY      PIC 9(5)V99 VALUE ZEROS.

      *    the walk-up receipt pair the day's INVOICE file carries
      *    for CASHRECN, the MEMPAY shape
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O STUDENT-OPEN-ITEMS
           OPEN EXTEND INVOICE-FILE
           OPEN I-O INVOICE-DATA-FILE.

      *-----------------------------------------------------------*
      * 2000-POST-ONE-PAYMENT - one payment against the student's
      * open charges for the course, oldest due date first
      *-----------------------------------------------------------*
       2000-POST-ONE-PAYMENT.
           DISPLAY "Numero do aluno (0 para sair): "
           END-IF
           DISPLAY "Codigo do curso: "
           ACCEPT WS-ENTRY-COURSE
           MOVE ZEROS TO WS-OPEN-COUNT
           MOVE ZEROS TO WS-OPEN-TOTAL
           MOVE ZEROS TO WS-OVERDUE-TOTAL
           PERFORM 2100-START-ITEMS THRU 2100-EXIT
           PERFORM 2200-SUM-ONE-ITEM THRU 2200-EXIT
               UNTIL WS-ITEM-EOF
           IF WS-OPEN-COUNT = ZEROS
               DISPLAY "Sem propina em divida para esse aluno "
                   "e curso."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Prestacoes em aberto: " WS-OPEN-COUNT
               "  vencido: " WS-OVERDUE-TOTAL
           DISPLAY "Em divida: " WS-OPEN-TOTAL "  valor pago: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               DISPLAY "Valor invalido."
           END-IF
           DISPLAY "Numero da gaveta: "
           ACCEPT WS-ENTRY-DRAWER
           PERFORM 2500-ACCEPT-PAY-METHOD THRU 2500-EXIT
           MOVE WS-ENTRY-AMOUNT TO WS-LEFT-TO-APPLY
           PERFORM 2100-START-ITEMS THRU 2100-EXIT
           PERFORM 2300-SETTLE-ONE-ITEM THRU 2300-EXIT
               UNTIL WS-ITEM-EOF
                  OR WS-LEFT-TO-APPLY = ZEROS
           IF WS-LEFT-TO-APPLY > ZEROS
               DISPLAY "Valor acima da divida: " WS-LEFT-TO-APPLY
           END-IF
           PERFORM 3000-WRITE-RECEIPT
           ADD 1 TO WS-POSTED-COUNT.
       2000-EXIT.
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
      * 2100-START-ITEMS - position on the student's first charge
      * for the course; the instalment number follows the due date
      *-----------------------------------------------------------*
       2100-START-ITEMS.
           MOVE "N" TO WS-ITEM-EOF-SW
           MOVE WS-ENTRY-NUMERO TO ST-NUMERO
           MOVE WS-ENTRY-COURSE TO ST-CRS-CODE
           MOVE ZEROS TO ST-INSTALMENT
           START STUDENT-OPEN-ITEMS KEY NOT < ST-KEY
               INVALID KEY
                   SET WS-ITEM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-START
           PERFORM 2400-READ-NEXT-ITEM.
       2100-EXIT.
           EXIT.

       2200-SUM-ONE-ITEM.
           IF ST-ITEM-OPEN AND ST-AMOUNT > ZEROS
               ADD 1 TO WS-OPEN-COUNT
               ADD ST-AMOUNT TO WS-OPEN-TOTAL
               IF ST-CHARGE-DATE NOT > WS-RUN-DATE
                   ADD ST-AMOUNT TO WS-OVERDUE-TOTAL
               END-IF
           END-IF
           PERFORM 2400-READ-NEXT-ITEM.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SETTLE-ONE-ITEM - what is left of the payment pays
      * this charge off or reduces it
      *-----------------------------------------------------------*
       2300-SETTLE-ONE-ITEM.
           IF NOT ST-ITEM-OPEN OR ST-AMOUNT = ZEROS
               GO TO 2300-READ-NEXT
           END-IF
           IF WS-LEFT-TO-APPLY >= ST-AMOUNT
               SUBTRACT ST-AMOUNT FROM WS-LEFT-TO-APPLY
               MOVE ZEROS TO ST-AMOUNT
               SET ST-ITEM-PAID TO TRUE
               DISPLAY "Prestacao " ST-INSTALMENT " liquidada."
           ELSE
               SUBTRACT WS-LEFT-TO-APPLY FROM ST-AMOUNT
               MOVE ZEROS TO WS-LEFT-TO-APPLY
               DISPLAY "Prestacao " ST-INSTALMENT
                   " - pagamento parcial, resta " ST-AMOUNT
           END-IF
           REWRITE STUDENT-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar a propina."
           END-REWRITE.
       2300-READ-NEXT.
           IF WS-LEFT-TO-APPLY > ZEROS
               PERFORM 2400-READ-NEXT-ITEM
           END-IF.
       2300-EXIT.
           EXIT.

       2400-READ-NEXT-ITEM.
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF NOT WS-ITEM-EOF
               IF ST-NUMERO NOT = WS-ENTRY-NUMERO
                   OR ST-CRS-CODE NOT = WS-ENTRY-COURSE
                   SET WS-ITEM-EOF TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 3000-WRITE-RECEIPT - the walk-up receipt pair that feeds
      * the drawer totals CASHRECN derives
           MOVE WS-ENTRY-DRAWER TO RH-DRAWER
           WRITE INVOICE-LINE FROM WS-RECEIPT-HEADER-LINE
           MOVE WS-ENTRY-AMOUNT TO RG-AMOUNT
           WRITE INVOICE-LINE FROM WS-RECEIPT-GROSS-LINE
           PERFORM 3100-WRITE-RECEIPT-DATA THRU 3100-EXIT.

      *-----------------------------------------------------------*
      * 3100-WRITE-RECEIPT-DATA - the receipt onto the INVDATA file
      * as a header and a gross trailer under an INVNO number, the
      * way the invoice readers now take the desk cash
      *-----------------------------------------------------------*
       3100-WRITE-RECEIPT-DATA.
           IF NOT WS-IDATA-OK
               GO TO 3100-EXIT
           END-IF
           MOVE "INVNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de documento - recibo sem "
                   "registo de dados."
               GO TO 3100-EXIT
           END-IF
           INITIALIZE INVOICE-DATA-RECORD
           MOVE SEQ-NUMBER TO ID-INVOICE-NUMBER
           MOVE ZEROS TO ID-LINE-NUMBER
           SET ID-TYPE-HEADER TO TRUE
           SET ID-DOC-RECEIPT TO TRUE
           MOVE ZEROS TO ID-ORDER-NUMBER
           MOVE WS-ENTRY-NUMERO TO ID-CUST-NUMBER
           MOVE "PROPINA" TO ID-CUST-NAME
           MOVE WS-RUN-DATE TO ID-INVOICE-DATE
           MOVE WS-ENTRY-DRAWER TO ID-DRAWER-ID
           MOVE "STUPAY" TO ID-SOURCE
           MOVE WS-ENTRY-METHOD TO ID-PAY-METHOD
           MOVE WS-ENTRY-TERMINAL TO ID-TERMINAL-ID
           WRITE INVOICE-DATA-RECORD
               INVALID KEY
                   DISPLAY "Documento " ID-INVOICE-NUMBER
                       " ja existe em INVDATA."
                   GO TO 3100-EXIT
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
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
       8000-FINALIZE.
           CLOSE STUDENT-OPEN-ITEMS
           CLOSE INVOICE-FILE
           CLOSE INVOICE-DATA-FILE
           DISPLAY "Pagamentos registados: " WS-POSTED-COUNT.

       END PROGRAM STUPAY.
