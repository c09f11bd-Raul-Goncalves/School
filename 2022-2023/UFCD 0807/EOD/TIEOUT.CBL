      *                EODRUN after the archives: the business
      *                date's figures are cross-footed where the
      *                subsystems meet - the day's invoice gross
      *                (from INVDATA) against the AROPEN items
      *                written that day plus the desk cash sales;
      *                the counter gross against the day's CAIXA
      *                movement on GLARCH; and NETREG's grand total
      *                 reporting it on its own line - a routine
      *                 credit note was crying DIFERENCA every
      *                 night and burying the real breaks.
      * 2026-10-15  RG  Volume-rebate credit notes on CRNREG are left
      *                 out of the CAIXA add-back: they credit the
      *                 customer account, not the till.
      * 2026-10-15  RG  The invoice side now comes from the INVDATA
      *                 file - the header's document type and drawer,
      *                 the trailer's unedited gross - instead of
      *                 de-editing the INVARCH print lines.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

      *    generic de-edit of a printed Z,ZZ9.99 amount: digits
      *    accumulate, the point starts the cents
       01  WS-DEEDIT-FIELDS.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-INVOICE-DATA THRU 2000-DONE
           PERFORM 3000-SUM-AR-WRITTEN THRU 3000-DONE
           PERFORM 4000-SUM-GL-CAIXA THRU 4000-DONE
           PERFORM 4500-SUM-CREDIT-NOTES THRU 4500-DONE
           WRITE TIEOUT-REPORT-LINE FROM WS-REPORT-HEADER.

      *-----------------------------------------------------------*
      * 2000-SCAN-INVOICE-DATA - the day's gross per document,
      * split between credit sales and desk cash
      *-----------------------------------------------------------*
       2000-SCAN-INVOICE-DATA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-DONE.
           CLOSE INVOICE-DATA-FILE.

       2100-SCAN-ONE-RECORD.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   MOVE "N" TO WS-IN-DAY-SW
                   MOVE "N" TO WS-DESK-SW
                   MOVE "N" TO WS-COUNTER-SW
                   IF ID-INVOICE-DATE = WS-RUN-DATE
                       SET WS-IN-DAY TO TRUE
                   END-IF
                   IF ID-DOC-RECEIPT
                       SET WS-DESK-RECEIPT TO TRUE
                   END-IF
      *            only the counter writes a drawer id on the
      *            header; SODISP and BORLSE invoices carry none
                   IF NOT ID-NO-DRAWER
                       AND NOT WS-DESK-RECEIPT
                       SET WS-COUNTER-SALE TO TRUE
                   END-IF
               WHEN ID-TRAILER-REC AND WS-IN-DAY
                   ADD ID-GROSS-TOTAL TO WS-INVOICE-GROSS
                   IF WS-DESK-RECEIPT
                       ADD ID-GROSS-TOTAL TO WS-DESK-CASH
                   END-IF
                   IF WS-COUNTER-SALE
                       ADD ID-GROSS-TOTAL TO WS-COUNTER-GROSS
                   END-IF
               WHEN OTHER
                   CONTINUE
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SUM-AR-WRITTEN - the open items invoiced today
      *-----------------------------------------------------------*
                   GO TO 4600-EXIT
           END-READ
           IF CRR-NOTE-DATE = WS-RUN-DATE
               AND NOT CRR-TYPE-REBATE
               ADD CRR-NET-AMOUNT TO WS-CRNOTE-GROSS
               ADD CRR-TAX-AMOUNT TO WS-CRNOTE-GROSS
           END-IF.
