      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-09-02.
      * PURPOSE.       Periodic VAT declaration: the period's invoice
      *                detail lines are read back from the INVDATA
      *                invoice data file and accumulated per VAT
      *                band, output VAT is computed at the band
      *                rates in force at the period end (the VATRATE
      *                fold), the CRNREG credit notes for the period
      *                are netted off, and the report closes with a
      *                line-count and value control total finance
      *                can tie to the GLSUMM journals - instead of a
      *                quarterly evening with a calculator and
      *                archived printouts.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      *                 writers' layout - the net starts at position
      *                 32, after the quantity - so every band base
      *                 was parsed from the wrong columns.
      * 2026-10-15  RG  The period's deductible VAT is now read from
      *                 the PURVREG purchase VAT register APINVREG
      *                 writes on approving a supplier invoice: a
      *                 deductible section per band follows the
      *                 output VAT, and the declaration closes with
      *                 the net VAT payable (negative = to recover).
      * 2026-10-15  RG  The VAT ARWOFF recovered on debts written off
      *                 as uncollectable in the period is read from
      *                 the WOFFREG register, shown as a relief line
      *                 and taken off the net VAT payable.
      * 2026-10-15  RG  The period's invoice lines are now read from
      *                 the INVDATA file, net and band unedited,
      *                 instead of de-editing the INVARCH print lines
      *                 by column position.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT OPTIONAL PURCHASE-VAT-REGISTER ASSIGN TO "PURVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITE-OFF-REGISTER ASSIGN TO "WOFFREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECLARATION-REPORT ASSIGN TO "VATDECRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.
       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  PURCHASE-VAT-REGISTER.
       COPY PURVREG.

       FD  WRITE-OFF-REGISTER.
       COPY WOFFREG.

       FD  DECLARATION-REPORT.
       01  DECLARATION-REPORT-LINE   PIC X(80).


       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-VAT-EOF                  VALUE "Y".
           05  WS-IN-PERIOD-SW       PIC X(01) VALUE "N".
               88  WS-IN-PERIOD                VALUE "Y".
           05  WS-PVR-EOF-SW         PIC X(01) VALUE "N".
               88  WS-PVR-EOF                  VALUE "Y".
           05  WS-WOFF-EOF-SW        PIC X(01) VALUE "N".
               88  WS-WOFF-EOF                 VALUE "Y".

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-START       PIC 9(08) VALUE ZEROS.
           05  WS-PERIOD-END         PIC 9(08) VALUE ZEROS.

      *    one slot per band: 1 = N normal, 2 = I intermedia,
      *    3 = R reduzida
               VALUE ZEROS.
           05  WS-BAND-RATE          PIC V999 OCCURS 3 TIMES
               VALUE ZEROS.
       01  WS-INPUT-TOTALS.
           05  WS-INPUT-BASE         PIC S9(8)V99 OCCURS 3 TIMES
               VALUE ZEROS.
           05  WS-INPUT-VAT          PIC S9(8)V99 OCCURS 3 TIMES
               VALUE ZEROS.
       01  WS-BAND-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-BAND-VAT               PIC S9(8)V99 VALUE ZEROS.

           05  WS-LINE-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-BASE-TOTAL         PIC S9(9)V99 VALUE ZEROS.
           05  WS-VAT-TOTAL          PIC S9(9)V99 VALUE ZEROS.
           05  WS-INPUT-COUNT        PIC 9(06) VALUE ZEROS.
           05  WS-INPUT-BASE-TOTAL   PIC S9(9)V99 VALUE ZEROS.
           05  WS-INPUT-VAT-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           05  WS-RELIEF-COUNT       PIC 9(06) VALUE ZEROS.
           05  WS-RELIEF-VAT-TOTAL   PIC S9(9)V99 VALUE ZEROS.
           05  WS-NET-VAT-PAYABLE    PIC S9(9)V99 VALUE ZEROS.

       01  WS-BAND-NAME-DATA.
           05  FILLER                PIC X(10) VALUE "NORMAL".
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WC-VAT-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-INPUT-SECTION-LINE     PIC X(30) VALUE
           "IVA DEDUTIVEL (COMPRAS)".

       01  WS-INPUT-CONTROL-LINE.
           05  FILLER                PIC X(08) VALUE "LINHAS: ".
           05  WI-LINE-COUNT         PIC ZZZZZ9.
           05  FILLER                PIC X(08) VALUE "  BASE: ".
           05  WI-BASE-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WI-VAT-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-RELIEF-LINE.
           05  FILLER                PIC X(34) VALUE
               "IVA REGULARIZADO CRED. INCOBRAVEIS".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-RELIEF-COUNT       PIC ZZZZZ9.
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WR-RELIEF-VAT         PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-NET-PAYABLE-LINE.
           05  FILLER                PIC X(30) VALUE
               "IVA A ENTREGAR (- A RECUPERAR)".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-NET-PAYABLE        PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               UNTIL WS-EOF
           PERFORM 4000-NET-ONE-CREDIT-NOTE THRU 4000-EXIT
               UNTIL WS-CRN-EOF
           PERFORM 5000-TALLY-ONE-PURCHASE THRU 5000-EXIT
               UNTIL WS-PVR-EOF
           PERFORM 6000-TALLY-ONE-WRITE-OFF THRU 6000-EXIT
               UNTIL WS-WOFF-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

           DISPLAY "Fim do periodo (AAAAMMDD): "
           ACCEPT WS-PERIOD-END
           PERFORM 1100-LOAD-VAT-RATES THRU 1100-DONE
           OPEN INPUT INVOICE-DATA-FILE
           OPEN INPUT CREDIT-NOTE-REGISTER
           OPEN INPUT PURCHASE-VAT-REGISTER
           OPEN INPUT WRITE-OFF-REGISTER
           OPEN OUTPUT DECLARATION-REPORT
           MOVE WS-PERIOD-START TO WH-PERIOD-START
           MOVE WS-PERIOD-END TO WH-PERIOD-END
           WRITE DECLARATION-REPORT-LINE FROM WS-REPORT-HEADER
           IF WS-IDATA-OK
               READ INVOICE-DATA-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           ELSE
               SET WS-EOF TO TRUE
           END-IF
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-CRN-EOF TO TRUE
           END-READ
           READ PURCHASE-VAT-REGISTER
               AT END
                   SET WS-PVR-EOF TO TRUE
           END-READ
           READ WRITE-OFF-REGISTER
               AT END
                   SET WS-WOFF-EOF TO TRUE
           END-READ.

       1100-LOAD-VAT-RATES.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-ONE-LINE - headers gate the period, priced lines
      * accumulate the taxable base per band
      *-----------------------------------------------------------*
       2000-SCAN-ONE-LINE.
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   MOVE "N" TO WS-IN-PERIOD-SW
                   IF ID-INVOICE-DATE >= WS-PERIOD-START
                       AND ID-INVOICE-DATE <= WS-PERIOD-END
                       SET WS-IN-PERIOD TO TRUE
                   END-IF
               WHEN ID-TYPE-DETAIL AND WS-IN-PERIOD
                   PERFORM 3000-TALLY-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3000-TALLY-DETAIL.
           PERFORM 3500-BAND-SLOT
           ADD ID-NET-AMOUNT TO WS-BAND-BASE(WS-BAND-IDX)
           ADD 1 TO WS-LINE-COUNT.

       3500-BAND-SLOT.
           EVALUATE ID-VAT-CAT
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-TALLY-ONE-PURCHASE - a supplier invoice approved in the
      * period adds its band base and the input VAT it was charged
      *-----------------------------------------------------------*
       5000-TALLY-ONE-PURCHASE.
           IF PVR-POST-DATE < WS-PERIOD-START
               OR PVR-POST-DATE > WS-PERIOD-END
               GO TO 5000-READ-NEXT
           END-IF
           EVALUATE PVR-VAT-BAND
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BAND-IDX
           END-EVALUATE
           ADD PVR-NET-AMOUNT TO WS-INPUT-BASE(WS-BAND-IDX)
           ADD PVR-TAX-AMOUNT TO WS-INPUT-VAT(WS-BAND-IDX)
           ADD 1 TO WS-INPUT-COUNT.
       5000-READ-NEXT.
           READ PURCHASE-VAT-REGISTER
               AT END
                   SET WS-PVR-EOF TO TRUE
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-TALLY-ONE-WRITE-OFF - a debt written off in the period
      * gives back the VAT it contained
      *-----------------------------------------------------------*
       6000-TALLY-ONE-WRITE-OFF.
           IF WO-WRITE-OFF-DATE < WS-PERIOD-START
               OR WO-WRITE-OFF-DATE > WS-PERIOD-END
               GO TO 6000-READ-NEXT
           END-IF
           ADD WO-VAT-AMOUNT TO WS-RELIEF-VAT-TOTAL
           ADD 1 TO WS-RELIEF-COUNT.
       6000-READ-NEXT.
           READ WRITE-OFF-REGISTER
               AT END
                   SET WS-WOFF-EOF TO TRUE
           END-READ.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - one line per band at the rate in force,
      * then the control totals finance ties to GLSUMM; the
      * deductible section, the bad-debt relief and the net VAT
      * payable close it
      *-----------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 8100-PRINT-ONE-BAND
           MOVE WS-BASE-TOTAL TO WC-BASE-TOTAL
           MOVE WS-VAT-TOTAL TO WC-VAT-TOTAL
           WRITE DECLARATION-REPORT-LINE FROM WS-CONTROL-LINE
           WRITE DECLARATION-REPORT-LINE FROM WS-INPUT-SECTION-LINE
           PERFORM 8200-PRINT-ONE-INPUT-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           MOVE WS-INPUT-COUNT TO WI-LINE-COUNT
           MOVE WS-INPUT-BASE-TOTAL TO WI-BASE-TOTAL
           MOVE WS-INPUT-VAT-TOTAL TO WI-VAT-TOTAL
           WRITE DECLARATION-REPORT-LINE FROM WS-INPUT-CONTROL-LINE
           MOVE WS-RELIEF-COUNT TO WR-RELIEF-COUNT
           MOVE WS-RELIEF-VAT-TOTAL TO WR-RELIEF-VAT
           WRITE DECLARATION-REPORT-LINE FROM WS-RELIEF-LINE
           COMPUTE WS-NET-VAT-PAYABLE =
               WS-VAT-TOTAL - WS-INPUT-VAT-TOTAL
               - WS-RELIEF-VAT-TOTAL
           MOVE WS-NET-VAT-PAYABLE TO WN-NET-PAYABLE
           WRITE DECLARATION-REPORT-LINE FROM WS-NET-PAYABLE-LINE
           CLOSE INVOICE-DATA-FILE
           CLOSE CREDIT-NOTE-REGISTER
           CLOSE PURCHASE-VAT-REGISTER
           CLOSE WRITE-OFF-REGISTER
           CLOSE DECLARATION-REPORT
           DISPLAY "VATDECL: " WS-LINE-COUNT " linhas declaradas.".

           ADD WS-BAND-BASE(WS-BAND-IDX) TO WS-BASE-TOTAL
           ADD WS-BAND-VAT TO WS-VAT-TOTAL.

       8200-PRINT-ONE-INPUT-BAND.
           MOVE WS-BAND-NAME(WS-BAND-IDX) TO WD-BAND-NAME
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO WD-RATE
           MOVE WS-INPUT-BASE(WS-BAND-IDX) TO WD-BASE
           MOVE WS-INPUT-VAT(WS-BAND-IDX) TO WD-VAT
           WRITE DECLARATION-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD WS-INPUT-BASE(WS-BAND-IDX) TO WS-INPUT-BASE-TOTAL
           ADD WS-INPUT-VAT(WS-BAND-IDX) TO WS-INPUT-VAT-TOTAL.

       END PROGRAM VATDECL.
