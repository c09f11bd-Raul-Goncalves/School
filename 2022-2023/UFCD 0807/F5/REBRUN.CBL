       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBRUN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Volume-rebate settlement run, at year end for
      *                the annual REBAGR agreements or at quarter end
      *                for the quarterly ones.  The period's net sales
      *                per agreement customer and VAT band are read
      *                back from the INVDATA invoice data file, the
      *                period's CRNREG returns are taken off, the
      *                highest tier passed gives the percentage, and
      *                the rebate is issued per band through the
      *                CRNPOST credit-note service at the VAT rates in
      *                force at the period end (the VATRATE fold) - so
      *                it reaches the customer balance, AROPEN, the GL
      *                and VATDECL like any other credit note.  The
      *                agreement records the period settled, so a
      *                rerun never rebates it twice; the REBRPT report
      *                lists what was issued for the accountant.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The period's sales are now read from the
      *                 INVDATA file instead of de-editing the INVARCH
      *                 print lines by column position.
      * 2026-10-15  RG  The agreements left for the next run when the
      *                 table of 200 is full are totalled on the
      *                 console, and the table is checked with TBLCHK
      *                 after the load.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBATE-AGREEMENT-FILE ASSIGN TO "REBAGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUST-NUMBER
               FILE STATUS IS WS-REB-STATUS.
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
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT REBATE-REPORT ASSIGN TO "REBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-AGREEMENT-FILE.
       COPY REBAGR.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.

       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  REBATE-REPORT.
       01  REBATE-REPORT-LINE        PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY CRNPOST.

       COPY TBLCHK.

       01  WS-REB-STATUS             PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-REB-OK                     VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-REB-EOF-SW         PIC X(01) VALUE "N".
               88  WS-REB-EOF                  VALUE "Y".
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-CRN-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CRN-EOF                  VALUE "Y".
           05  WS-VAT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-VAT-EOF                  VALUE "Y".
           05  WS-IN-PERIOD-SW       PIC X(01) VALUE "N".
               88  WS-IN-PERIOD                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-TYPE        PIC X(01) VALUE SPACES.
               88  WS-PERIOD-ANNUAL            VALUE "A".
               88  WS-PERIOD-QUARTERLY         VALUE "Q".
           05  WS-END-MONTH          PIC 9(06) VALUE ZEROS.
           05  WS-END-MONTH-SPLIT REDEFINES WS-END-MONTH.
               10  WS-END-YEAR       PIC 9(04).
               10  WS-END-MM         PIC 9(02).
           05  WS-MONTH-INDEX        PIC 9(06) VALUE ZEROS.
           05  WS-START-YEAR         PIC 9(04) VALUE ZEROS.
           05  WS-START-MM           PIC 9(02) VALUE ZEROS.
           05  WS-LEAP-QUOTIENT      PIC 9(04) VALUE ZEROS.
           05  WS-LEAP-REMAINDER     PIC 9(03) VALUE ZEROS.
           05  WS-PERIOD-START       PIC 9(08) VALUE ZEROS.
           05  WS-PERIOD-END         PIC 9(08) VALUE ZEROS.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER                PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
       01  WS-LAST-DAY               PIC 9(02) VALUE ZEROS.

      *    one slot per band: 1 = N normal, 2 = I intermedia,
      *    3 = R reduzida
       01  WS-BAND-RATES.
           05  WS-BAND-RATE          PIC V999 OCCURS 3 TIMES
               VALUE ZEROS.
       01  WS-BAND-CODE-DATA         PIC X(03) VALUE "NIR".
       01  WS-BAND-CODES REDEFINES WS-BAND-CODE-DATA.
           05  WS-BAND-CODE          PIC X(01) OCCURS 3 TIMES.
       01  WS-BAND-IDX               PIC 9(01) VALUE ZEROS.

      *    the agreements due this run, in customer order as REBAGR
      *    returns them, for the SEARCH ALL of the sales scan
       01  WS-AGREEMENT-TABLE.
           05  WS-AGR-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-AGR-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-AGR-COUNT
               ASCENDING KEY IS WA-CUST-NUMBER
               INDEXED BY WA-IDX.
               10  WA-CUST-NUMBER    PIC 9(05).
               10  WA-CUST-NAME      PIC X(20).
               10  WA-BAND-NET       PIC S9(8)V99 OCCURS 3 TIMES.
       01  WS-AGR-SUB                PIC 9(03) VALUE ZEROS.

       01  WS-REBATE-FIELDS.
           05  WS-TOTAL-NET          PIC S9(8)V99 VALUE ZEROS.
           05  WS-REBATE-PCT         PIC V999 VALUE ZEROS.
           05  WS-BAND-REBATE        PIC 9(7)V99 VALUE ZEROS.
           05  WS-TIER-IDX           PIC 9(01) VALUE ZEROS.
           05  WS-PCT-DISPLAY        PIC 99V9 VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-SETTLED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-ISSUED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-DEFERRED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-REBATE-TOTAL       PIC 9(7)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(16) VALUE
               "RAPPEL CLIENTES ".
           05  WH-PERIOD-NAME        PIC X(11).
           05  FILLER                PIC X(03) VALUE "DE ".
           05  WH-PERIOD-START       PIC 9(08).
           05  FILLER                PIC X(03) VALUE " A ".
           05  WH-PERIOD-END         PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(40) VALUE
               "CLIENT NOME                  VENDAS LIQ".
           05  FILLER                PIC X(40) VALUE
               "  TAXA     RAPPEL   NOTA   POR APLICAR ".

       01  WS-REPORT-DETAIL.
           05  WD-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUST-NAME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-TOTAL-NET          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-PCT                PIC Z9.9.
           05  WD-PCT-SIGN           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-REBATE             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-UNAPPLIED          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.

       01  WS-REPORT-DETAIL-MSG REDEFINES WS-REPORT-DETAIL.
           05  FILLER                PIC X(41).
           05  WM-MESSAGE            PIC X(39).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "ACORDOS: ".
           05  WT-AGR-COUNT          PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  NOTAS: ".
           05  WT-ISSUED-COUNT       PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  ERROS: ".
           05  WT-ERROR-COUNT        PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  TOTAL: ".
           05  WT-REBATE-TOTAL       PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-NET-ONE-RETURN THRU 3000-EXIT
               UNTIL WS-CRN-EOF
           PERFORM 4000-SETTLE-ONE-AGREEMENT THRU 4000-EXIT
               VARYING WS-AGR-SUB FROM 1 BY 1
               UNTIL WS-AGR-SUB > WS-AGR-COUNT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the period to
      * settle, the band rates at its end, the agreements due and
      * the files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "REBRUN" TO RN-PROGRAM-NAME
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
           PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT
           PERFORM 1200-LOAD-VAT-RATES THRU 1200-DONE
           OPEN I-O REBATE-AGREEMENT-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-REB-OK
               PERFORM 1300-LOAD-ONE-AGREEMENT THRU 1300-EXIT
                   UNTIL WS-REB-EOF
           END-IF
           CLOSE CUSTOMER-MASTER
           MOVE "REBRUN" TO TC-PROGRAM-NAME
           MOVE "REBAGR" TO TC-TABLE-NAME
           MOVE WS-AGR-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT INVOICE-DATA-FILE
           OPEN INPUT CREDIT-NOTE-REGISTER
           OPEN OUTPUT REBATE-REPORT
           IF WS-PERIOD-ANNUAL
               MOVE "ANUAL" TO WH-PERIOD-NAME
           ELSE
               MOVE "TRIMESTRAL" TO WH-PERIOD-NAME
           END-IF
           MOVE WS-PERIOD-START TO WH-PERIOD-START
           MOVE WS-PERIOD-END TO WH-PERIOD-END
           WRITE REBATE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REBATE-REPORT-LINE FROM WS-COLUMN-HEADER
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
           END-READ.

      *-----------------------------------------------------------*
      * 1100-ACCEPT-PERIOD - annual or quarterly, and the month the
      * period ends in; the period runs back twelve or three months
      * from there, to the last day of the end month
      *-----------------------------------------------------------*
       1100-ACCEPT-PERIOD.
           DISPLAY "Periodo a liquidar (A=anual, Q=trimestral): "
           ACCEPT WS-PERIOD-TYPE
           IF NOT WS-PERIOD-ANNUAL AND NOT WS-PERIOD-QUARTERLY
               DISPLAY "Periodo invalido."
               GO TO 1100-ACCEPT-PERIOD
           END-IF.
       1100-END-MONTH.
           DISPLAY "Mes de fim do periodo (AAAAMM): "
           ACCEPT WS-END-MONTH
           IF WS-END-MM < 1 OR WS-END-MM > 12
               DISPLAY "Mes invalido."
               GO TO 1100-END-MONTH
           END-IF
           IF WS-PERIOD-ANNUAL
               COMPUTE WS-MONTH-INDEX =
                   (WS-END-YEAR * 12) + WS-END-MM - 12
           ELSE
               COMPUTE WS-MONTH-INDEX =
                   (WS-END-YEAR * 12) + WS-END-MM - 3
           END-IF
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-START-YEAR
               REMAINDER WS-START-MM
           ADD 1 TO WS-START-MM
           COMPUTE WS-PERIOD-START =
               (WS-START-YEAR * 10000) + (WS-START-MM * 100) + 1
           MOVE WS-MONTH-DAYS(WS-END-MM) TO WS-LAST-DAY
           IF WS-END-MM = 2
               DIVIDE WS-END-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZEROS
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-END-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROS
                       MOVE 28 TO WS-LAST-DAY
                       DIVIDE WS-END-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZEROS
                           MOVE 29 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-PERIOD-END = (WS-END-MONTH * 100) + WS-LAST-DAY.
       1100-EXIT.
           EXIT.

       1200-LOAD-VAT-RATES.
           OPEN INPUT VAT-RATE-FILE
           IF NOT WS-VAT-OK
               GO TO 1200-DONE
           END-IF
           PERFORM 1210-APPLY-VAT-RECORD THRU 1210-EXIT
               UNTIL WS-VAT-EOF.
       1200-DONE.
           CLOSE VAT-RATE-FILE.

       1210-APPLY-VAT-RECORD.
           READ VAT-RATE-FILE NEXT RECORD
               AT END
                   SET WS-VAT-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF VT-EFFECTIVE-DATE > WS-PERIOD-END
               GO TO 1210-EXIT
           END-IF
           EVALUATE VT-CATEGORY
               WHEN "N"
                   MOVE VT-RATE TO WS-BAND-RATE(1)
               WHEN "I"
                   MOVE VT-RATE TO WS-BAND-RATE(2)
               WHEN "R"
                   MOVE VT-RATE TO WS-BAND-RATE(3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-ONE-AGREEMENT - an active agreement of the period
      * type not yet settled for this period end is due
      *-----------------------------------------------------------*
       1300-LOAD-ONE-AGREEMENT.
           READ REBATE-AGREEMENT-FILE NEXT RECORD
               AT END
                   SET WS-REB-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF RB-PERIOD NOT = WS-PERIOD-TYPE
               OR NOT RB-ACTIVE
               OR RB-TIER-COUNT = ZEROS
               GO TO 1300-EXIT
           END-IF
           IF RB-LAST-PERIOD-END >= WS-PERIOD-END
               ADD 1 TO WS-SETTLED-COUNT
               GO TO 1300-EXIT
           END-IF
           IF WS-AGR-COUNT = 200
               DISPLAY "REBRUN: mais de 200 acordos - cliente "
                   RB-CUST-NUMBER " fica para a proxima execucao."
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-AGR-COUNT
           MOVE RB-CUST-NUMBER TO WA-CUST-NUMBER(WS-AGR-COUNT)
           MOVE ZEROS TO WA-BAND-NET(WS-AGR-COUNT, 1)
           MOVE ZEROS TO WA-BAND-NET(WS-AGR-COUNT, 2)
           MOVE ZEROS TO WA-BAND-NET(WS-AGR-COUNT, 3)
           MOVE RB-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)"
                       TO WA-CUST-NAME(WS-AGR-COUNT)
               NOT INVALID KEY
                   MOVE CU-NAME TO WA-CUST-NAME(WS-AGR-COUNT)
           END-READ.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-ONE-LINE - a header in the period for an agreement
      * customer opens the invoice, its priced lines add their net
      * to the customer's band
      *-----------------------------------------------------------*
       2000-SCAN-ONE-LINE.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   PERFORM 2100-START-ORDER THRU 2100-EXIT
               WHEN ID-TYPE-DETAIL AND WS-IN-PERIOD
                   PERFORM 2200-TALLY-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-START-ORDER.
           MOVE "N" TO WS-IN-PERIOD-SW
           IF NOT ID-DOC-INVOICE
               OR WS-AGR-COUNT = ZEROS
               GO TO 2100-EXIT
           END-IF
           IF ID-INVOICE-DATE < WS-PERIOD-START
               OR ID-INVOICE-DATE > WS-PERIOD-END
               GO TO 2100-EXIT
           END-IF
           SET WA-IDX TO 1
           SEARCH ALL WS-AGR-ENTRY
               AT END
                   GO TO 2100-EXIT
               WHEN WA-CUST-NUMBER(WA-IDX) = ID-CUST-NUMBER
                   SET WS-IN-PERIOD TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

       2200-TALLY-DETAIL.
           PERFORM 2500-BAND-SLOT
           ADD ID-NET-AMOUNT TO WA-BAND-NET(WA-IDX, WS-BAND-IDX).

       2500-BAND-SLOT.
           EVALUATE ID-VAT-CAT
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BAND-IDX
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 3000-NET-ONE-RETURN - a return credited to an agreement
      * customer in the period comes off that band's net; earlier
      * rebates are not sales and are left alone
      *-----------------------------------------------------------*
       3000-NET-ONE-RETURN.
           IF CRR-NOTE-DATE < WS-PERIOD-START
               OR CRR-NOTE-DATE > WS-PERIOD-END
               OR CRR-TYPE-REBATE
               OR CRR-CUST-NUMBER NOT NUMERIC
               OR WS-AGR-COUNT = ZEROS
               GO TO 3000-READ-NEXT
           END-IF
           SET WA-IDX TO 1
           SEARCH ALL WS-AGR-ENTRY
               AT END
                   GO TO 3000-READ-NEXT
               WHEN WA-CUST-NUMBER(WA-IDX) = CRR-CUST-NUMBER
                   CONTINUE
           END-SEARCH
           EVALUATE CRR-VAT-BAND
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BAND-IDX
           END-EVALUATE
           SUBTRACT CRR-NET-AMOUNT
               FROM WA-BAND-NET(WA-IDX, WS-BAND-IDX).
       3000-READ-NEXT.
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-CRN-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SETTLE-ONE-AGREEMENT - the highest tier the period's
      * net sales pass sets the percentage for the whole of them;
      * one credit-note line per band with sales, then the
      * agreement is marked settled for the period
      *-----------------------------------------------------------*
       4000-SETTLE-ONE-AGREEMENT.
           MOVE WA-CUST-NUMBER(WS-AGR-SUB) TO RB-CUST-NUMBER
           READ REBATE-AGREEMENT-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WA-CUST-NUMBER(WS-AGR-SUB) TO WD-CUST-NUMBER
           MOVE WA-CUST-NAME(WS-AGR-SUB) TO WD-CUST-NAME
           COMPUTE WS-TOTAL-NET = WA-BAND-NET(WS-AGR-SUB, 1)
               + WA-BAND-NET(WS-AGR-SUB, 2)
               + WA-BAND-NET(WS-AGR-SUB, 3)
           MOVE WS-TOTAL-NET TO WD-TOTAL-NET
           MOVE ZEROS TO WS-REBATE-PCT
           PERFORM 4100-CHECK-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > RB-TIER-COUNT
           IF WS-REBATE-PCT = ZEROS
               MOVE "ABAIXO DO PRIMEIRO ESCALAO" TO WM-MESSAGE
               GO TO 4000-SETTLED
           END-IF
           COMPUTE WS-PCT-DISPLAY = WS-REBATE-PCT * 100
           MOVE WS-PCT-DISPLAY TO WD-PCT
           MOVE "%" TO WD-PCT-SIGN
           INITIALIZE CRNPOST-LINKAGE
           SET CP-TYPE-REBATE TO TRUE
           MOVE WS-RUN-DATE TO CP-NOTE-DATE
           MOVE WA-CUST-NUMBER(WS-AGR-SUB) TO CP-CUST-NUMBER
           IF WS-PERIOD-ANNUAL
               MOVE "RAPPEL ANUAL" TO CP-REASON
           ELSE
               MOVE "RAPPEL TRIMESTRAL" TO CP-REASON
           END-IF
           MOVE ZEROS TO CP-LINE-COUNT
           PERFORM 4200-ADD-BAND-LINE THRU 4200-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           IF CP-ERROR
               MOVE "RAPPEL EXCEDE O LIMITE DE UMA NOTA" TO WM-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               WRITE REBATE-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 4000-EXIT
           END-IF
           IF CP-LINE-COUNT = ZEROS
               MOVE "SEM RAPPEL A EMITIR" TO WM-MESSAGE
               GO TO 4000-SETTLED
           END-IF
           CALL "CRNPOST" USING CRNPOST-LINKAGE
           IF CP-ERROR
               MOVE "ERRO AO EMITIR A NOTA DE CREDITO" TO WM-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
               WRITE REBATE-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-ISSUED-COUNT
           ADD CP-GROSS-AMOUNT TO WS-REBATE-TOTAL
           MOVE CP-GROSS-AMOUNT TO WD-REBATE
           MOVE CP-NOTE-NUMBER TO WD-NOTE-NUMBER
           MOVE CP-UNAPPLIED TO WD-UNAPPLIED
           MOVE CP-NOTE-NUMBER TO RB-LAST-NOTE
           MOVE CP-GROSS-AMOUNT TO RB-LAST-AMOUNT.
       4000-SETTLED.
           MOVE WS-PERIOD-END TO RB-LAST-PERIOD-END
           REWRITE REBATE-AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY "REBRUN: erro ao atualizar o acordo "
                       RB-CUST-NUMBER
           END-REWRITE
           WRITE REBATE-REPORT-LINE FROM WS-REPORT-DETAIL.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-TIER.
           IF WS-TOTAL-NET > RB-THRESHOLD(WS-TIER-IDX)
               MOVE RB-PCT(WS-TIER-IDX) TO WS-REBATE-PCT
           END-IF.

      *-----------------------------------------------------------*
      * 4200-ADD-BAND-LINE - a band with net sales gives a line at
      * the band's rate in force at the period end
      *-----------------------------------------------------------*
       4200-ADD-BAND-LINE.
           IF WA-BAND-NET(WS-AGR-SUB, WS-BAND-IDX) NOT > ZEROS
               GO TO 4200-EXIT
           END-IF
           COMPUTE WS-BAND-REBATE ROUNDED =
               WA-BAND-NET(WS-AGR-SUB, WS-BAND-IDX) * WS-REBATE-PCT
           IF WS-BAND-REBATE = ZEROS
               GO TO 4200-EXIT
           END-IF
           IF WS-BAND-REBATE > 99999.99
               SET CP-ERROR TO TRUE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO CP-LINE-COUNT
           MOVE ZEROS TO CP-PROD-CODE(CP-LINE-COUNT)
           MOVE ZEROS TO CP-QTY(CP-LINE-COUNT)
           MOVE WS-BAND-CODE(WS-BAND-IDX) TO CP-VAT-BAND(CP-LINE-COUNT)
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO CP-TAX-RATE(CP-LINE-COUNT)
           MOVE WS-BAND-REBATE TO CP-NET-AMOUNT(CP-LINE-COUNT).
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - totals, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-AGR-COUNT TO WT-AGR-COUNT
           MOVE WS-ISSUED-COUNT TO WT-ISSUED-COUNT
           MOVE WS-ERROR-COUNT TO WT-ERROR-COUNT
           MOVE WS-REBATE-TOTAL TO WT-REBATE-TOTAL
           WRITE REBATE-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE REBATE-AGREEMENT-FILE
           CLOSE INVOICE-DATA-FILE
           CLOSE CREDIT-NOTE-REGISTER
           CLOSE REBATE-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-ISSUED-COUNT TO RN-RECORDS-WRITTEN
           IF WS-ERROR-COUNT > ZEROS
               SET RN-RUN-FAILED TO TRUE
           END-IF
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "REBRUN: " WS-ISSUED-COUNT " notas de rappel, "
               WS-SETTLED-COUNT " acordos ja liquidados, "
               WS-ERROR-COUNT " erros."
           IF WS-DEFERRED-COUNT > ZEROS
               DISPLAY "REBRUN: tabela de acordos cheia - "
                   WS-DEFERRED-COUNT " acordos para a proxima execucao."
           END-IF.

       END PROGRAM REBRUN.
