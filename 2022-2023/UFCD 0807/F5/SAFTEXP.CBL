       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFTEXP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       SAF-T (PT) audit file for a keyed period, in
      *                the 1.04_01 structure the tax authority asks
      *                for: the header, the master files (the GLACCT
      *                chart with its GLARCH opening and closing
      *                balances, every CUSTMAST customer, every
      *                PRODMAST product and the VATRATE bands in force
      *                at the period end), the GLARCH ledger entries
      *                of the period - the postings of one source on
      *                one day make one transaction - and the period's
      *                sales documents: the INVDATA invoices with
      *                their lines and totals and the CRNREG credit
      *                notes.  The SAFTRPT control report repeats the
      *                file's totals and the output VAT per band the
      *                way VATDECL works it for the same period, so
      *                the file can be shown to agree with what was
      *                declared.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Invoices are now read from the INVDATA file
      *                 instead of de-editing the INVARCH print lines;
      *                 InvoiceNo is the INVNO invoice number, so a
      *                 released backorder invoiced under its order
      *                 number again no longer repeats one.
      * 2026-10-15  RG  Chart accounts past the 200th and postings
      *                 carried in the last account once the table is
      *                 full are counted on the control report and the
      *                 console, and the account table is checked with
      *                 TBLCHK after the GL archive is tallied.
      * 2026-10-15  RG  4000-WRITE-GL-ENTRIES is PERFORMed THRU
      *                 4000-CLOSE and 9510-ESCAPE-VALUE THRU its exit -
      *                 their early GO TOs ran on into the paragraphs
      *                 after them.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-MASTER ASSIGN TO "GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT VAT-RATE-FILE ASSIGN TO "VATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VAT-STATUS.
           SELECT OPTIONAL GL-POSTING-ARCHIVE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL CREDIT-NOTE-REGISTER ASSIGN TO "CRNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAFT-FILE ASSIGN TO "SAFTPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "SAFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  PRODUCT-MASTER.
       COPY PRODMAST.

       FD  VAT-RATE-FILE.
       COPY VATRATE.

       FD  GL-POSTING-ARCHIVE.
       COPY GLPOST.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CREDIT-NOTE-REGISTER.
       COPY CRNREG.

       FD  SAFT-FILE.
       01  SAFT-LINE                 PIC X(256).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE       PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY TBLCHK.

       01  WS-ACCT-STATUS            PIC XX VALUE "00".
           88  WS-ACCT-OK                    VALUES "00" "05".
       01  WS-IDATA-STATUS           PIC XX VALUE "00".
           88  WS-IDATA-OK                   VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUES "00" "05".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUES "00" "05".
       01  WS-VAT-STATUS             PIC XX VALUE "00".
           88  WS-VAT-OK                     VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-IN-PERIOD-SW       PIC X(01) VALUE "N".
               88  WS-IN-PERIOD                VALUE "Y".
           05  WS-ACCT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-ACCT-FOUND               VALUE "Y".
           05  WS-DOC-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-DOC-OPEN                 VALUE "Y".
           05  WS-TAX-SEEN-SW        PIC X(01) VALUE "N".
               88  WS-TAX-SEEN                 VALUE "Y".
           05  WS-GROSS-SEEN-SW      PIC X(01) VALUE "N".
               88  WS-GROSS-SEEN               VALUE "Y".

      *    the company the file is declared for, keyed with the
      *    period
       01  WS-COMPANY-FIELDS.
           05  WS-COMPANY-NIF        PIC 9(09) VALUE ZEROS.
           05  WS-COMPANY-NAME       PIC X(40) VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD-START       PIC 9(08) VALUE ZEROS.
           05  WS-PERIOD-END         PIC 9(08) VALUE ZEROS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.

      *    one slot per band: 1 = N normal, 2 = I intermedia,
      *    3 = R reduzida - the rate in force at the period end, as
      *    VATDECL takes it
       01  WS-BAND-TOTALS.
           05  WS-BAND-BASE          PIC S9(8)V99 OCCURS 3 TIMES
               VALUE ZEROS.
           05  WS-BAND-RATE          PIC V999 OCCURS 3 TIMES
               VALUE ZEROS.
       01  WS-BAND-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-BAND-VAT               PIC S9(8)V99 VALUE ZEROS.

       01  WS-BAND-NAME-DATA.
           05  FILLER                PIC X(10) VALUE "NORMAL".
           05  FILLER                PIC X(10) VALUE "INTERMEDIA".
           05  FILLER                PIC X(10) VALUE "REDUZIDA".
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAME-DATA.
           05  WS-BAND-NAME          PIC X(10) OCCURS 3 TIMES.

       01  WS-TAX-CODE-DATA.
           05  FILLER                PIC X(03) VALUE "NOR".
           05  FILLER                PIC X(03) VALUE "INT".
           05  FILLER                PIC X(03) VALUE "RED".
       01  WS-TAX-CODES REDEFINES WS-TAX-CODE-DATA.
           05  WS-TAX-CODE           PIC X(03) OCCURS 3 TIMES.

      *    the chart, with each account's balance before the period
      *    and its movement in it
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-ACCT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ACCT-COUNT.
               10  WGA-ACCOUNT       PIC X(08).
               10  WGA-NAME          PIC X(25).
               10  WGA-OPENING       PIC S9(9)V99.
               10  WGA-PERIOD-DEBIT  PIC 9(9)V99.
               10  WGA-PERIOD-CREDIT PIC 9(9)V99.
       01  WS-ACCT-IDX               PIC 9(03) VALUE ZEROS.
       01  WS-ACCOUNT-BALANCE        PIC S9(9)V99 VALUE ZEROS.

      *    the transaction being gathered: one source on one day
       01  WS-TRANSACTION.
           05  WS-TXN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-TXN-SOURCE         PIC X(08) VALUE SPACES.
           05  WS-TXN-SEQ            PIC 9(06) VALUE ZEROS.
           05  WS-TXN-LINE-COUNT     PIC 9(03) VALUE ZEROS.
           05  WS-TXN-LINE OCCURS 100 TIMES.
               10  WTL-ACCOUNT       PIC X(08).
               10  WTL-DEBIT         PIC 9(7)V99.
               10  WTL-CREDIT        PIC 9(7)V99.
               10  WTL-DESCRIPTION   PIC X(20).
       01  WS-TXN-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-RECORD-ID              PIC 9(07) VALUE ZEROS.

       01  WS-FILE-TOTALS.
           05  WS-GL-TXN-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-GL-LINE-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-GL-DEBIT-TOTAL     PIC 9(9)V99 VALUE ZEROS.
           05  WS-GL-CREDIT-TOTAL    PIC 9(9)V99 VALUE ZEROS.
           05  WS-INVOICE-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-NOTE-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-DOC-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-SALES-CREDIT       PIC 9(9)V99 VALUE ZEROS.
           05  WS-SALES-DEBIT        PIC 9(9)V99 VALUE ZEROS.
           05  WS-CUST-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-PROD-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-ACCT-SKIP-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-ACCT-MERGE-COUNT   PIC 9(07) VALUE ZEROS.

      *    VATDECL's figures for the same period
       01  WS-CONTROL-TOTALS.
           05  WS-LINE-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-BASE-TOTAL         PIC S9(9)V99 VALUE ZEROS.
           05  WS-VAT-TOTAL          PIC S9(9)V99 VALUE ZEROS.
           05  WS-DOC-NET-TOTAL      PIC S9(9)V99 VALUE ZEROS.

      *    the sales document being written
       01  WS-DOCUMENT.
           05  WS-DOC-TYPE           PIC X(02) VALUE SPACES.
           05  WS-DOC-NUMBER         PIC 9(07) VALUE ZEROS.
           05  WS-DOC-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-DOC-CUST           PIC 9(05) VALUE ZEROS.
           05  WS-DOC-LINE-NO        PIC 9(03) VALUE ZEROS.
           05  WS-DOC-NET            PIC 9(7)V99 VALUE ZEROS.
           05  WS-DOC-TAX            PIC 9(7)V99 VALUE ZEROS.
           05  WS-DOC-GROSS          PIC 9(7)V99 VALUE ZEROS.
           05  WS-DOC-REASON         PIC X(20) VALUE SPACES.

       01  WS-LINE-FIELDS.
           05  WS-LINE-QTY           PIC 9(03) VALUE ZEROS.
           05  WS-LINE-BAND          PIC X(01) VALUE SPACES.
           05  WS-LINE-NET           PIC 9(7)V99 VALUE ZEROS.
           05  WS-LINE-TAX           PIC 9(7)V99 VALUE ZEROS.
           05  WS-UNIT-PRICE         PIC 9(7)V9(4) VALUE ZEROS.

      *    one XML line: an element, an opening or a closing tag at
      *    the current depth
       01  WS-XML-FIELDS.
           05  WS-XML-LINE           PIC X(256) VALUE SPACES.
           05  WS-XML-PTR            PIC 9(03) VALUE ZEROS.
           05  WS-XML-INDENT         PIC 9(02) VALUE ZEROS.
           05  WS-XML-TAG            PIC X(40) VALUE SPACES.
           05  WS-XML-VALUE          PIC X(100) VALUE SPACES.
           05  WS-TAG-LEN            PIC 9(03) VALUE ZEROS.
           05  WS-VALUE-START        PIC 9(03) VALUE ZEROS.
           05  WS-VALUE-END          PIC 9(03) VALUE ZEROS.
           05  WS-SCAN-IDX           PIC 9(03) VALUE ZEROS.
           05  WS-ESCAPED            PIC X(200) VALUE SPACES.
           05  WS-ESC-PTR            PIC 9(03) VALUE ZEROS.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT        PIC S9(9)V99 VALUE ZEROS.
           05  WS-AMOUNT-OUT         PIC -(10)9.99.
           05  WS-EDIT-PRICE         PIC 9(7)V9(4) VALUE ZEROS.
           05  WS-PRICE-OUT          PIC Z(6)9.9999.
           05  WS-EDIT-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-COUNT-OUT          PIC Z(6)9.
           05  WS-EDIT-RATE          PIC V999 VALUE ZEROS.
           05  WS-RATE-PCT           PIC 9(3)V99 VALUE ZEROS.
           05  WS-RATE-OUT           PIC ZZ9.99.
           05  WS-EDIT-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YEAR      PIC 9(04).
               10  WS-EDIT-MONTH     PIC 9(02).
               10  WS-EDIT-DAY       PIC 9(02).
           05  WS-DATE-OUT           PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(22) VALUE
               "SAF-T (PT) CONTROLO   ".
           05  FILLER                PIC X(03) VALUE "DE ".
           05  WH-PERIOD-START       PIC 9(08).
           05  FILLER                PIC X(03) VALUE " A ".
           05  WH-PERIOD-END         PIC 9(08).

       01  WS-FILE-COUNT-LINE.
           05  WF-LABEL              PIC X(30).
           05  WF-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WF-AMOUNT-1           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WF-AMOUNT-2           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SECTION-LINE           PIC X(40).

      *    the band and control lines in VATDECL's own layout
       01  WS-REPORT-DETAIL.
           05  WD-BAND-NAME          PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-RATE               PIC .999.
           05  FILLER                PIC X(08) VALUE "  BASE: ".
           05  WD-BASE               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WD-VAT                PIC -Z,ZZZ,ZZ9.99.

       01  WS-CONTROL-LINE.
           05  FILLER                PIC X(08) VALUE "LINHAS: ".
           05  WC-LINE-COUNT         PIC ZZZZZ9.
           05  FILLER                PIC X(08) VALUE "  BASE: ".
           05  WC-BASE-TOTAL         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  IVA: ".
           05  WC-VAT-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-AGREE-LINE.
           05  FILLER                PIC X(36) VALUE
               "DOCUMENTOS (FT - NC) CONTRA BASE:  ".
           05  WA-RESULT             PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-GL-ARCHIVE
           PERFORM 2100-TALLY-INVOICES
           PERFORM 2200-TALLY-CREDIT-NOTES
           OPEN OUTPUT SAFT-FILE
           MOVE "<?xml version=""1.0"" encoding=""Windows-1252""?>"
               TO SAFT-LINE
           WRITE SAFT-LINE
           MOVE "<AuditFile xmlns=""urn:OECD:StandardAuditFile-Tax:P
      -        "T_1.04_01"">" TO SAFT-LINE
           WRITE SAFT-LINE
           MOVE 2 TO WS-XML-INDENT
           PERFORM 3000-WRITE-HEADER
           PERFORM 3100-WRITE-MASTER-FILES
           PERFORM 4000-WRITE-GL-ENTRIES THRU 4000-CLOSE
           PERFORM 5000-WRITE-SALES-INVOICES
           MOVE "</AuditFile>" TO SAFT-LINE
           WRITE SAFT-LINE
           CLOSE SAFT-FILE
           PERFORM 7000-PRINT-CONTROL-TOTALS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the company and the period, the band
      * rates at the period end, the chart of accounts
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "NIF da empresa: "
           ACCEPT WS-COMPANY-NIF
           DISPLAY "Nome da empresa: "
           ACCEPT WS-COMPANY-NAME
           DISPLAY "Inicio do periodo (AAAAMMDD): "
           ACCEPT WS-PERIOD-START
           DISPLAY "Fim do periodo (AAAAMMDD): "
           ACCEPT WS-PERIOD-END
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1100-LOAD-VAT-RATES THRU 1100-DONE
           PERFORM 1200-LOAD-ACCOUNTS THRU 1200-DONE.

       1100-LOAD-VAT-RATES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT VAT-RATE-FILE
           IF NOT WS-VAT-OK
               GO TO 1100-DONE
           END-IF
           PERFORM 1110-APPLY-VAT-RECORD THRU 1110-EXIT
               UNTIL WS-EOF.
       1100-DONE.
           CLOSE VAT-RATE-FILE.

       1110-APPLY-VAT-RECORD.
           READ VAT-RATE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF VT-EFFECTIVE-DATE > WS-PERIOD-END
               GO TO 1110-EXIT
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
       1110-EXIT.
           EXIT.

       1200-LOAD-ACCOUNTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GL-ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               GO TO 1200-DONE
           END-IF
           PERFORM 1210-LOAD-ONE-ACCOUNT THRU 1210-EXIT
               UNTIL WS-EOF
           CLOSE GL-ACCOUNT-MASTER.
       1200-DONE.
           EXIT.

       1210-LOAD-ONE-ACCOUNT.
           READ GL-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-ACCT-COUNT = 200
               ADD 1 TO WS-ACCT-SKIP-COUNT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE GA-ACCOUNT TO WGA-ACCOUNT(WS-ACCT-COUNT)
           MOVE GA-NAME TO WGA-NAME(WS-ACCT-COUNT)
           MOVE ZEROS TO WGA-OPENING(WS-ACCT-COUNT)
           MOVE ZEROS TO WGA-PERIOD-DEBIT(WS-ACCT-COUNT)
           MOVE ZEROS TO WGA-PERIOD-CREDIT(WS-ACCT-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-TALLY-GL-ARCHIVE - every posting before the period
      * builds the opening balances; the period's postings the
      * movement and the entry totals the file heads with
      *-----------------------------------------------------------*
       2000-TALLY-GL-ARCHIVE.
           MOVE "N" TO WS-EOF-SW
           MOVE ZEROS TO WS-TXN-DATE
           MOVE SPACES TO WS-TXN-SOURCE
           MOVE ZEROS TO WS-TXN-LINE-COUNT
           OPEN INPUT GL-POSTING-ARCHIVE
           PERFORM 2010-TALLY-ONE-POSTING THRU 2010-EXIT
               UNTIL WS-EOF
           CLOSE GL-POSTING-ARCHIVE
           MOVE "SAFTEXP" TO TC-PROGRAM-NAME
           MOVE "GLACCT" TO TC-TABLE-NAME
           MOVE WS-ACCT-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.

       2010-TALLY-ONE-POSTING.
           READ GL-POSTING-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF GL-POST-DATE > WS-PERIOD-END
               GO TO 2010-EXIT
           END-IF
           PERFORM 2050-FIND-ACCOUNT THRU 2050-EXIT
           IF GL-POST-DATE < WS-PERIOD-START
               ADD GL-DEBIT TO WGA-OPENING(WS-ACCT-IDX)
               SUBTRACT GL-CREDIT FROM WGA-OPENING(WS-ACCT-IDX)
               GO TO 2010-EXIT
           END-IF
           ADD GL-DEBIT TO WGA-PERIOD-DEBIT(WS-ACCT-IDX)
           ADD GL-CREDIT TO WGA-PERIOD-CREDIT(WS-ACCT-IDX)
           ADD GL-DEBIT TO WS-GL-DEBIT-TOTAL
           ADD GL-CREDIT TO WS-GL-CREDIT-TOTAL
           IF GL-POST-DATE NOT = WS-TXN-DATE
               OR GL-SOURCE NOT = WS-TXN-SOURCE
               OR WS-TXN-LINE-COUNT = 100
               ADD 1 TO WS-GL-TXN-COUNT
               MOVE GL-POST-DATE TO WS-TXN-DATE
               MOVE GL-SOURCE TO WS-TXN-SOURCE
               MOVE ZEROS TO WS-TXN-LINE-COUNT
           END-IF
           ADD 1 TO WS-TXN-LINE-COUNT.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-FIND-ACCOUNT - leave WS-ACCT-IDX on the posting's
      * account; one not on the chart joins the table under its own
      * code so the file still carries it, or once the table is full
      * is carried in its last entry
      *-----------------------------------------------------------*
       2050-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           PERFORM 2060-MATCH-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND
           IF WS-ACCT-FOUND
               SUBTRACT 1 FROM WS-ACCT-IDX
           ELSE
               MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
               IF WS-ACCT-COUNT = 200
                   ADD 1 TO WS-ACCT-MERGE-COUNT
                   GO TO 2050-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
               MOVE GL-ACCOUNT TO WGA-ACCOUNT(WS-ACCT-IDX)
               MOVE "(FORA DO PLANO DE CONTAS)"
                   TO WGA-NAME(WS-ACCT-IDX)
               MOVE ZEROS TO WGA-OPENING(WS-ACCT-IDX)
               MOVE ZEROS TO WGA-PERIOD-DEBIT(WS-ACCT-IDX)
               MOVE ZEROS TO WGA-PERIOD-CREDIT(WS-ACCT-IDX)
           END-IF.
       2050-EXIT.
           EXIT.

       2060-MATCH-ONE-ACCOUNT.
           IF WGA-ACCOUNT(WS-ACCT-IDX) = GL-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2100-TALLY-INVOICES - the period's invoices and their line
      * bases per band, VATDECL's count; a desk receipt is not a
      * sales document and is passed over
      *-----------------------------------------------------------*
       2100-TALLY-INVOICES.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-IN-PERIOD-SW
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2110-TALLY-ONE-LINE THRU 2110-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE.

       2110-TALLY-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   PERFORM 2150-CHECK-INVOICE-PERIOD
                   IF WS-IN-PERIOD
                       ADD 1 TO WS-INVOICE-COUNT
                   END-IF
               WHEN ID-TYPE-DETAIL AND WS-IN-PERIOD
                   MOVE ID-NET-AMOUNT TO WS-LINE-NET
                   MOVE ID-VAT-CAT TO WS-LINE-BAND
                   PERFORM 2170-BAND-SLOT
                   ADD WS-LINE-NET TO WS-BAND-BASE(WS-BAND-IDX)
                   ADD WS-LINE-NET TO WS-SALES-CREDIT
                   ADD 1 TO WS-LINE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2110-EXIT.
           EXIT.

       2150-CHECK-INVOICE-PERIOD.
           MOVE "N" TO WS-IN-PERIOD-SW
           IF ID-DOC-INVOICE
               AND ID-INVOICE-DATE >= WS-PERIOD-START
               AND ID-INVOICE-DATE <= WS-PERIOD-END
               SET WS-IN-PERIOD TO TRUE
           END-IF.

       2170-BAND-SLOT.
           EVALUATE WS-LINE-BAND
               WHEN "I"
                   MOVE 2 TO WS-BAND-IDX
               WHEN "R"
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BAND-IDX
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 2200-TALLY-CREDIT-NOTES - the period's credit notes come
      * off their band's base, as VATDECL nets them
      *-----------------------------------------------------------*
       2200-TALLY-CREDIT-NOTES.
           MOVE "N" TO WS-EOF-SW
           MOVE ZEROS TO WS-DOC-NUMBER
           OPEN INPUT CREDIT-NOTE-REGISTER
           PERFORM 2210-TALLY-ONE-NOTE-LINE THRU 2210-EXIT
               UNTIL WS-EOF
           CLOSE CREDIT-NOTE-REGISTER.

       2210-TALLY-ONE-NOTE-LINE.
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF CRR-NOTE-DATE < WS-PERIOD-START
               OR CRR-NOTE-DATE > WS-PERIOD-END
               GO TO 2210-EXIT
           END-IF
           IF CRR-NOTE-NUMBER NOT = WS-DOC-NUMBER
               ADD 1 TO WS-NOTE-COUNT
               MOVE CRR-NOTE-NUMBER TO WS-DOC-NUMBER
           END-IF
           MOVE CRR-VAT-BAND TO WS-LINE-BAND
           PERFORM 2170-BAND-SLOT
           SUBTRACT CRR-NET-AMOUNT FROM WS-BAND-BASE(WS-BAND-IDX)
           ADD CRR-NET-AMOUNT TO WS-SALES-DEBIT
           ADD 1 TO WS-LINE-COUNT.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-HEADER - the file's Header block
      *-----------------------------------------------------------*
       3000-WRITE-HEADER.
           MOVE "Header" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "AuditFileVersion" TO WS-XML-TAG
           MOVE "1.04_01" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CompanyID" TO WS-XML-TAG
           MOVE WS-COMPANY-NIF TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxRegistrationNumber" TO WS-XML-TAG
           MOVE WS-COMPANY-NIF TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxAccountingBasis" TO WS-XML-TAG
           MOVE "I" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CompanyName" TO WS-XML-TAG
           MOVE WS-COMPANY-NAME TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CompanyAddress" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 3010-WRITE-UNKNOWN-ADDRESS
           MOVE "CompanyAddress" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "FiscalYear" TO WS-XML-TAG
           MOVE WS-PERIOD-START(1:4) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "StartDate" TO WS-XML-TAG
           MOVE WS-PERIOD-START TO WS-EDIT-DATE
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "EndDate" TO WS-XML-TAG
           MOVE WS-PERIOD-END TO WS-EDIT-DATE
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CurrencyCode" TO WS-XML-TAG
           MOVE "EUR" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DateCreated" TO WS-XML-TAG
           MOVE WS-RUN-DATE TO WS-EDIT-DATE
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxEntity" TO WS-XML-TAG
           MOVE "Global" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductCompanyTaxID" TO WS-XML-TAG
           MOVE WS-COMPANY-NIF TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SoftwareCertificateNumber" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductID" TO WS-XML-TAG
           MOVE "UFCD0807/SAFTEXP" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductVersion" TO WS-XML-TAG
           MOVE "1.0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Header" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

      *    no address is held on file; the standard's own word for
      *    an unknown one stands in
       3010-WRITE-UNKNOWN-ADDRESS.
           MOVE "AddressDetail" TO WS-XML-TAG
           MOVE "Desconhecido" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "City" TO WS-XML-TAG
           MOVE "Desconhecido" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "PostalCode" TO WS-XML-TAG
           MOVE "Desconhecido" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Country" TO WS-XML-TAG
           MOVE "PT" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT.

      *-----------------------------------------------------------*
      * 3100-WRITE-MASTER-FILES - accounts, customers, products,
      * the tax table
      *-----------------------------------------------------------*
       3100-WRITE-MASTER-FILES.
           MOVE "MasterFiles" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "GeneralLedgerAccounts" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "TaxonomyReference" TO WS-XML-TAG
           MOVE "S" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           PERFORM 3110-WRITE-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           MOVE "GeneralLedgerAccounts" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUSTOMER-MASTER
           PERFORM 3120-WRITE-ONE-CUSTOMER THRU 3120-EXIT
               UNTIL WS-EOF
           CLOSE CUSTOMER-MASTER
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PRODUCT-MASTER
           PERFORM 3130-WRITE-ONE-PRODUCT THRU 3130-EXIT
               UNTIL WS-EOF
           CLOSE PRODUCT-MASTER
           PERFORM 3135-WRITE-RETURNS-PRODUCT
           MOVE "TaxTable" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 3140-WRITE-ONE-TAX-ENTRY
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           MOVE "TaxTable" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "MasterFiles" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

      *    a balance is shown on the side it stands on
       3110-WRITE-ONE-ACCOUNT.
           MOVE "Account" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "AccountID" TO WS-XML-TAG
           MOVE WGA-ACCOUNT(WS-ACCT-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "AccountDescription" TO WS-XML-TAG
           MOVE WGA-NAME(WS-ACCT-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE WGA-OPENING(WS-ACCT-IDX) TO WS-ACCOUNT-BALANCE
           MOVE "OpeningDebitBalance" TO WS-XML-TAG
           PERFORM 3115-WRITE-DEBIT-SIDE
           MOVE "OpeningCreditBalance" TO WS-XML-TAG
           PERFORM 3116-WRITE-CREDIT-SIDE
           COMPUTE WS-ACCOUNT-BALANCE = WGA-OPENING(WS-ACCT-IDX)
               + WGA-PERIOD-DEBIT(WS-ACCT-IDX)
               - WGA-PERIOD-CREDIT(WS-ACCT-IDX)
           MOVE "ClosingDebitBalance" TO WS-XML-TAG
           PERFORM 3115-WRITE-DEBIT-SIDE
           MOVE "ClosingCreditBalance" TO WS-XML-TAG
           PERFORM 3116-WRITE-CREDIT-SIDE
           MOVE "GroupingCategory" TO WS-XML-TAG
           MOVE "GM" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Account" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

       3115-WRITE-DEBIT-SIDE.
           IF WS-ACCOUNT-BALANCE > ZEROS
               MOVE WS-ACCOUNT-BALANCE TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZEROS TO WS-EDIT-AMOUNT
           END-IF
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT.

       3116-WRITE-CREDIT-SIDE.
           IF WS-ACCOUNT-BALANCE < ZEROS
               COMPUTE WS-EDIT-AMOUNT = ZEROS - WS-ACCOUNT-BALANCE
           ELSE
               MOVE ZEROS TO WS-EDIT-AMOUNT
           END-IF
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT.

      *    a customer with no NIF on file is the final consumer's
      *    generic number
       3120-WRITE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3120-EXIT
           END-READ
           ADD 1 TO WS-CUST-COUNT
           MOVE "Customer" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "CustomerID" TO WS-XML-TAG
           MOVE CU-NUMBER TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "AccountID" TO WS-XML-TAG
           MOVE "Desconhecido" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CustomerTaxID" TO WS-XML-TAG
           IF CU-NIF = ZEROS
               MOVE "999999990" TO WS-XML-VALUE
           ELSE
               MOVE CU-NIF TO WS-XML-VALUE
           END-IF
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CompanyName" TO WS-XML-TAG
           MOVE CU-NAME TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "BillingAddress" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 3010-WRITE-UNKNOWN-ADDRESS
           MOVE "BillingAddress" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "SelfBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Customer" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.
       3120-EXIT.
           EXIT.

       3130-WRITE-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3130-EXIT
           END-READ
           ADD 1 TO WS-PROD-COUNT
           MOVE "Product" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "ProductType" TO WS-XML-TAG
           MOVE "P" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE PROD-CODE TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           MOVE "ProductCode" TO WS-XML-TAG
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE PROD-DESC TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           PERFORM 9320-EDIT-COUNT
           MOVE "ProductNumberCode" TO WS-XML-TAG
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Product" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.
       3130-EXIT.
           EXIT.

      *    the credit-note lines carry no product, so they are
      *    written against this one
       3135-WRITE-RETURNS-PRODUCT.
           MOVE "Product" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "ProductType" TO WS-XML-TAG
           MOVE "O" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE "NC" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE "DEVOLUCOES E RAPPEL" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductNumberCode" TO WS-XML-TAG
           MOVE "NC" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Product" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

       3140-WRITE-ONE-TAX-ENTRY.
           MOVE "TaxTableEntry" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 9400-WRITE-TAX-CODE
           MOVE "Description" TO WS-XML-TAG
           MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxPercentage" TO WS-XML-TAG
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO WS-EDIT-RATE
           PERFORM 9330-EDIT-RATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxTableEntry" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

      *-----------------------------------------------------------*
      * 4000-WRITE-GL-ENTRIES - the period's postings in one
      * journal, a transaction per source per day
      *-----------------------------------------------------------*
       4000-WRITE-GL-ENTRIES.
           MOVE "GeneralLedgerEntries" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "NumberOfEntries" TO WS-XML-TAG
           MOVE WS-GL-TXN-COUNT TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-GL-CREDIT-TOTAL TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           IF WS-GL-TXN-COUNT = ZEROS
               GO TO 4000-CLOSE
           END-IF
           MOVE "Journal" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "JournalID" TO WS-XML-TAG
           MOVE "DIARIO" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE "DIARIO GERAL" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "N" TO WS-EOF-SW
           MOVE ZEROS TO WS-TXN-DATE
           MOVE SPACES TO WS-TXN-SOURCE
           MOVE ZEROS TO WS-TXN-LINE-COUNT
           MOVE ZEROS TO WS-TXN-SEQ
           MOVE ZEROS TO WS-RECORD-ID
           OPEN INPUT GL-POSTING-ARCHIVE
           PERFORM 4010-EXPORT-ONE-POSTING THRU 4010-EXIT
               UNTIL WS-EOF
           CLOSE GL-POSTING-ARCHIVE
           IF WS-TXN-LINE-COUNT > ZEROS
               PERFORM 4100-WRITE-TRANSACTION
           END-IF
           MOVE "Journal" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.
       4000-CLOSE.
           MOVE "GeneralLedgerEntries" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

       4010-EXPORT-ONE-POSTING.
           READ GL-POSTING-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4010-EXIT
           END-READ
           IF GL-POST-DATE < WS-PERIOD-START
               OR GL-POST-DATE > WS-PERIOD-END
               GO TO 4010-EXIT
           END-IF
           IF GL-POST-DATE NOT = WS-TXN-DATE
               OR GL-SOURCE NOT = WS-TXN-SOURCE
               OR WS-TXN-LINE-COUNT = 100
               IF WS-TXN-LINE-COUNT > ZEROS
                   PERFORM 4100-WRITE-TRANSACTION
               END-IF
               MOVE GL-POST-DATE TO WS-TXN-DATE
               MOVE GL-SOURCE TO WS-TXN-SOURCE
               MOVE ZEROS TO WS-TXN-LINE-COUNT
           END-IF
           PERFORM 2050-FIND-ACCOUNT THRU 2050-EXIT
           ADD 1 TO WS-TXN-LINE-COUNT
           MOVE WGA-ACCOUNT(WS-ACCT-IDX)
               TO WTL-ACCOUNT(WS-TXN-LINE-COUNT)
           MOVE GL-DEBIT TO WTL-DEBIT(WS-TXN-LINE-COUNT)
           MOVE GL-CREDIT TO WTL-CREDIT(WS-TXN-LINE-COUNT)
           IF GL-DESCRIPTION = SPACES
               MOVE GL-SOURCE TO WTL-DESCRIPTION(WS-TXN-LINE-COUNT)
           ELSE
               MOVE GL-DESCRIPTION
                   TO WTL-DESCRIPTION(WS-TXN-LINE-COUNT)
           END-IF.
       4010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-WRITE-TRANSACTION - the gathered lines, debits before
      * credits as the standard orders them
      *-----------------------------------------------------------*
       4100-WRITE-TRANSACTION.
           ADD 1 TO WS-TXN-SEQ
           MOVE "Transaction" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE WS-TXN-DATE TO WS-EDIT-DATE
           PERFORM 9310-EDIT-DATE
           MOVE "TransactionID" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-DATE-OUT " DIARIO " WS-TXN-SEQ
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Period" TO WS-XML-TAG
           MOVE WS-EDIT-MONTH TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TransactionDate" TO WS-XML-TAG
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           MOVE WS-TXN-SOURCE TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE WS-TXN-SOURCE TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DocArchivalNumber" TO WS-XML-TAG
           MOVE WS-TXN-SEQ TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TransactionType" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "GLPostingDate" TO WS-XML-TAG
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Lines" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 4110-WRITE-DEBIT-LINE
               VARYING WS-TXN-IDX FROM 1 BY 1
               UNTIL WS-TXN-IDX > WS-TXN-LINE-COUNT
           PERFORM 4120-WRITE-CREDIT-LINE
               VARYING WS-TXN-IDX FROM 1 BY 1
               UNTIL WS-TXN-IDX > WS-TXN-LINE-COUNT
           MOVE "Lines" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "Transaction" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE ZEROS TO WS-TXN-LINE-COUNT.

       4110-WRITE-DEBIT-LINE.
           IF WTL-DEBIT(WS-TXN-IDX) > ZEROS
               MOVE "DebitLine" TO WS-XML-TAG
               PERFORM 9100-OPEN-TAG
               PERFORM 4150-WRITE-LINE-HEAD
               MOVE "DebitAmount" TO WS-XML-TAG
               MOVE WTL-DEBIT(WS-TXN-IDX) TO WS-EDIT-AMOUNT
               PERFORM 9300-EDIT-AMOUNT
               PERFORM 9000-WRITE-ELEMENT
               MOVE "DebitLine" TO WS-XML-TAG
               PERFORM 9200-CLOSE-TAG
           END-IF.

       4120-WRITE-CREDIT-LINE.
           IF WTL-CREDIT(WS-TXN-IDX) > ZEROS
               MOVE "CreditLine" TO WS-XML-TAG
               PERFORM 9100-OPEN-TAG
               PERFORM 4150-WRITE-LINE-HEAD
               MOVE "CreditAmount" TO WS-XML-TAG
               MOVE WTL-CREDIT(WS-TXN-IDX) TO WS-EDIT-AMOUNT
               PERFORM 9300-EDIT-AMOUNT
               PERFORM 9000-WRITE-ELEMENT
               MOVE "CreditLine" TO WS-XML-TAG
               PERFORM 9200-CLOSE-TAG
           END-IF.

       4150-WRITE-LINE-HEAD.
           ADD 1 TO WS-RECORD-ID
           MOVE "RecordID" TO WS-XML-TAG
           MOVE WS-RECORD-ID TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "AccountID" TO WS-XML-TAG
           MOVE WTL-ACCOUNT(WS-TXN-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SystemEntryDate" TO WS-XML-TAG
           PERFORM 9315-EDIT-DATE-TIME
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE WTL-DESCRIPTION(WS-TXN-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT.

      *-----------------------------------------------------------*
      * 5000-WRITE-SALES-INVOICES - the period's invoices from the
      * invoice data file, then its credit notes from the register
      *-----------------------------------------------------------*
       5000-WRITE-SALES-INVOICES.
           MOVE "SourceDocuments" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "SalesInvoices" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "NumberOfEntries" TO WS-XML-TAG
           COMPUTE WS-EDIT-COUNT = WS-INVOICE-COUNT + WS-NOTE-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-SALES-DEBIT TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-SALES-CREDIT TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-IN-PERIOD-SW
           MOVE "N" TO WS-DOC-OPEN-SW
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 5010-EXPORT-ONE-LINE THRU 5010-EXIT
               UNTIL WS-EOF
           CLOSE INVOICE-DATA-FILE
           IF WS-DOC-OPEN
               PERFORM 5300-CLOSE-DOCUMENT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE ZEROS TO WS-DOC-NUMBER
           OPEN INPUT CREDIT-NOTE-REGISTER
           PERFORM 5400-EXPORT-ONE-NOTE-LINE THRU 5400-EXIT
               UNTIL WS-EOF
           CLOSE CREDIT-NOTE-REGISTER
           IF WS-DOC-OPEN
               PERFORM 5300-CLOSE-DOCUMENT
           END-IF
           MOVE "SalesInvoices" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "SourceDocuments" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

      *    a header closes the invoice before it and opens the next;
      *    the trailer gives the document totals
       5010-EXPORT-ONE-LINE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5010-EXIT
           END-READ
           IF ID-HEADER-REC
               IF WS-DOC-OPEN
                   PERFORM 5300-CLOSE-DOCUMENT
               END-IF
               PERFORM 2150-CHECK-INVOICE-PERIOD
               IF WS-IN-PERIOD
                   PERFORM 5100-OPEN-INVOICE
               END-IF
               GO TO 5010-EXIT
           END-IF
           IF NOT WS-DOC-OPEN
               GO TO 5010-EXIT
           END-IF
           IF ID-TYPE-DETAIL
               PERFORM 5200-INVOICE-LINE
               GO TO 5010-EXIT
           END-IF
           IF ID-TRAILER-REC
               MOVE ID-TAX-TOTAL TO WS-DOC-TAX
               SET WS-TAX-SEEN TO TRUE
               MOVE ID-GROSS-TOTAL TO WS-DOC-GROSS
               SET WS-GROSS-SEEN TO TRUE
           END-IF.
       5010-EXIT.
           EXIT.

       5100-OPEN-INVOICE.
           MOVE "FT" TO WS-DOC-TYPE
           MOVE ID-INVOICE-NUMBER TO WS-DOC-NUMBER
           MOVE ID-INVOICE-DATE TO WS-DOC-DATE
           MOVE ID-CUST-NUMBER TO WS-DOC-CUST
           MOVE SPACES TO WS-DOC-REASON
           PERFORM 5150-WRITE-DOCUMENT-HEAD.

      *-----------------------------------------------------------*
      * 5150-WRITE-DOCUMENT-HEAD - the elements an invoice and a
      * credit note share before their lines
      *-----------------------------------------------------------*
       5150-WRITE-DOCUMENT-HEAD.
           SET WS-DOC-OPEN TO TRUE
           MOVE "N" TO WS-TAX-SEEN-SW
           MOVE "N" TO WS-GROSS-SEEN-SW
           MOVE ZEROS TO WS-DOC-LINE-NO
           MOVE ZEROS TO WS-DOC-NET
           MOVE ZEROS TO WS-DOC-TAX
           MOVE ZEROS TO WS-DOC-GROSS
           ADD 1 TO WS-DOC-COUNT
           MOVE "Invoice" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "InvoiceNo" TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-DOC-TYPE " A/" WS-DOC-NUMBER
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ATCUD" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "InvoiceStatus" TO WS-XML-TAG
           MOVE "N" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE WS-DOC-DATE TO WS-EDIT-DATE
           MOVE "InvoiceStatusDate" TO WS-XML-TAG
           PERFORM 9315-EDIT-DATE-TIME
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SourceID" TO WS-XML-TAG
           MOVE "SISTEMA" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SourceBilling" TO WS-XML-TAG
           MOVE "P" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DocumentStatus" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "Hash" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "HashControl" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Period" TO WS-XML-TAG
           MOVE WS-EDIT-MONTH TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "InvoiceDate" TO WS-XML-TAG
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "InvoiceType" TO WS-XML-TAG
           MOVE WS-DOC-TYPE TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SpecialRegimes" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "SelfBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CashVATSchemeIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ThirdPartiesBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SpecialRegimes" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "SourceID" TO WS-XML-TAG
           MOVE "SISTEMA" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "SystemEntryDate" TO WS-XML-TAG
           PERFORM 9315-EDIT-DATE-TIME
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CustomerID" TO WS-XML-TAG
           MOVE WS-DOC-CUST TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT.

      *-----------------------------------------------------------*
      * 5200-INVOICE-LINE - one priced line, taxed at its band's
      * rate for the period
      *-----------------------------------------------------------*
       5200-INVOICE-LINE.
           MOVE ID-NET-AMOUNT TO WS-LINE-NET
           MOVE ID-VAT-CAT TO WS-LINE-BAND
           PERFORM 2170-BAND-SLOT
           MOVE ID-QTY TO WS-LINE-QTY
           ADD 1 TO WS-DOC-LINE-NO
           ADD WS-LINE-NET TO WS-DOC-NET
           COMPUTE WS-LINE-TAX ROUNDED =
               WS-LINE-NET * WS-BAND-RATE(WS-BAND-IDX)
           IF NOT WS-TAX-SEEN
               ADD WS-LINE-TAX TO WS-DOC-TAX
           END-IF
           MOVE "Line" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE WS-DOC-LINE-NO TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE ID-PROD-CODE TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE ID-PROD-DESC TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Quantity" TO WS-XML-TAG
           MOVE WS-LINE-QTY TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           IF WS-LINE-QTY > ZEROS
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-LINE-NET / WS-LINE-QTY
           ELSE
               MOVE WS-LINE-NET TO WS-UNIT-PRICE
           END-IF
           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE WS-UNIT-PRICE TO WS-EDIT-PRICE
           PERFORM 9305-EDIT-PRICE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxPointDate" TO WS-XML-TAG
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Description" TO WS-XML-TAG
           MOVE ID-PROD-DESC TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "CreditAmount" TO WS-XML-TAG
           MOVE WS-LINE-NET TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           PERFORM 5290-WRITE-LINE-TAX
           MOVE "Line" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

       5290-WRITE-LINE-TAX.
           MOVE "Tax" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           PERFORM 9400-WRITE-TAX-CODE
           MOVE "TaxPercentage" TO WS-XML-TAG
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO WS-EDIT-RATE
           PERFORM 9330-EDIT-RATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Tax" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.

      *-----------------------------------------------------------*
      * 5300-CLOSE-DOCUMENT - the document totals; an invoice
      * takes its trailer's VAT and gross, a credit note the sums of
      * its lines
      *-----------------------------------------------------------*
       5300-CLOSE-DOCUMENT.
           IF NOT WS-GROSS-SEEN
               COMPUTE WS-DOC-GROSS = WS-DOC-NET + WS-DOC-TAX
           END-IF
           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "TaxPayable" TO WS-XML-TAG
           MOVE WS-DOC-TAX TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "NetTotal" TO WS-XML-TAG
           MOVE WS-DOC-NET TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "GrossTotal" TO WS-XML-TAG
           MOVE WS-DOC-GROSS TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DocumentTotals" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "Invoice" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           IF WS-DOC-TYPE = "FT"
               ADD WS-DOC-NET TO WS-DOC-NET-TOTAL
           ELSE
               SUBTRACT WS-DOC-NET FROM WS-DOC-NET-TOTAL
           END-IF
           MOVE "N" TO WS-DOC-OPEN-SW.

      *-----------------------------------------------------------*
      * 5400-EXPORT-ONE-NOTE-LINE - the register holds one record
      * per note line, a note's lines together
      *-----------------------------------------------------------*
       5400-EXPORT-ONE-NOTE-LINE.
           READ CREDIT-NOTE-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5400-EXIT
           END-READ
           IF CRR-NOTE-DATE < WS-PERIOD-START
               OR CRR-NOTE-DATE > WS-PERIOD-END
               GO TO 5400-EXIT
           END-IF
           IF CRR-NOTE-NUMBER NOT = WS-DOC-NUMBER
               OR NOT WS-DOC-OPEN
               IF WS-DOC-OPEN
                   PERFORM 5300-CLOSE-DOCUMENT
               END-IF
               MOVE "NC" TO WS-DOC-TYPE
               MOVE CRR-NOTE-NUMBER TO WS-DOC-NUMBER
               MOVE CRR-NOTE-DATE TO WS-DOC-DATE
               MOVE CRR-CUST-NUMBER TO WS-DOC-CUST
               IF CRR-TYPE-REBATE
                   MOVE "RAPPEL" TO WS-DOC-REASON
               ELSE
                   MOVE "DEVOLUCAO" TO WS-DOC-REASON
               END-IF
               PERFORM 5150-WRITE-DOCUMENT-HEAD
           END-IF
           MOVE CRR-VAT-BAND TO WS-LINE-BAND
           PERFORM 2170-BAND-SLOT
           ADD 1 TO WS-DOC-LINE-NO
           ADD CRR-NET-AMOUNT TO WS-DOC-NET
           ADD CRR-TAX-AMOUNT TO WS-DOC-TAX
           MOVE CRR-NOTE-DATE TO WS-EDIT-DATE
           MOVE "Line" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "LineNumber" TO WS-XML-TAG
           MOVE WS-DOC-LINE-NO TO WS-EDIT-COUNT
           PERFORM 9320-EDIT-COUNT
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductCode" TO WS-XML-TAG
           MOVE "NC" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE "DEVOLUCOES E RAPPEL" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "Quantity" TO WS-XML-TAG
           MOVE "1" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE CRR-NET-AMOUNT TO WS-EDIT-PRICE
           PERFORM 9305-EDIT-PRICE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxPointDate" TO WS-XML-TAG
           PERFORM 9310-EDIT-DATE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "References" TO WS-XML-TAG
           PERFORM 9100-OPEN-TAG
           MOVE "Reason" TO WS-XML-TAG
           MOVE WS-DOC-REASON TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "References" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG
           MOVE "Description" TO WS-XML-TAG
           MOVE WS-DOC-REASON TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "DebitAmount" TO WS-XML-TAG
           MOVE CRR-NET-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 9300-EDIT-AMOUNT
           PERFORM 9000-WRITE-ELEMENT
           PERFORM 5290-WRITE-LINE-TAX
           MOVE "Line" TO WS-XML-TAG
           PERFORM 9200-CLOSE-TAG.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-PRINT-CONTROL-TOTALS - what the file holds, then the
      * output VAT per band in VATDECL's layout and whether the
      * documents agree with the declared base
      *-----------------------------------------------------------*
       7000-PRINT-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-REPORT
           MOVE WS-PERIOD-START TO WH-PERIOD-START
           MOVE WS-PERIOD-END TO WH-PERIOD-END
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO WS-FILE-COUNT-LINE
           MOVE "CLIENTES" TO WF-LABEL
           MOVE WS-CUST-COUNT TO WF-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           MOVE "PRODUTOS" TO WF-LABEL
           MOVE WS-PROD-COUNT TO WF-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           MOVE "CONTAS" TO WF-LABEL
           MOVE WS-ACCT-COUNT TO WF-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           IF WS-ACCT-SKIP-COUNT > ZEROS
               OR WS-ACCT-MERGE-COUNT > ZEROS
               MOVE "CONTAS FORA DA TABELA (CHEIA)" TO WF-LABEL
               MOVE WS-ACCT-SKIP-COUNT TO WF-COUNT
               WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
               MOVE "LANCAM. NA ULTIMA CONTA" TO WF-LABEL
               MOVE WS-ACCT-MERGE-COUNT TO WF-COUNT
               WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           END-IF
           MOVE "MOVIMENTOS GL (DEBITO/CREDITO)" TO WF-LABEL
           MOVE WS-GL-TXN-COUNT TO WF-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO WF-AMOUNT-1
           MOVE WS-GL-CREDIT-TOTAL TO WF-AMOUNT-2
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           MOVE SPACES TO WS-FILE-COUNT-LINE
           MOVE "FATURAS (FT)" TO WF-LABEL
           MOVE WS-INVOICE-COUNT TO WF-COUNT
           MOVE WS-SALES-CREDIT TO WF-AMOUNT-1
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           MOVE SPACES TO WS-FILE-COUNT-LINE
           MOVE "NOTAS DE CREDITO (NC)" TO WF-LABEL
           MOVE WS-NOTE-COUNT TO WF-COUNT
           MOVE WS-SALES-DEBIT TO WF-AMOUNT-1
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-COUNT-LINE
           MOVE "IVA LIQUIDADO (COMO VATDECL)" TO WS-SECTION-LINE
           WRITE CONTROL-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 7100-PRINT-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
           MOVE WS-LINE-COUNT TO WC-LINE-COUNT
           MOVE WS-BASE-TOTAL TO WC-BASE-TOTAL
           MOVE WS-VAT-TOTAL TO WC-VAT-TOTAL
           WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-LINE
           IF WS-DOC-NET-TOTAL = WS-BASE-TOTAL
               MOVE "CONFERE" TO WA-RESULT
           ELSE
               MOVE "NAO CONFERE" TO WA-RESULT
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-AGREE-LINE
           CLOSE CONTROL-REPORT.

       7100-PRINT-ONE-BAND.
           COMPUTE WS-BAND-VAT ROUNDED =
               (WS-BAND-BASE(WS-BAND-IDX)
                * WS-BAND-RATE(WS-BAND-IDX))
           MOVE WS-BAND-NAME(WS-BAND-IDX) TO WD-BAND-NAME
           MOVE WS-BAND-RATE(WS-BAND-IDX) TO WD-RATE
           MOVE WS-BAND-BASE(WS-BAND-IDX) TO WD-BASE
           MOVE WS-BAND-VAT TO WD-VAT
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD WS-BAND-BASE(WS-BAND-IDX) TO WS-BASE-TOTAL
           ADD WS-BAND-VAT TO WS-VAT-TOTAL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE
      *-----------------------------------------------------------*
       8000-FINALIZE.
           DISPLAY "SAFTEXP: " WS-DOC-COUNT " documentos, "
               WS-GL-TXN-COUNT " movimentos no SAFTPT."
           IF WS-ACCT-SKIP-COUNT > ZEROS
               OR WS-ACCT-MERGE-COUNT > ZEROS
               DISPLAY "SAFTEXP: tabela de contas cheia - ver o "
                   "relatorio de controlo."
           END-IF.

      *-----------------------------------------------------------*
      * 9000-WRITE-ELEMENT - <tag>value</tag> at the current depth,
      * the value trimmed and its markup characters escaped
      *-----------------------------------------------------------*
       9000-WRITE-ELEMENT.
           PERFORM 9500-MEASURE-TAG
           PERFORM 9510-ESCAPE-VALUE THRU 9510-EXIT
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-INDENT + 1
           STRING "<" WS-XML-TAG(1:WS-TAG-LEN) ">"
               DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           IF WS-ESC-PTR > 1
               STRING WS-ESCAPED(1:WS-ESC-PTR - 1)
                   DELIMITED BY SIZE
                   INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           END-IF
           STRING "</" WS-XML-TAG(1:WS-TAG-LEN) ">"
               DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           WRITE SAFT-LINE FROM WS-XML-LINE
           MOVE SPACES TO WS-XML-VALUE.

       9100-OPEN-TAG.
           PERFORM 9500-MEASURE-TAG
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-INDENT + 1
           STRING "<" WS-XML-TAG(1:WS-TAG-LEN) ">"
               DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           WRITE SAFT-LINE FROM WS-XML-LINE
           ADD 2 TO WS-XML-INDENT.

       9200-CLOSE-TAG.
           PERFORM 9500-MEASURE-TAG
           SUBTRACT 2 FROM WS-XML-INDENT
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-INDENT + 1
           STRING "</" WS-XML-TAG(1:WS-TAG-LEN) ">"
               DELIMITED BY SIZE
               INTO WS-XML-LINE WITH POINTER WS-XML-PTR
           WRITE SAFT-LINE FROM WS-XML-LINE.

      *-----------------------------------------------------------*
      * 9300-9340 - amounts, prices, dates, counts and rates in the
      * form the standard reads
      *-----------------------------------------------------------*
       9300-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-AMOUNT-OUT
           MOVE WS-AMOUNT-OUT TO WS-XML-VALUE.

       9305-EDIT-PRICE.
           MOVE WS-EDIT-PRICE TO WS-PRICE-OUT
           MOVE WS-PRICE-OUT TO WS-XML-VALUE.

       9310-EDIT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           STRING WS-EDIT-YEAR "-" WS-EDIT-MONTH "-" WS-EDIT-DAY
               DELIMITED BY SIZE INTO WS-DATE-OUT
           MOVE WS-DATE-OUT TO WS-XML-VALUE.

       9315-EDIT-DATE-TIME.
           PERFORM 9310-EDIT-DATE
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-DATE-OUT "T00:00:00"
               DELIMITED BY SIZE INTO WS-XML-VALUE.

       9320-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-XML-VALUE.

       9330-EDIT-RATE.
           COMPUTE WS-RATE-PCT = WS-EDIT-RATE * 100
           MOVE WS-RATE-PCT TO WS-RATE-OUT
           MOVE WS-RATE-OUT TO WS-XML-VALUE.

       9400-WRITE-TAX-CODE.
           MOVE "TaxType" TO WS-XML-TAG
           MOVE "IVA" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxCountryRegion" TO WS-XML-TAG
           MOVE "PT" TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT
           MOVE "TaxCode" TO WS-XML-TAG
           MOVE WS-TAX-CODE(WS-BAND-IDX) TO WS-XML-VALUE
           PERFORM 9000-WRITE-ELEMENT.

      *-----------------------------------------------------------*
      * 9500-MEASURE-TAG / 9510-ESCAPE-VALUE - the tag runs to its
      * first space; the value loses its leading and trailing
      * spaces and has & < > written as entities
      *-----------------------------------------------------------*
       9500-MEASURE-TAG.
           MOVE ZEROS TO WS-TAG-LEN
           INSPECT WS-XML-TAG TALLYING WS-TAG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

       9510-ESCAPE-VALUE.
           MOVE SPACES TO WS-ESCAPED
           MOVE 1 TO WS-ESC-PTR
           MOVE ZEROS TO WS-VALUE-START
           MOVE ZEROS TO WS-VALUE-END
           PERFORM 9520-FIND-VALUE-END
               VARYING WS-SCAN-IDX FROM 100 BY -1
               UNTIL WS-SCAN-IDX < 1
                  OR WS-VALUE-END > ZEROS
           IF WS-VALUE-END = ZEROS
               GO TO 9510-EXIT
           END-IF
           PERFORM 9530-FIND-VALUE-START
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-VALUE-END
                  OR WS-VALUE-START > ZEROS
           PERFORM 9540-ESCAPE-ONE-CHAR
               VARYING WS-SCAN-IDX FROM WS-VALUE-START BY 1
               UNTIL WS-SCAN-IDX > WS-VALUE-END.
       9510-EXIT.
           EXIT.

       9520-FIND-VALUE-END.
           IF WS-XML-VALUE(WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-VALUE-END
           END-IF.

       9530-FIND-VALUE-START.
           IF WS-XML-VALUE(WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-VALUE-START
           END-IF.

       9540-ESCAPE-ONE-CHAR.
           EVALUATE WS-XML-VALUE(WS-SCAN-IDX:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
               WHEN OTHER
                   STRING WS-XML-VALUE(WS-SCAN-IDX:1)
                       DELIMITED BY SIZE
                       INTO WS-ESCAPED WITH POINTER WS-ESC-PTR
           END-EVALUATE.

       END PROGRAM SAFTEXP.
