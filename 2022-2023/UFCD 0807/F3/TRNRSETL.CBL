       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRSETL.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Monthly trainer fee settlement.  The SESSIONS
      *                held in the keyed month are totalled per
      *                trainer and course exactly as TRNRHRS counts
      *                them, and the delivered hours are priced at
      *                the trainer's TR-HOURLY-RATE.  For each
      *                external trainer the operator keys the number
      *                and amount of the invoice the trainer sent in;
      *                the settlement register lists the delivered
      *                fee against it with the difference, and an
      *                approved APOPEN item is raised for the
      *                delivered fee under the trainer's supplier
      *                number, with the self-employed withholding
      *                (TR-WITHHOLD-PCT) held back for APPAYRUN.  The
      *                fee posts to GLPOST per course, against the
      *                course's cost center (in the description, as
      *                PCREPLEN does) and into its BUDGYTD actuals;
      *                the supplier control account and the
      *                withholding liability take the credits.
      *                Staff trainers are listed at their rate for
      *                information only - payroll already pays them.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The fee debit carries the course's cost
      *                 center on GLPOST.
      * 2026-10-15  RG  The trainer and trainer-course tables are
      *                 bounded: a month with more than 50 trainers
      *                 or 200 trainer-course pairs stops before
      *                 anything is settled, and both tables are
      *                 checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT TRAINER-MASTER ASSIGN TO "TRAINER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT OPTIONAL BUDGET-YTD-FILE ASSIGN TO "BUDGYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-CENTER-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLEMENT-REPORT ASSIGN TO "TRNRSETR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       COPY SESSION.

       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  AP-OPEN-ITEMS.
       COPY APOPEN.

       FD  BUDGET-YTD-FILE.
       COPY BUDGYTD.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-LINE    PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-SESSION-STATUS         PIC XX VALUE "00".
           88  WS-SESSION-OK                 VALUES "00" "05".
       01  WS-TRAINER-STATUS         PIC XX VALUE "00".
           88  WS-TRAINER-OK                 VALUE "00".
       01  WS-COURSE-STATUS          PIC XX VALUE "00".
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-SUPP-STATUS            PIC XX VALUE "00".
           88  WS-SUPP-OK                    VALUE "00".
       01  WS-AP-STATUS              PIC XX VALUE "00".
           88  WS-AP-OK                      VALUES "00" "05".
       01  WS-YTD-STATUS             PIC XX VALUE "00".
           88  WS-YTD-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".

      *    the GL accounts a trainer fee posts to
       01  WS-FEE-ACCOUNT            PIC X(08) VALUE "HONORARI".
       01  WS-SUPPLIER-ACCOUNT       PIC X(08) VALUE "FORNECED".
       01  WS-WITHHOLD-ACCOUNT       PIC X(08) VALUE "RETIRSLB".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-REPORT-MONTH           PIC 9(06) VALUE ZEROS.
       01  WS-SESSION-MONTH          PIC 9(06) VALUE ZEROS.

      *    delivered hours per trainer, and per trainer and course
      *    for the cost-center postings
       01  WS-TRAINER-TABLE.
           05  WS-TRN-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-TRN-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-TRN-COUNT.
               10  WTN-TRAINER-ID    PIC 9(04).
               10  WTN-HOURS         PIC 9(05).
       01  WS-TRN-IDX                PIC 9(02) VALUE ZEROS.

       01  WS-COURSE-HOURS-TABLE.
           05  WS-TCH-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-TCH-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-TCH-COUNT.
               10  WTC-TRAINER-ID    PIC 9(04).
               10  WTC-CRS-CODE      PIC X(06).
               10  WTC-HOURS         PIC 9(05).
       01  WS-TCH-IDX                PIC 9(03) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-INVOICE      PIC X(12) VALUE SPACES.
           05  WS-ENTRY-AMOUNT       PIC 9(7)V99 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-FEE-AMOUNT         PIC 9(7)V99 VALUE ZEROS.
           05  WS-COURSE-FEE         PIC 9(7)V99 VALUE ZEROS.
           05  WS-WITHHELD-AMOUNT    PIC 9(7)V99 VALUE ZEROS.
           05  WS-PAYABLE-AMOUNT     PIC 9(7)V99 VALUE ZEROS.
           05  WS-DIFFERENCE         PIC S9(7)V99 VALUE ZEROS.
           05  WS-SETTLED-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-DIFF-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-TOTAL-FEES         PIC 9(8)V99 VALUE ZEROS.
           05  WS-TOTAL-WITHHELD     PIC 9(8)V99 VALUE ZEROS.

       01  WS-DUE-DATE-FIELDS.
           05  WS-TERMS              PIC 9(03) VALUE ZEROS.
           05  WS-INVOICE-DATE-X.
               10  WS-INVOICE-YEAR   PIC 9(04).
               10  WS-INVOICE-MONTH  PIC 9(02).
               10  WS-INVOICE-DAY    PIC 9(02).
           05  WS-DUE-MONTH-INDEX    PIC 9(07) VALUE ZEROS.
           05  WS-DUE-YEAR           PIC 9(04) VALUE ZEROS.
           05  WS-DUE-MONTH          PIC 9(02) VALUE ZEROS.
           05  WS-DUE-DAY            PIC 9(02) VALUE ZEROS.

       01  WS-GL-DESC.
           05  FILLER                PIC X(11) VALUE "FORMADOR CC".
           05  WG-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(06) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(32) VALUE
               "LIQUIDACAO DE HONORARIOS        ".
           05  FILLER                PIC X(05) VALUE "MES: ".
           05  WH-MONTH              PIC 9(06).

       01  WS-REPORT-COLUMNS.
           05  FILLER                PIC X(22) VALUE "FORM. NOME".
           05  FILLER                PIC X(05) VALUE "HORAS".
           05  FILLER                PIC X(07) VALUE "  VALOR".
           05  FILLER                PIC X(11) VALUE "   LIQUIDAR".
           05  FILLER                PIC X(11) VALUE "   FATURADO".
           05  FILLER                PIC X(12) VALUE "   DIFERENCA".
           05  FILLER                PIC X(09) VALUE "  NOTA".

       01  WS-REPORT-DETAIL.
           05  WD-TRAINER-ID         PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-TRAINER-NAME       PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-HOURS              PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-RATE               PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FEE                PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-INVOICED           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DIFFERENCE         PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-NOTE               PIC X(08).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(12) VALUE "LIQUIDADOS: ".
           05  WT-SETTLED            PIC ZZ9.
           05  FILLER                PIC X(14) VALUE "  DIFERENCAS: ".
           05  WT-DIFFS              PIC ZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  WT-TOTAL-FEES         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(07) VALUE "  RET: ".
           05  WT-TOTAL-WITHHELD     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-SESSION THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 5000-SETTLE-ONE-TRAINER THRU 5000-EXIT
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, month, the business date (the
      * "was it held" cutoff), files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "TRNRSETL" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Mes a liquidar (AAAAMM): "
           ACCEPT WS-REPORT-MONTH
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT SESSION-FILE
           OPEN INPUT TRAINER-MASTER
           OPEN INPUT COURSE-MASTER
           OPEN INPUT SUPPLIER-MASTER
           OPEN I-O AP-OPEN-ITEMS
           OPEN I-O BUDGET-YTD-FILE
           OPEN OUTPUT SETTLEMENT-REPORT
           MOVE WS-REPORT-MONTH TO WH-MONTH
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-COLUMNS
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-SESSION - a month session already held rolls
      * into its trainer's hours and its trainer-course hours;
      * unassigned sessions tally under trainer zero
      *-----------------------------------------------------------*
       2000-TALLY-ONE-SESSION.
           ADD 1 TO WS-READ-COUNT
           MOVE ZEROS TO WS-SESSION-MONTH
           MOVE SN-DATE(1:6) TO WS-SESSION-MONTH(1:6)
           IF WS-SESSION-MONTH NOT = WS-REPORT-MONTH
               GO TO 2000-READ-NEXT
           END-IF
           IF SN-DATE > WS-RUN-DATE
      *        scheduled but not yet held
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-FIND-TRAINER-ENTRY
           ADD SN-HOURS TO WTN-HOURS(WS-TRN-IDX)
           PERFORM 3200-FIND-COURSE-ENTRY
           ADD SN-HOURS TO WTC-HOURS(WS-TCH-IDX).
       2000-READ-NEXT.
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-FIND-TRAINER-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ONE-TRAINER
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TRN-IDX
           ELSE
               IF WS-TRN-COUNT = 50
                   DISPLAY "Mais de 50 formadores no mes - nada "
                       "foi liquidado."
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-TRN-COUNT
               MOVE WS-TRN-COUNT TO WS-TRN-IDX
               MOVE SN-TRAINER-ID TO WTN-TRAINER-ID(WS-TRN-IDX)
               MOVE ZEROS TO WTN-HOURS(WS-TRN-IDX)
           END-IF.

       3100-MATCH-ONE-TRAINER.
           IF WTN-TRAINER-ID(WS-TRN-IDX) = SN-TRAINER-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3200-FIND-COURSE-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3300-MATCH-ONE-COURSE
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TCH-IDX
           ELSE
               IF WS-TCH-COUNT = 200
                   DISPLAY "Mais de 200 pares formador/curso no mes "
                       "- nada foi liquidado."
                   PERFORM 9000-ABORT-RUN
               END-IF
               ADD 1 TO WS-TCH-COUNT
               MOVE WS-TCH-COUNT TO WS-TCH-IDX
               MOVE SN-TRAINER-ID TO WTC-TRAINER-ID(WS-TCH-IDX)
               MOVE SN-CRS-CODE TO WTC-CRS-CODE(WS-TCH-IDX)
               MOVE ZEROS TO WTC-HOURS(WS-TCH-IDX)
           END-IF.

       3300-MATCH-ONE-COURSE.
           IF WTC-TRAINER-ID(WS-TCH-IDX) = SN-TRAINER-ID
               AND WTC-CRS-CODE(WS-TCH-IDX) = SN-CRS-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-SETTLE-ONE-TRAINER - price the trainer's delivered
      * hours; an external trainer's invoice is keyed and compared,
      * and the fee raised on APOPEN and posted
      *-----------------------------------------------------------*
       5000-SETTLE-ONE-TRAINER.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WTN-TRAINER-ID(WS-TRN-IDX) TO WD-TRAINER-ID
           MOVE WTN-HOURS(WS-TRN-IDX) TO WD-HOURS
           IF WTN-TRAINER-ID(WS-TRN-IDX) = ZEROS
               MOVE "(SEM FORMADOR)" TO WD-TRAINER-NAME
               MOVE "S/FORM." TO WD-NOTE
               GO TO 5000-PRINT
           END-IF
           MOVE WTN-TRAINER-ID(WS-TRN-IDX) TO TR-TRAINER-ID
           READ TRAINER-MASTER
               INVALID KEY
                   MOVE "(DESCONHECIDO)" TO WD-TRAINER-NAME
                   MOVE "DESCON." TO WD-NOTE
                   GO TO 5000-PRINT
           END-READ
           MOVE TR-NAME TO WD-TRAINER-NAME
           MOVE TR-HOURLY-RATE TO WD-RATE
           MOVE ZEROS TO WS-FEE-AMOUNT
           PERFORM 5100-PRICE-ONE-COURSE
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-COUNT
           MOVE WS-FEE-AMOUNT TO WD-FEE
           IF TR-STAFF
               MOVE "QUADRO" TO WD-NOTE
               GO TO 5000-PRINT
           END-IF
           DISPLAY "Formador " TR-TRAINER-ID " " TR-NAME
           DISPLAY "Horas lecionadas: " WTN-HOURS(WS-TRN-IDX)
               "  A liquidar: " WS-FEE-AMOUNT
           DISPLAY "Numero da fatura do formador (branco = sem "
               "fatura): "
           ACCEPT WS-ENTRY-INVOICE
           IF WS-ENTRY-INVOICE = SPACES
               MOVE "SEM FAT." TO WD-NOTE
               GO TO 5000-PRINT
           END-IF
           DISPLAY "Valor faturado (9999999.99): "
           ACCEPT WS-ENTRY-AMOUNT
           MOVE WS-ENTRY-AMOUNT TO WD-INVOICED
           COMPUTE WS-DIFFERENCE = WS-ENTRY-AMOUNT - WS-FEE-AMOUNT
           MOVE WS-DIFFERENCE TO WD-DIFFERENCE
           IF WS-DIFFERENCE NOT = ZEROS
               ADD 1 TO WS-DIFF-COUNT
           END-IF
           PERFORM 6000-RAISE-AP-ITEM THRU 6000-EXIT.
       5000-PRINT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-REPORT-DETAIL.
       5000-EXIT.
           EXIT.

      *    the fee is the sum of the per-course amounts, so the
      *    cost-center postings add back to it exactly
       5100-PRICE-ONE-COURSE.
           IF WTC-TRAINER-ID(WS-TCH-IDX) = TR-TRAINER-ID
               COMPUTE WS-COURSE-FEE ROUNDED =
                   WTC-HOURS(WS-TCH-IDX) * TR-HOURLY-RATE
               ADD WS-COURSE-FEE TO WS-FEE-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      * 6000-RAISE-AP-ITEM - the delivered fee as an approved
      * payables item under the trainer's supplier number, less the
      * withholding; an invoice already settled is refused by the
      * key, so a rerun of the month posts nothing twice
      *-----------------------------------------------------------*
       6000-RAISE-AP-ITEM.
           MOVE TR-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "S/FORN." TO WD-NOTE
                   GO TO 6000-EXIT
           END-READ
           COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
               WS-FEE-AMOUNT * TR-WITHHOLD-PCT / 100
           COMPUTE WS-PAYABLE-AMOUNT =
               WS-FEE-AMOUNT - WS-WITHHELD-AMOUNT
           MOVE SPACES TO AP-OPEN-ITEM-RECORD
           MOVE TR-SUPP-NUMBER TO AP-SUPP-NUMBER
           MOVE WS-ENTRY-INVOICE TO AP-INVOICE-NUMBER
           MOVE WS-RUN-DATE TO AP-INVOICE-DATE
           MOVE SP-PAYMENT-TERMS TO WS-TERMS
           PERFORM 6100-COMPUTE-DUE-DATE
           MOVE ZEROS TO AP-PO-NUMBER
           MOVE WS-FEE-ACCOUNT TO AP-DEBIT-ACCOUNT
           MOVE ZEROS TO AP-COST-CENTER-ID
           PERFORM 6200-CLEAR-BAND
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > 3
           MOVE WS-FEE-AMOUNT TO AP-NET-AMOUNT
           MOVE ZEROS TO AP-VAT-AMOUNT
           MOVE WS-FEE-AMOUNT TO AP-GROSS-AMOUNT
           MOVE WS-WITHHELD-AMOUNT TO AP-WITHHELD-AMOUNT
           SET AP-ITEM-APPROVED TO TRUE
           MOVE ZEROS TO AP-HOLD-COUNT
           MOVE WS-RUN-DATE TO AP-APPROVED-DATE
           MOVE ZEROS TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR
           WRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "JA LIQ." TO WD-NOTE
                   GO TO 6000-EXIT
           END-WRITE
           MOVE "LIQUID." TO WD-NOTE
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
           ADD WS-WITHHELD-AMOUNT TO WS-TOTAL-WITHHELD
           PERFORM 7000-POST-FEE.
       6000-EXIT.
           EXIT.

       6100-COMPUTE-DUE-DATE.
           IF WS-TERMS = ZEROS
               MOVE 30 TO WS-TERMS
           END-IF
           MOVE AP-INVOICE-DATE TO WS-INVOICE-DATE-X
           COMPUTE WS-DUE-MONTH-INDEX =
               (WS-INVOICE-YEAR * 12) + WS-INVOICE-MONTH - 1
               + (WS-TERMS / 30)
           DIVIDE WS-DUE-MONTH-INDEX BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           MOVE WS-INVOICE-DAY TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE AP-DUE-DATE =
               (WS-DUE-YEAR * 10000) + (WS-DUE-MONTH * 100)
               + WS-DUE-DAY.

       6200-CLEAR-BAND.
           MOVE ZEROS TO AP-BAND-NET(WS-TCH-IDX)
           MOVE ZEROS TO AP-BAND-VAT(WS-TCH-IDX).

      *-----------------------------------------------------------*
      * 7000-POST-FEE - the fee debited per course against the
      * course's cost center, the supplier control account and the
      * withholding liability credited
      *-----------------------------------------------------------*
       7000-POST-FEE.
           OPEN EXTEND GL-POSTING-FILE
           PERFORM 7100-POST-ONE-COURSE THRU 7100-EXIT
               VARYING WS-TCH-IDX FROM 1 BY 1
               UNTIL WS-TCH-IDX > WS-TCH-COUNT
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "TRNRSETL" TO GL-SOURCE
           MOVE WS-SUPPLIER-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-PAYABLE-AMOUNT TO GL-CREDIT
           MOVE WS-ENTRY-INVOICE TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           IF WS-WITHHELD-AMOUNT > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "TRNRSETL" TO GL-SOURCE
               MOVE WS-WITHHOLD-ACCOUNT TO GL-ACCOUNT
               MOVE ZEROS TO GL-DEBIT
               MOVE WS-WITHHELD-AMOUNT TO GL-CREDIT
               MOVE "RETENCAO NA FONTE" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           CLOSE GL-POSTING-FILE.

       7100-POST-ONE-COURSE.
           IF WTC-TRAINER-ID(WS-TCH-IDX) NOT = TR-TRAINER-ID
               GO TO 7100-EXIT
           END-IF
           COMPUTE WS-COURSE-FEE ROUNDED =
               WTC-HOURS(WS-TCH-IDX) * TR-HOURLY-RATE
           IF WS-COURSE-FEE = ZEROS
               GO TO 7100-EXIT
           END-IF
           MOVE ZEROS TO WG-CENTER-ID
           MOVE WTC-CRS-CODE(WS-TCH-IDX) TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRS-CENTER-ID TO WG-CENTER-ID
           END-READ
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "TRNRSETL" TO GL-SOURCE
           MOVE WS-FEE-ACCOUNT TO GL-ACCOUNT
           MOVE WS-COURSE-FEE TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           MOVE WG-CENTER-ID TO GL-COST-CENTER-ID
           WRITE GL-POSTING-RECORD
           IF WG-CENTER-ID NOT = ZEROS
               PERFORM 7200-POST-CENTER-YTD
           END-IF.
       7100-EXIT.
           EXIT.

       7200-POST-CENTER-YTD.
           MOVE WG-CENTER-ID TO BY-CENTER-ID
           READ BUDGET-YTD-FILE
               INVALID KEY
                   MOVE WG-CENTER-ID TO BY-CENTER-ID
                   MOVE WS-COURSE-FEE TO BY-YTD-ACTUAL
                   WRITE BUDGET-YTD-RECORD
                       INVALID KEY
                           DISPLAY "Erro no YTD do centro "
                               WG-CENTER-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-COURSE-FEE TO BY-YTD-ACTUAL
                   REWRITE BUDGET-YTD-RECORD
                       INVALID KEY
                           DISPLAY "Erro no YTD do centro "
                               WG-CENTER-ID
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-SETTLED-COUNT TO WT-SETTLED
           MOVE WS-DIFF-COUNT TO WT-DIFFS
           MOVE WS-TOTAL-FEES TO WT-TOTAL-FEES
           MOVE WS-TOTAL-WITHHELD TO WT-TOTAL-WITHHELD
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TRAILER-LINE
           MOVE "TRNRSETL" TO TC-PROGRAM-NAME
           MOVE "TRAINER" TO TC-TABLE-NAME
           MOVE WS-TRN-COUNT TO TC-ENTRY-COUNT
           MOVE 50 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "TRAINERCRS" TO TC-TABLE-NAME
           MOVE WS-TCH-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE SESSION-FILE
           CLOSE TRAINER-MASTER
           CLOSE COURSE-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE AP-OPEN-ITEMS
           CLOSE BUDGET-YTD-FILE
           CLOSE SETTLEMENT-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-SETTLED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "TRNRSETL: " WS-SETTLED-COUNT " formadores "
               "liquidados, " WS-DIFF-COUNT " com diferencas.".

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - log the failed run
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM TRNRSETL.
