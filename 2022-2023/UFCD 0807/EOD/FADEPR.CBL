       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPR.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Monthly fixed-asset depreciation run for the
      *                business-date month, unattended so the SCHEDRUN
      *                calendar can CALL it.  A month already closed
      *                on GLPERLK is refused outright.  Every active
      *                FASSET asset is charged from its acquisition
      *                month (or the month after the last one charged)
      *                up to this month: straight line spreads what is
      *                left to depreciate over the months of life left,
      *                declining balance applies the fiscal coefficient
      *                (1.5 under five years of life, 2 for five or
      *                six, 2.5 above) to the book value and moves to
      *                straight line once that gives more; nothing goes
      *                below the residual value.  The charge posts to
      *                GLPOST (expense debited under the asset's cost
      *                center, accumulated depreciation credited), is
      *                appended to FADEPHST and stamped on the asset,
      *                so a rerun of the month charges nothing twice;
      *                months missed while a period was closed are
      *                caught up in the open month.  The run prints to
      *                FADEPRRP.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIXED-ASSET-FILE ASSIGN TO "FASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT OPTIONAL GL-PERIOD-LOCK ASSIGN TO "GLPERLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PERIOD
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FA-HISTORY-FILE ASSIGN TO "FADEPHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPRECIATION-REPORT ASSIGN TO "FADEPRRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       COPY FASSET.

       FD  GL-PERIOD-LOCK.
       COPY GLPERLK.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  FA-HISTORY-FILE.
       COPY FADEPHST.

       FD  DEPRECIATION-REPORT.
       01  DEPRECIATION-REPORT-LINE  PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-FA-STATUS              PIC XX VALUE "00".
           88  WS-FA-OK                      VALUES "00" "05".
       01  WS-LOCK-STATUS            PIC XX VALUE "00".
           88  WS-LOCK-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-FA-EOF-SW          PIC X(01) VALUE "N".
               88  WS-FA-EOF                   VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MONTH          PIC 9(02).
           05  WS-RUN-DAY            PIC 9(02).
       01  WS-RUN-PERIOD             PIC 9(06) VALUE ZEROS.

       01  WS-ACQ-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-ACQ-DATE-PARTS REDEFINES WS-ACQ-DATE.
           05  WS-ACQ-YEAR           PIC 9(04).
           05  WS-ACQ-MONTH          PIC 9(02).
           05  WS-ACQ-DAY            PIC 9(02).

       01  WS-LAST-PERIOD            PIC 9(06) VALUE ZEROS.
       01  WS-LAST-PERIOD-PARTS REDEFINES WS-LAST-PERIOD.
           05  WS-LAST-YEAR          PIC 9(04).
           05  WS-LAST-MONTH         PIC 9(02).

       01  WS-MONTH-FIELDS.
           05  WS-RUN-INDEX          PIC 9(06) VALUE ZEROS.
           05  WS-START-INDEX        PIC 9(06) VALUE ZEROS.
           05  WS-MONTHS-DUE         PIC 9(04) VALUE ZEROS.
           05  WS-MONTH-COUNTER      PIC 9(04) VALUE ZEROS.
           05  WS-MONTHS-LEFT        PIC 9(04) VALUE ZEROS.
           05  WS-MONTHS-CHARGED     PIC 9(04) VALUE ZEROS.

       01  WS-CHARGE-FIELDS.
           05  WS-REMAINING          PIC S9(8)V99 VALUE ZEROS.
           05  WS-BOOK-VALUE         PIC 9(8)V99 VALUE ZEROS.
           05  WS-MONTH-CHARGE       PIC 9(8)V99 VALUE ZEROS.
           05  WS-LINEAR-CHARGE      PIC 9(8)V99 VALUE ZEROS.
           05  WS-ASSET-CHARGE       PIC 9(8)V99 VALUE ZEROS.
           05  WS-COEFFICIENT        PIC 9V9 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-CHARGED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-CHARGE-TOTAL       PIC 9(9)V99 VALUE ZEROS.

       01  WS-GL-DESC.
           05  FILLER                PIC X(11) VALUE "AMORT. BEM ".
           05  WG-ASSET-NUMBER       PIC 9(06).
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(36) VALUE
               "AMORTIZACOES DO EXERCICIO - PERIODO ".
           05  WH-PERIOD             PIC 9(06).
           05  FILLER                PIC X(07) VALUE "  DATA:".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(40) VALUE
               "BEM    DESCRICAO            CTR MESES   ".
           05  FILLER                PIC X(40) VALUE
               "    AMORTIZACAO    ACUMULADAS   LIQUIDO".

       01  WS-REPORT-DETAIL.
           05  WD-ASSET-NUMBER       PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-MONTHS             PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-CHARGE             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-ACCUM              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-BOOK-VALUE         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TRAILER.
           05  FILLER                PIC X(14) VALUE "BENS LIDOS:   ".
           05  WT-READ-COUNT         PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  AMORTIZADOS".
           05  FILLER                PIC X(02) VALUE ": ".
           05  WT-CHARGED-COUNT      PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  WT-CHARGE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DEPRECIATE-ONE-ASSET THRU 2000-EXIT
               UNTIL WS-FA-EOF
           PERFORM 8000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the business month, refused if GLPERLK
      * has it closed; files and the report header
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "FADEPR" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           MOVE "N" TO WS-FA-EOF-SW
           MOVE ZEROS TO WS-RUN-TOTALS
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-RUN-PERIOD = (WS-RUN-YEAR * 100) + WS-RUN-MONTH
           COMPUTE WS-RUN-INDEX = (WS-RUN-YEAR * 12) + WS-RUN-MONTH
           OPEN INPUT GL-PERIOD-LOCK
           MOVE WS-RUN-PERIOD TO PL-PERIOD
           READ GL-PERIOD-LOCK
               INVALID KEY
                   MOVE SPACES TO PL-STATUS
           END-READ
           CLOSE GL-PERIOD-LOCK
           IF PL-PERIOD-CLOSED
               DISPLAY "FADEPR: periodo " WS-RUN-PERIOD
                   " ja fechado - amortizacoes recusadas."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O FIXED-ASSET-FILE
           IF NOT WS-FA-OK
               DISPLAY "FADEPR: ficheiro FASSET indisponivel - "
                   WS-FA-STATUS
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           OPEN EXTEND FA-HISTORY-FILE
           OPEN OUTPUT DEPRECIATION-REPORT
           MOVE WS-RUN-PERIOD TO WH-PERIOD
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE DEPRECIATION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE DEPRECIATION-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-DEPRECIATE-ONE-ASSET - the months due on the next
      * asset, charged one by one, then posted and stamped
      *-----------------------------------------------------------*
       2000-DEPRECIATE-ONE-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END
                   SET WS-FA-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT FA-ACTIVE
               GO TO 2000-EXIT
           END-IF
           IF FA-LAST-DEPR-PERIOD = ZEROS
               MOVE FA-ACQ-DATE TO WS-ACQ-DATE
               COMPUTE WS-START-INDEX =
                   (WS-ACQ-YEAR * 12) + WS-ACQ-MONTH
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO WS-LAST-PERIOD
               COMPUTE WS-START-INDEX =
                   (WS-LAST-YEAR * 12) + WS-LAST-MONTH + 1
           END-IF
           IF WS-START-INDEX > WS-RUN-INDEX
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-MONTHS-DUE = WS-RUN-INDEX - WS-START-INDEX + 1
           MOVE ZEROS TO WS-ASSET-CHARGE
           MOVE ZEROS TO WS-MONTHS-CHARGED
           PERFORM 3000-CHARGE-ONE-MONTH THRU 3000-EXIT
               VARYING WS-MONTH-COUNTER FROM 1 BY 1
               UNTIL WS-MONTH-COUNTER > WS-MONTHS-DUE
           IF WS-ASSET-CHARGE = ZEROS
               GO TO 2000-EXIT
           END-IF
           PERFORM 4000-POST-CHARGE
           MOVE WS-RUN-PERIOD TO FA-LAST-DEPR-PERIOD
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "FADEPR: erro ao atualizar o bem "
                       FA-ASSET-NUMBER
                   PERFORM 9000-ABORT-RUN
           END-REWRITE
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-ASSET-CHARGE TO WS-CHARGE-TOTAL
           PERFORM 5000-PRINT-ASSET.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHARGE-ONE-MONTH - one month's charge by the asset's
      * method, never past the residual value; the last month of
      * life takes whatever is left
      *-----------------------------------------------------------*
       3000-CHARGE-ONE-MONTH.
           COMPUTE WS-REMAINING =
               FA-COST - FA-RESIDUAL-VALUE - FA-ACCUM-DEPR
           IF WS-REMAINING NOT > ZEROS
               GO TO 3000-EXIT
           END-IF
           IF FA-MONTHS-DEPRECIATED < FA-LIFE-MONTHS
               COMPUTE WS-MONTHS-LEFT =
                   FA-LIFE-MONTHS - FA-MONTHS-DEPRECIATED
           ELSE
               MOVE 1 TO WS-MONTHS-LEFT
           END-IF
           COMPUTE WS-LINEAR-CHARGE ROUNDED =
               WS-REMAINING / WS-MONTHS-LEFT
           MOVE WS-LINEAR-CHARGE TO WS-MONTH-CHARGE
           IF FA-METHOD-DECLINING AND WS-MONTHS-LEFT > 1
               PERFORM 3100-DECLINING-CHARGE
           END-IF
           IF WS-MONTH-CHARGE > WS-REMAINING
               MOVE WS-REMAINING TO WS-MONTH-CHARGE
           END-IF
           ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPR
           ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE
           ADD 1 TO FA-MONTHS-DEPRECIATED
           ADD 1 TO WS-MONTHS-CHARGED.
       3000-EXIT.
           EXIT.

      *    the fiscal coefficient on the book value, unless straight
      *    line over the life left already gives more
       3100-DECLINING-CHARGE.
           EVALUATE TRUE
               WHEN FA-LIFE-MONTHS < 60
                   MOVE 1.5 TO WS-COEFFICIENT
               WHEN FA-LIFE-MONTHS NOT > 72
                   MOVE 2.0 TO WS-COEFFICIENT
               WHEN OTHER
                   MOVE 2.5 TO WS-COEFFICIENT
           END-EVALUATE
           COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           COMPUTE WS-MONTH-CHARGE ROUNDED =
               WS-BOOK-VALUE * WS-COEFFICIENT / FA-LIFE-MONTHS
           IF WS-LINEAR-CHARGE > WS-MONTH-CHARGE
               MOVE WS-LINEAR-CHARGE TO WS-MONTH-CHARGE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-POST-CHARGE - expense debited under the asset's cost
      * center, accumulated depreciation credited; the charge onto
      * the depreciation history under the run period
      *-----------------------------------------------------------*
       4000-POST-CHARGE.
           MOVE FA-ASSET-NUMBER TO WG-ASSET-NUMBER
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "FADEPR" TO GL-SOURCE
           MOVE FA-EXPENSE-ACCOUNT TO GL-ACCOUNT
           MOVE WS-ASSET-CHARGE TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           IF FA-COST-CENTER-ID NOT = ZEROS
               MOVE FA-COST-CENTER-ID TO GL-COST-CENTER-ID
           END-IF
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "FADEPR" TO GL-SOURCE
           MOVE FA-ACCUM-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-ASSET-CHARGE TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO FA-HISTORY-RECORD
           MOVE FA-ASSET-NUMBER TO FH-ASSET-NUMBER
           MOVE WS-RUN-PERIOD TO FH-PERIOD
           MOVE WS-ASSET-CHARGE TO FH-AMOUNT
           MOVE WS-RUN-DATE TO FH-POST-DATE
           WRITE FA-HISTORY-RECORD.

      *-----------------------------------------------------------*
      * 5000-PRINT-ASSET - the asset's line on the run report
      *-----------------------------------------------------------*
       5000-PRINT-ASSET.
           MOVE FA-ASSET-NUMBER TO WD-ASSET-NUMBER
           MOVE FA-DESCRIPTION TO WD-DESCRIPTION
           MOVE FA-COST-CENTER-ID TO WD-CENTER-ID
           MOVE WS-MONTHS-CHARGED TO WD-MONTHS
           MOVE WS-ASSET-CHARGE TO WD-CHARGE
           MOVE FA-ACCUM-DEPR TO WD-ACCUM
           COMPUTE WS-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           MOVE WS-BOOK-VALUE TO WD-BOOK-VALUE
           WRITE DEPRECIATION-REPORT-LINE FROM WS-REPORT-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, close, counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-READ-COUNT TO WT-READ-COUNT
           MOVE WS-CHARGED-COUNT TO WT-CHARGED-COUNT
           MOVE WS-CHARGE-TOTAL TO WT-CHARGE-TOTAL
           WRITE DEPRECIATION-REPORT-LINE FROM WS-REPORT-TRAILER
           CLOSE FIXED-ASSET-FILE
           CLOSE GL-POSTING-FILE
           CLOSE FA-HISTORY-FILE
           CLOSE DEPRECIATION-REPORT
           DISPLAY "FADEPR: " WS-CHARGED-COUNT " bens amortizados, "
               "total " WS-CHARGE-TOTAL
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN = WS-CHARGED-COUNT * 2
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - a failed run is logged as such and hands
      * control back to the caller
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           GOBACK.

       END PROGRAM FADEPR.
