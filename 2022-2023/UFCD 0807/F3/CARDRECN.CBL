       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRECN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Card settlement reconciliation.  The acquirer's
      *                settlement file (CARDSETL) is imported and each
      *                sales batch matched to the CARDTAKE takings
      *                CARDTOT recorded for its terminal and day: the
      *                settled gross against the takings (matched,
      *                short or over), the settlement kept on the
      *                takings record, and a balanced entry posted to
      *                GLPOST - bank debited with the net, the card
      *                fee expense with the fee, the card clearing
      *                account credited with the gross.  The CARDRPT
      *                report lists every short or over settlement,
      *                batches with no takings behind them, duplicate
      *                or inconsistent batches, the chargebacks, and
      *                the takings days still unsettled past the
      *                defined number of working days.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "CARDSETL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-TAKINGS-FILE ASSIGN TO "CARDTAKE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-TAKINGS-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILIATION-REPORT ASSIGN TO "CARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  SETTLEMENT-FILE.
       COPY CARDSETL.

       FD  CARD-TAKINGS-FILE.
       COPY CARDTAKE.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  RECONCILIATION-REPORT.
       01  RECONCILIATION-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY DATECALC.

       01  WS-TAKINGS-STATUS         PIC XX.
           88  WS-TAKINGS-OK                 VALUE "00".

       01  WS-SWITCHES.
           05  WS-SETL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-SETL-EOF                 VALUE "Y".
           05  WS-TAKE-EOF-SW        PIC X(01) VALUE "N".
               88  WS-TAKE-EOF                 VALUE "Y".

      *    the GL accounts a settlement posts to
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".
       01  WS-CARD-FEE-ACCOUNT       PIC X(08) VALUE "COMCARTA".
       01  WS-CARD-CLEARING-ACCOUNT  PIC X(08) VALUE "CARTOES".

      *    the defined working days the acquirer has to settle a
      *    takings day before it is reported as a missing batch
       01  WS-SETTLE-DAYS            PIC 9(02) VALUE 3.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-MATCHED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-SHORT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-OVER-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-CHARGEBACK-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-MISSING-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-FEE-TOTAL          PIC 9(7)V99 VALUE ZEROS.
           05  WS-NET-TOTAL          PIC 9(8)V99 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-DIFFERENCE         PIC S9(7)V99 VALUE ZEROS.
           05  WS-CHECK-GROSS        PIC 9(7)V99 VALUE ZEROS.

       01  WS-GL-DESC.
           05  WG-TERMINAL-ID        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WG-TAKE-DATE          PIC 9(08).
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(41) VALUE
               "RECONCILIACAO DE LIQUIDACOES MULTIBANCO -".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER          PIC X(100) VALUE
           "TERMINAL DIA      LOTE            VENDAS      LIQUIDADO   CO
      -    "MISSAO DIFERENCA  SITUACAO".

       01  WS-REPORT-DETAIL.
           05  WD-TERMINAL-ID        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-TAKE-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-BATCH-REF          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-TAKINGS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-SETTLED            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-FEE                PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-DIFFERENCE         PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-STATUS             PIC X(24).

       01  WS-MISSING-HEADING        PIC X(100) VALUE
           "DIAS COM VENDAS MULTIBANCO SEM LIQUIDACAO (LOTES EM FALTA)".

       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL      PIC X(40).
           05  WS-SUMMARY-COUNT      PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMOUNT-LABEL       PIC X(40).
           05  WS-AMOUNT-VALUE       PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-SETTLEMENT THRU 2000-EXIT
               UNTIL WS-SETL-EOF
           PERFORM 5000-LIST-MISSING-BATCHES THRU 5000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, run log, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           MOVE "CARDRECN" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN I-O CARD-TAKINGS-FILE
           IF NOT WS-TAKINGS-OK
               DISPLAY "Ficheiro CARDTAKE indisponivel - corra "
                   "primeiro o CARDTOT."
               SET RN-EVENT-END TO TRUE
               SET RN-RUN-FAILED TO TRUE
               CALL "RUNLOG" USING RUNLOG-LINKAGE
               STOP RUN
           END-IF
           OPEN INPUT SETTLEMENT-FILE
           OPEN EXTEND GL-POSTING-FILE
           OPEN OUTPUT RECONCILIATION-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE RECONCILIATION-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE FROM WS-COLUMN-HEADER.

      *-----------------------------------------------------------*
      * 2000-MATCH-ONE-SETTLEMENT - one line of the acquirer file
      * against the terminal's takings for the day
      *-----------------------------------------------------------*
       2000-MATCH-ONE-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   SET WS-SETL-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE CS-TERMINAL-ID TO WD-TERMINAL-ID
           MOVE CS-TAKE-DATE TO WD-TAKE-DATE
           MOVE CS-BATCH-REF TO WD-BATCH-REF
           MOVE ZEROS TO WD-TAKINGS
           MOVE CS-GROSS TO WD-SETTLED
           MOVE CS-FEE TO WD-FEE
           MOVE ZEROS TO WD-DIFFERENCE
           IF CS-CHARGEBACK
               ADD 1 TO WS-CHARGEBACK-COUNT
               MOVE "ESTORNO - VERIFICAR" TO WD-STATUS
               WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
               GO TO 2000-EXIT
           END-IF
           IF NOT CS-SALES-BATCH
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "TIPO DE REGISTO INVALIDO" TO WD-STATUS
               WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
               GO TO 2000-EXIT
           END-IF
           ADD CS-FEE CS-NET GIVING WS-CHECK-GROSS
           IF WS-CHECK-GROSS NOT = CS-GROSS
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "VALORES INCOERENTES" TO WD-STATUS
               WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
               GO TO 2000-EXIT
           END-IF
           MOVE CS-TERMINAL-ID TO CT-TERMINAL-ID
           MOVE CS-TAKE-DATE TO CT-TAKE-DATE
           READ CARD-TAKINGS-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "LOTE SEM VENDAS" TO WD-STATUS
                   WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
                   GO TO 2000-EXIT
           END-READ
           MOVE CT-TAKINGS TO WD-TAKINGS
           IF CT-SETTLED
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "LOTE DUPLICADO" TO WD-STATUS
               WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DIFFERENCE = CS-GROSS - CT-TAKINGS
           MOVE WS-DIFFERENCE TO WD-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-DIFFERENCE = ZEROS
                   SET CT-MATCHED TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE "CONFERE" TO WD-STATUS
               WHEN WS-DIFFERENCE < ZEROS
                   SET CT-SHORT TO TRUE
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE "LIQUIDADO A MENOS" TO WD-STATUS
               WHEN OTHER
                   SET CT-OVER TO TRUE
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "LIQUIDADO A MAIS" TO WD-STATUS
           END-EVALUATE
           MOVE CS-CREDIT-DATE TO CT-SETTLE-DATE
           MOVE CS-BATCH-REF TO CT-BATCH-REF
           MOVE CS-GROSS TO CT-SETTLED-GROSS
           MOVE CS-FEE TO CT-FEE
           MOVE CS-NET TO CT-NET
           REWRITE CARD-TAKINGS-RECORD
               INVALID KEY
                   MOVE "ERRO AO ATUALIZAR" TO WD-STATUS
                   WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
                   GO TO 2000-EXIT
           END-REWRITE
           WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL
           PERFORM 3000-POST-SETTLEMENT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-POST-SETTLEMENT - bank debited with the net, card
      * fees with the fee, the clearing account credited with the
      * settled gross; a shortfall stays on the clearing account
      * until it is explained
      *-----------------------------------------------------------*
       3000-POST-SETTLEMENT.
           MOVE CS-TERMINAL-ID TO WG-TERMINAL-ID
           MOVE CS-TAKE-DATE TO WG-TAKE-DATE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "CARDRECN" TO GL-SOURCE
           MOVE WS-BANK-ACCOUNT TO GL-ACCOUNT
           MOVE CS-NET TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           IF CS-FEE > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "CARDRECN" TO GL-SOURCE
               MOVE WS-CARD-FEE-ACCOUNT TO GL-ACCOUNT
               MOVE CS-FEE TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE WS-GL-DESC TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "CARDRECN" TO GL-SOURCE
           MOVE WS-CARD-CLEARING-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE CS-GROSS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           ADD CS-FEE TO WS-FEE-TOTAL
           ADD CS-NET TO WS-NET-TOTAL.

      *-----------------------------------------------------------*
      * 5000-LIST-MISSING-BATCHES - every takings day still open
      * past the settlement window
      *-----------------------------------------------------------*
       5000-LIST-MISSING-BATCHES.
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE FROM WS-MISSING-HEADING
           MOVE LOW-VALUES TO CT-KEY
           START CARD-TAKINGS-FILE KEY NOT < CT-KEY
               INVALID KEY
                   GO TO 5000-EXIT
           END-START
           PERFORM 5100-CHECK-ONE-DAY THRU 5100-EXIT
               UNTIL WS-TAKE-EOF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-DAY.
           READ CARD-TAKINGS-FILE NEXT RECORD
               AT END
                   SET WS-TAKE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF NOT CT-OPEN
               GO TO 5100-EXIT
           END-IF
           SET DC-DAYS-BETWEEN TO TRUE
           MOVE CT-TAKE-DATE TO DC-DATE-1
           MOVE WS-RUN-DATE TO DC-DATE-2
           CALL "DATECALC" USING DATECALC-LINKAGE
           IF DC-ERROR
               GO TO 5100-EXIT
           END-IF
           IF DC-WORKING-DAYS NOT > WS-SETTLE-DAYS
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE CT-TERMINAL-ID TO WD-TERMINAL-ID
           MOVE CT-TAKE-DATE TO WD-TAKE-DATE
           MOVE CT-TAKINGS TO WD-TAKINGS
           MOVE ZEROS TO WD-SETTLED
           MOVE ZEROS TO WD-FEE
           COMPUTE WS-DIFFERENCE = ZEROS - CT-TAKINGS
           MOVE WS-DIFFERENCE TO WD-DIFFERENCE
           MOVE "LOTE EM FALTA" TO WD-STATUS
           WRITE RECONCILIATION-LINE FROM WS-REPORT-DETAIL.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - summary, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO RECONCILIATION-LINE
           WRITE RECONCILIATION-LINE
           MOVE "LINHAS DE LIQUIDACAO LIDAS" TO WS-SUMMARY-LABEL
           MOVE WS-READ-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "LOTES CONFERIDOS" TO WS-SUMMARY-LABEL
           MOVE WS-MATCHED-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "LOTES LIQUIDADOS A MENOS" TO WS-SUMMARY-LABEL
           MOVE WS-SHORT-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "LOTES LIQUIDADOS A MAIS" TO WS-SUMMARY-LABEL
           MOVE WS-OVER-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "LOTES NAO CONFERIDOS" TO WS-SUMMARY-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "ESTORNOS" TO WS-SUMMARY-LABEL
           MOVE WS-CHARGEBACK-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "LOTES EM FALTA" TO WS-SUMMARY-LABEL
           MOVE WS-MISSING-COUNT TO WS-SUMMARY-COUNT
           WRITE RECONCILIATION-LINE FROM WS-SUMMARY-LINE
           MOVE "COMISSOES LANCADAS" TO WS-AMOUNT-LABEL
           MOVE WS-FEE-TOTAL TO WS-AMOUNT-VALUE
           WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE
           MOVE "CREDITADO NO BANCO" TO WS-AMOUNT-LABEL
           MOVE WS-NET-TOTAL TO WS-AMOUNT-VALUE
           WRITE RECONCILIATION-LINE FROM WS-AMOUNT-LINE
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN =
               WS-MATCHED-COUNT + WS-SHORT-COUNT + WS-OVER-COUNT
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CLOSE SETTLEMENT-FILE
           CLOSE CARD-TAKINGS-FILE
           CLOSE GL-POSTING-FILE
           CLOSE RECONCILIATION-REPORT
           DISPLAY "CARDRECN: " WS-MATCHED-COUNT " conferidos, "
               WS-SHORT-COUNT " a menos, " WS-OVER-COUNT
               " a mais, " WS-MISSING-COUNT " em falta.".

       END PROGRAM CARDRECN.
