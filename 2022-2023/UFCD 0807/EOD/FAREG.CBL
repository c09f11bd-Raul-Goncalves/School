       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAREG.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Fixed-asset register as at the period keyed
      *                (AAAAMM): every FASSET asset acquired by the end
      *                of the period and not disposed of in it or
      *                before, with its cost, the accumulated
      *                depreciation at the period (the opening amount
      *                taken on plus the FADEPHST charges posted up to
      *                the period) and the book value.  The register
      *                is then totalled by asset account and by
      *                accumulated-depreciation account and agreed to
      *                the period's GLBAL closings - cost to the debit
      *                balance, accumulated depreciation to the credit
      *                balance - and every difference is printed.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The charge and account tables are checked
      *                 with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FIXED-ASSET-FILE ASSIGN TO "FASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT OPTIONAL FA-HISTORY-FILE ASSIGN TO "FADEPHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "FAREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       COPY FASSET.

       FD  FA-HISTORY-FILE.
       COPY FADEPHST.

       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  REGISTER-REPORT.
       01  REGISTER-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-FILE-STATUSES.
           05  WS-FA-STATUS          PIC XX.
      *        "05" is a missing OPTIONAL file created by the OPEN
               88  WS-FA-OK                    VALUES "00" "05".
           05  WS-BAL-STATUS         PIC XX.
               88  WS-BAL-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-FA-EOF-SW          PIC X(01) VALUE "N".
               88  WS-FA-EOF                   VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".

       01  WS-PERIOD                 PIC 9(06) VALUE ZEROS.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).

      *    the depreciation charged to each asset up to the period,
      *    from the history
       01  WS-CHARGE-TABLE.
           05  WS-CHG-COUNT          PIC 9(04) VALUE ZEROS.
           05  WS-CHG-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CHG-COUNT.
               10  WCH-ASSET-NUMBER  PIC 9(06).
               10  WCH-AMOUNT        PIC 9(8)V99.
       01  WS-CHG-IDX                PIC 9(04) VALUE ZEROS.

      *    the register totalled by GL account: C an asset (cost)
      *    account, A an accumulated-depreciation account
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-ACC-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-ACC-COUNT.
               10  WAC-ACCOUNT       PIC X(08).
               10  WAC-KIND          PIC X(01).
                   88  WAC-COST-ACCOUNT        VALUE "C".
               10  WAC-REGISTER      PIC 9(10)V99.
       01  WS-ACC-IDX                PIC 9(03) VALUE ZEROS.

       01  WS-MATCH-FIELDS.
           05  WS-MATCH-ACCOUNT      PIC X(08).
           05  WS-MATCH-KIND         PIC X(01).
           05  WS-MATCH-AMOUNT       PIC 9(8)V99.

       01  WS-ASSET-FIGURES.
           05  WS-ASSET-ACCUM        PIC 9(8)V99 VALUE ZEROS.
           05  WS-ASSET-BOOK-VALUE   PIC S9(8)V99 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-HIST-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-LISTED-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-DIFFERENCE-COUNT   PIC 9(03) VALUE ZEROS.
           05  WS-TOTAL-COST         PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-ACCUM        PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-BOOK-VALUE   PIC S9(10)V99 VALUE ZEROS.

       01  WS-LEDGER-FIGURES.
           05  WS-LEDGER-BALANCE     PIC S9(10)V99 VALUE ZEROS.
           05  WS-DIFFERENCE         PIC S9(10)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(36) VALUE
               "REGISTO DO IMOBILIZADO - PERIODO    ".
           05  WH-PERIOD             PIC 9(06).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(40) VALUE
               "BEM    DESCRICAO                      CT".
           05  FILLER                PIC X(40) VALUE
               "R AQUISICAO              CUSTO      AMOR".
           05  FILLER                PIC X(40) VALUE
               "TIZ. ACUM.     VALOR LIQUIDO            ".

       01  WS-REPORT-DETAIL.
           05  WD-ASSET-NUMBER       PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-ACQ-DATE           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-COST               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-ACCUM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-BOOK-VALUE         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(13) VALUE "TOTAL BENS: ".
           05  WT-LISTED-COUNT       PIC ZZZZZZ9.
           05  FILLER                PIC X(31) VALUE SPACES.
           05  WT-COST               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WT-ACCUM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WT-BOOK-VALUE         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-AGREE-HEADER.
           05  FILLER                PIC X(40) VALUE
               "CONFERENCIA COM O GLBAL                 ".
           05  FILLER                PIC X(40) VALUE
               "        REGISTO         RAZAO      DIFER".
           05  FILLER                PIC X(05) VALUE "ENCA ".

       01  WS-AGREE-DETAIL.
           05  WA-ACCOUNT            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WA-KIND-TEXT          PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WA-REGISTER           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WA-LEDGER             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WA-DIFFERENCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WA-FLAG               PIC X(12).

       01  WS-AGREE-TRAILER.
           05  FILLER                PIC X(26) VALUE
               "CONTAS COM DIFERENCA:     ".
           05  WT-DIFFERENCE-COUNT   PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-CHARGE THRU 2000-EXIT
               UNTIL WS-HIST-EOF
           CLOSE FA-HISTORY-FILE
           PERFORM 3000-LIST-ONE-ASSET THRU 3000-EXIT
               UNTIL WS-FA-EOF
           PERFORM 4000-PRINT-TOTALS
           PERFORM 5000-AGREE-ONE-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - period keyed, run log, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Periodo do registo (AAAAMM): "
           ACCEPT WS-PERIOD
           MOVE "FAREG" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "Periodo invalido."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT FIXED-ASSET-FILE
           IF NOT WS-FA-OK
               DISPLAY "Ficheiro FASSET indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY "Ficheiro GLBAL indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT FA-HISTORY-FILE
           OPEN OUTPUT REGISTER-REPORT
           MOVE WS-PERIOD TO WH-PERIOD
           WRITE REGISTER-LINE FROM WS-REPORT-HEADER
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ONE-CHARGE - a history line up to the period is
      * added to its asset's total
      *-----------------------------------------------------------*
       2000-LOAD-ONE-CHARGE.
           READ FA-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-HIST-COUNT
           IF FH-PERIOD > WS-PERIOD
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2100-MATCH-CHARGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-CHG-IDX
               ADD FH-AMOUNT TO WCH-AMOUNT(WS-CHG-IDX)
               GO TO 2000-EXIT
           END-IF
           IF WS-CHG-COUNT = 2000
               DISPLAY "Mais de 2000 bens no historico - registo "
                   "incompleto."
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE FH-ASSET-NUMBER TO WCH-ASSET-NUMBER(WS-CHG-COUNT)
           MOVE FH-AMOUNT TO WCH-AMOUNT(WS-CHG-COUNT).
       2000-EXIT.
           EXIT.

       2100-MATCH-CHARGE.
           IF WCH-ASSET-NUMBER(WS-CHG-IDX) = FH-ASSET-NUMBER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-LIST-ONE-ASSET - an asset held at the end of the
      * period, printed and added to its two accounts
      *-----------------------------------------------------------*
       3000-LIST-ONE-ASSET.
           READ FIXED-ASSET-FILE
               AT END
                   SET WS-FA-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF FA-ACQ-DATE(1:6) > WS-PERIOD
               GO TO 3000-EXIT
           END-IF
           IF FA-DISPOSED AND FA-DISPOSAL-DATE(1:6) NOT > WS-PERIOD
               GO TO 3000-EXIT
           END-IF
           MOVE FA-OPENING-ACCUM TO WS-ASSET-ACCUM
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ASSET
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-CHG-IDX
               ADD WCH-AMOUNT(WS-CHG-IDX) TO WS-ASSET-ACCUM
           END-IF
           COMPUTE WS-ASSET-BOOK-VALUE = FA-COST - WS-ASSET-ACCUM
           ADD 1 TO WS-LISTED-COUNT
           ADD FA-COST TO WS-TOTAL-COST
           ADD WS-ASSET-ACCUM TO WS-TOTAL-ACCUM
           ADD WS-ASSET-BOOK-VALUE TO WS-TOTAL-BOOK-VALUE
           MOVE FA-ASSET-NUMBER TO WD-ASSET-NUMBER
           MOVE FA-DESCRIPTION TO WD-DESCRIPTION
           MOVE FA-COST-CENTER-ID TO WD-CENTER-ID
           MOVE FA-ACQ-DATE TO WD-ACQ-DATE
           MOVE FA-COST TO WD-COST
           MOVE WS-ASSET-ACCUM TO WD-ACCUM
           MOVE WS-ASSET-BOOK-VALUE TO WD-BOOK-VALUE
           WRITE REGISTER-LINE FROM WS-REPORT-DETAIL
           MOVE FA-ASSET-ACCOUNT TO WS-MATCH-ACCOUNT
           MOVE "C" TO WS-MATCH-KIND
           MOVE FA-COST TO WS-MATCH-AMOUNT
           PERFORM 3200-ADD-TO-ACCOUNT THRU 3200-EXIT
           MOVE FA-ACCUM-ACCOUNT TO WS-MATCH-ACCOUNT
           MOVE "A" TO WS-MATCH-KIND
           MOVE WS-ASSET-ACCUM TO WS-MATCH-AMOUNT
           PERFORM 3200-ADD-TO-ACCOUNT THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-MATCH-ASSET.
           IF WCH-ASSET-NUMBER(WS-CHG-IDX) = FA-ASSET-NUMBER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    the account's register total, the account joining the
      *    table the first time it is seen
       3200-ADD-TO-ACCOUNT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3300-MATCH-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ACC-IDX
               ADD WS-MATCH-AMOUNT TO WAC-REGISTER(WS-ACC-IDX)
               GO TO 3200-EXIT
           END-IF
           IF WS-ACC-COUNT = 100
               DISPLAY "Mais de 100 contas - conta " WS-MATCH-ACCOUNT
                   " fora da conferencia."
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-MATCH-ACCOUNT TO WAC-ACCOUNT(WS-ACC-COUNT)
           MOVE WS-MATCH-KIND TO WAC-KIND(WS-ACC-COUNT)
           MOVE WS-MATCH-AMOUNT TO WAC-REGISTER(WS-ACC-COUNT).
       3200-EXIT.
           EXIT.

       3300-MATCH-ACCOUNT.
           IF WAC-ACCOUNT(WS-ACC-IDX) = WS-MATCH-ACCOUNT
              AND WAC-KIND(WS-ACC-IDX) = WS-MATCH-KIND
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-PRINT-TOTALS - the register totals and the heading of
      * the ledger agreement
      *-----------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE WS-LISTED-COUNT TO WT-LISTED-COUNT
           MOVE WS-TOTAL-COST TO WT-COST
           MOVE WS-TOTAL-ACCUM TO WT-ACCUM
           MOVE WS-TOTAL-BOOK-VALUE TO WT-BOOK-VALUE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM WS-AGREE-HEADER.

      *-----------------------------------------------------------*
      * 5000-AGREE-ONE-ACCOUNT - the register total against the
      * period's GLBAL closing: debit balance for cost, credit
      * balance for accumulated depreciation
      *-----------------------------------------------------------*
       5000-AGREE-ONE-ACCOUNT.
           MOVE WS-PERIOD TO GB-PERIOD
           MOVE WAC-ACCOUNT(WS-ACC-IDX) TO GB-ACCOUNT
           MOVE SPACES TO WA-FLAG
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE ZEROS TO GB-CLOSING
                   MOVE "SEM SALDO" TO WA-FLAG
           END-READ
           MOVE WAC-ACCOUNT(WS-ACC-IDX) TO WA-ACCOUNT
           IF WAC-COST-ACCOUNT(WS-ACC-IDX)
               MOVE "CUSTO DE AQUISICAO" TO WA-KIND-TEXT
               MOVE GB-CLOSING TO WS-LEDGER-BALANCE
           ELSE
               MOVE "AMORTIZACOES ACUMULADAS" TO WA-KIND-TEXT
               COMPUTE WS-LEDGER-BALANCE = ZEROS - GB-CLOSING
           END-IF
           COMPUTE WS-DIFFERENCE =
               WAC-REGISTER(WS-ACC-IDX) - WS-LEDGER-BALANCE
           IF WS-DIFFERENCE NOT = ZEROS
               ADD 1 TO WS-DIFFERENCE-COUNT
               IF WA-FLAG = SPACES
                   MOVE "** DIFERENCA" TO WA-FLAG
               END-IF
           END-IF
           MOVE WAC-REGISTER(WS-ACC-IDX) TO WA-REGISTER
           MOVE WS-LEDGER-BALANCE TO WA-LEDGER
           MOVE WS-DIFFERENCE TO WA-DIFFERENCE
           WRITE REGISTER-LINE FROM WS-AGREE-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-DIFFERENCE-COUNT TO WT-DIFFERENCE-COUNT
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM WS-AGREE-TRAILER
           MOVE "FAREG" TO TC-PROGRAM-NAME
           MOVE "FADEPCHARGE" TO TC-TABLE-NAME
           MOVE WS-CHG-COUNT TO TC-ENTRY-COUNT
           MOVE 2000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "GLACCOUNT" TO TC-TABLE-NAME
           MOVE WS-ACC-COUNT TO TC-ENTRY-COUNT
           MOVE 100 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE FIXED-ASSET-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE REGISTER-REPORT
           DISPLAY "FAREG: " WS-LISTED-COUNT " bens no registo, "
               WS-DIFFERENCE-COUNT " contas com diferenca."
           SET RN-EVENT-END TO TRUE
           COMPUTE RN-RECORDS-READ = WS-READ-COUNT + WS-HIST-COUNT
           MOVE WS-LISTED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - a failed run is logged as such
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM FAREG.
