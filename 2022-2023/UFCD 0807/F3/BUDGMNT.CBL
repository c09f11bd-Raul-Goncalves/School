       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the BUDGPHS budget
      *                phasing file, in the style of CCMNT: a center
      *                (validated on CCMAST) and a year are keyed, an
      *                existing phasing is shown, and the budget is
      *                keyed either as an annual figure spread evenly
      *                (the rounding left in December) or as twelve
      *                monthly amounts for a seasonal center.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL BUDGET-PHASING-FILE ASSIGN TO "BUDGPHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-BPH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  BUDGET-PHASING-FILE.
       COPY BUDGPHS.

       WORKING-STORAGE SECTION.

       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".

       01  WS-BPH-STATUS             PIC XX.
           88  WS-BPH-OK                     VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-PHASING-FOUND            VALUE "Y".

       01  WS-PHASING-MODE           PIC X(01).
           88  WS-MODE-UNIFORM               VALUE "U".
           88  WS-MODE-MONTHLY               VALUE "M".
           88  WS-MODE-VALID                 VALUES "U" "M".

       01  WS-ENTRY-FIELDS.
           05  WS-INQUIRY-ID         PIC 9(03).
           05  WS-INQUIRY-YEAR       PIC 9(04).
           05  WS-ENTRY-ANNUAL       PIC 9(8)V99 VALUE ZEROS.
           05  WS-ENTRY-MONTH        PIC 9(7)V99 VALUE ZEROS.

       01  WS-MONTH-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-EVEN-MONTH             PIC 9(7)V99 VALUE ZEROS.

       01  WS-PHASE-DISPLAY.
           05  FILLER                PIC X(05) VALUE "MES ".
           05  WP-MONTH              PIC Z9.
           05  FILLER                PIC X(03) VALUE ":  ".
           05  WP-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT COST-CENTER-MASTER
           IF NOT WS-CCM-OK
               DISPLAY "Centros de custo CCMAST indisponiveis - "
                   "corra CCMNT."
               STOP RUN
           END-IF
           OPEN I-O BUDGET-PHASING-FILE
           PERFORM 1000-MAINTAIN-PHASING THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE BUDGET-PHASING-FILE
           CLOSE COST-CENTER-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-PHASING - a known center and a year; the
      * existing phasing is shown, then the new one keyed
      *-----------------------------------------------------------*
       1000-MAINTAIN-PHASING.
           DISPLAY "Centro de custo (0 para sair): "
           ACCEPT WS-INQUIRY-ID
           IF WS-INQUIRY-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-INQUIRY-ID TO CM-CENTER-ID
           READ COST-CENTER-MASTER
               INVALID KEY
                   DISPLAY "Centro de custo inexistente."
                   GO TO 1000-EXIT
           END-READ
           DISPLAY CM-NAME
           DISPLAY "Ano (AAAA): "
           ACCEPT WS-INQUIRY-YEAR
           IF WS-INQUIRY-YEAR < 2000
               DISPLAY "Ano invalido."
               GO TO 1000-EXIT
           END-IF
           MOVE WS-INQUIRY-ID TO BP-CENTER-ID
           MOVE WS-INQUIRY-YEAR TO BP-YEAR
           MOVE "Y" TO WS-FOUND-SW
           READ BUDGET-PHASING-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF WS-PHASING-FOUND
               PERFORM 2000-SHOW-PHASING
           ELSE
               DISPLAY "Orcamento novo."
               MOVE WS-INQUIRY-ID TO BP-CENTER-ID
               MOVE WS-INQUIRY-YEAR TO BP-YEAR
           END-IF
           DISPLAY "Reparticao (U=anual uniforme, M=mensal): "
           ACCEPT WS-PHASING-MODE
           IF NOT WS-MODE-VALID
               DISPLAY "Reparticao invalida - nada alterado."
               GO TO 1000-EXIT
           END-IF
           IF WS-MODE-UNIFORM
               PERFORM 3000-SPREAD-EVENLY THRU 3000-EXIT
           ELSE
               PERFORM 4000-KEY-MONTHLY
           END-IF
           IF BP-ANNUAL-BUDGET = ZEROS
               DISPLAY "Orcamento nulo - nada alterado."
               GO TO 1000-EXIT
           END-IF
           PERFORM 5000-SAVE-PHASING.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SHOW-PHASING - the stored annual figure and months
      *-----------------------------------------------------------*
       2000-SHOW-PHASING.
           DISPLAY "Orcamento anual: " BP-ANNUAL-BUDGET
           PERFORM 2100-SHOW-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.

       2100-SHOW-ONE-MONTH.
           MOVE WS-MONTH-IDX TO WP-MONTH
           MOVE BP-MONTH-BUDGET(WS-MONTH-IDX) TO WP-AMOUNT
           DISPLAY WS-PHASE-DISPLAY.

      *-----------------------------------------------------------*
      * 3000-SPREAD-EVENLY - the annual figure in twelve equal
      * parts, whatever the division leaves over going to December
      * so the months add back to the year exactly
      *-----------------------------------------------------------*
       3000-SPREAD-EVENLY.
           DISPLAY "Orcamento anual: "
           ACCEPT WS-ENTRY-ANNUAL
           IF WS-ENTRY-ANNUAL = ZEROS
               MOVE ZEROS TO BP-ANNUAL-BUDGET
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-ANNUAL TO BP-ANNUAL-BUDGET
           DIVIDE WS-ENTRY-ANNUAL BY 12 GIVING WS-EVEN-MONTH
           PERFORM 3100-SET-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 11
           COMPUTE BP-MONTH-BUDGET(12) =
               WS-ENTRY-ANNUAL - (WS-EVEN-MONTH * 11).
       3000-EXIT.
           EXIT.

       3100-SET-ONE-MONTH.
           MOVE WS-EVEN-MONTH TO BP-MONTH-BUDGET(WS-MONTH-IDX).

      *-----------------------------------------------------------*
      * 4000-KEY-MONTHLY - twelve keyed amounts, the annual budget
      * their sum
      *-----------------------------------------------------------*
       4000-KEY-MONTHLY.
           MOVE ZEROS TO BP-ANNUAL-BUDGET
           PERFORM 4100-KEY-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           DISPLAY "Orcamento anual: " BP-ANNUAL-BUDGET.

       4100-KEY-ONE-MONTH.
           DISPLAY "Mes " WS-MONTH-IDX ": "
           ACCEPT WS-ENTRY-MONTH
           MOVE WS-ENTRY-MONTH TO BP-MONTH-BUDGET(WS-MONTH-IDX)
           ADD WS-ENTRY-MONTH TO BP-ANNUAL-BUDGET.

      *-----------------------------------------------------------*
      * 5000-SAVE-PHASING - a new center-year is written, an
      * existing one rewritten
      *-----------------------------------------------------------*
       5000-SAVE-PHASING.
           IF WS-PHASING-FOUND
               REWRITE BUDGET-PHASING-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o orcamento."
                   NOT INVALID KEY
                       DISPLAY "Orcamento atualizado."
               END-REWRITE
           ELSE
               WRITE BUDGET-PHASING-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o orcamento."
                   NOT INVALID KEY
                       DISPLAY "Orcamento registado."
               END-WRITE
           END-IF.

       END PROGRAM BUDGMNT.
