       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADISP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Fixed-asset disposal transaction.  An active
      *                FASSET asset is sold or written off on the
      *                business date, refused when GLPERLK has that
      *                month closed.  The proceeds (none for a write-
      *                off) come into CAIXA or BANCO; the book value
      *                (cost less accumulated depreciation) is taken
      *                off and the difference is the gain or loss:
      *                accumulated depreciation debited, proceeds
      *                debited, cost credited to the asset account and
      *                the result credited to GANHOSAF or debited to
      *                PERDASAF.  The asset is marked disposed with the
      *                date, proceeds and result, and drops out of
      *                FADEPR from then on.  The month's depreciation
      *                should be run before the asset goes.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Every disposal posting carries the asset's
      *                 cost center, as the depreciation charge does,
      *                 so BUDGVAR sees the gain or loss per center.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FA-STATUS.
           SELECT OPTIONAL GL-PERIOD-LOCK ASSIGN TO "GLPERLK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PERIOD
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
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

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-FA-STATUS              PIC XX.
           88  WS-FA-OK                      VALUE "00".
       01  WS-LOCK-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".

       01  WS-CASH-ACCOUNT           PIC X(08) VALUE "CAIXA".
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".
       01  WS-GAIN-ACCOUNT           PIC X(08) VALUE "GANHOSAF".
       01  WS-LOSS-ACCOUNT           PIC X(08) VALUE "PERDASAF".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-TRANS-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-TRANS-PERIOD           PIC 9(06) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-NUMBER       PIC 9(06) VALUE ZEROS.
           05  WS-ENTRY-PROCEEDS     PIC 9(8)V99 VALUE ZEROS.
           05  WS-ENTRY-MEANS        PIC X(01).
               88  WS-MEANS-CASH               VALUE "N".
               88  WS-MEANS-BANK               VALUE "B".
           05  WS-ENTRY-CONFIRM      PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-POSTING-FIELDS.
           05  WS-PROCEEDS-ACCOUNT   PIC X(08).
           05  WS-POST-ACCOUNT       PIC X(08).
           05  WS-POST-DEBIT         PIC 9(8)V99 VALUE ZEROS.
           05  WS-POST-CREDIT        PIC 9(8)V99 VALUE ZEROS.

       01  WS-GL-DESC.
           05  FILLER                PIC X(11) VALUE "ABATE BEM  ".
           05  WG-ASSET-NUMBER       PIC 9(06).
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-NET-BOOK-VALUE     PIC 9(8)V99 VALUE ZEROS.
           05  WS-RESULT             PIC S9(8)V99 VALUE ZEROS.
           05  WS-AMOUNT-SHOW        PIC ZZ,ZZZ,ZZ9.99.
           05  WS-RESULT-SHOW        PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-DISPOSAL-COUNT     PIC 9(04) VALUE ZEROS.

       COPY FILERR.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISPOSE-ASSET THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date (refused when its
      * month is closed), files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-TRANS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           MOVE WS-TRANS-DATE(1:6) TO WS-TRANS-PERIOD
           OPEN INPUT GL-PERIOD-LOCK
           MOVE WS-TRANS-PERIOD TO PL-PERIOD
           READ GL-PERIOD-LOCK
               INVALID KEY
                   MOVE SPACES TO PL-STATUS
           END-READ
           CLOSE GL-PERIOD-LOCK
           IF PL-PERIOD-CLOSED
               DISPLAY "Periodo " WS-TRANS-PERIOD
                   " fechado - abates recusados."
               STOP RUN
           END-IF
           OPEN I-O FIXED-ASSET-FILE
           IF NOT WS-FA-OK
               MOVE "FADISP" TO FE-PROGRAM-NAME
               MOVE "FASSET" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-FA-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN EXTEND GL-POSTING-FILE.

      *-----------------------------------------------------------*
      * 2000-DISPOSE-ASSET - one asset: its book value shown, the
      * proceeds keyed, the gain or loss confirmed and posted
      *-----------------------------------------------------------*
       2000-DISPOSE-ASSET.
           DISPLAY "Numero do bem a abater (0 para sair): "
           ACCEPT WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-NUMBER TO FA-ASSET-NUMBER
           READ FIXED-ASSET-FILE
               INVALID KEY
                   DISPLAY "Bem inexistente."
                   GO TO 2000-EXIT
           END-READ
           IF FA-DISPOSED
               DISPLAY "Bem ja abatido em " FA-DISPOSAL-DATE "."
               GO TO 2000-EXIT
           END-IF
           DISPLAY FA-DESCRIPTION
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           MOVE FA-COST TO WS-AMOUNT-SHOW
           DISPLAY "Custo de aquisicao:     " WS-AMOUNT-SHOW
           MOVE FA-ACCUM-DEPR TO WS-AMOUNT-SHOW
           DISPLAY "Amortizacoes acumuladas:" WS-AMOUNT-SHOW
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-SHOW
           DISPLAY "Valor liquido:          " WS-AMOUNT-SHOW
           IF FA-LAST-DEPR-PERIOD < WS-TRANS-PERIOD
               AND FA-ACCUM-DEPR < FA-COST - FA-RESIDUAL-VALUE
               DISPLAY "Aviso: amortizacao do mes ainda nao corrida."
           END-IF
           DISPLAY "Valor de venda (0 = abate sem venda): "
           ACCEPT WS-ENTRY-PROCEEDS
           IF WS-ENTRY-PROCEEDS > ZEROS
               DISPLAY "Recebido em N numerario ou B banco: "
               ACCEPT WS-ENTRY-MEANS
               EVALUATE TRUE
                   WHEN WS-MEANS-CASH
                       MOVE WS-CASH-ACCOUNT TO WS-PROCEEDS-ACCOUNT
                   WHEN WS-MEANS-BANK
                       MOVE WS-BANK-ACCOUNT TO WS-PROCEEDS-ACCOUNT
                   WHEN OTHER
                       DISPLAY "Meio invalido - abate cancelado."
                       GO TO 2000-EXIT
               END-EVALUATE
           END-IF
           COMPUTE WS-RESULT = WS-ENTRY-PROCEEDS - WS-NET-BOOK-VALUE
           MOVE WS-RESULT TO WS-RESULT-SHOW
           IF WS-RESULT < ZEROS
               DISPLAY "Menos-valia:            " WS-RESULT-SHOW
           ELSE
               DISPLAY "Mais-valia:             " WS-RESULT-SHOW
           END-IF
           DISPLAY "Confirma o abate (S/N)? "
           ACCEPT WS-ENTRY-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Abate cancelado."
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-POST-DISPOSAL
           SET FA-DISPOSED TO TRUE
           MOVE WS-TRANS-DATE TO FA-DISPOSAL-DATE
           MOVE WS-ENTRY-PROCEEDS TO FA-DISPOSAL-PROCEEDS
           MOVE WS-RESULT TO FA-DISPOSAL-RESULT
           MOVE WS-OPERATOR-ID TO FA-OPERATOR
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o bem."
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-DISPOSAL-COUNT
           DISPLAY "Bem " FA-ASSET-NUMBER " abatido.".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-POST-DISPOSAL - accumulated depreciation and proceeds
      * debited, cost credited, the difference to gain or loss
      *-----------------------------------------------------------*
       3000-POST-DISPOSAL.
           MOVE FA-ASSET-NUMBER TO WG-ASSET-NUMBER
           IF FA-ACCUM-DEPR > ZEROS
               MOVE FA-ACCUM-ACCOUNT TO WS-POST-ACCOUNT
               MOVE FA-ACCUM-DEPR TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM 3100-WRITE-POSTING
           END-IF
           IF WS-ENTRY-PROCEEDS > ZEROS
               MOVE WS-PROCEEDS-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-ENTRY-PROCEEDS TO WS-POST-DEBIT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM 3100-WRITE-POSTING
           END-IF
           MOVE FA-ASSET-ACCOUNT TO WS-POST-ACCOUNT
           MOVE ZEROS TO WS-POST-DEBIT
           MOVE FA-COST TO WS-POST-CREDIT
           PERFORM 3100-WRITE-POSTING
           IF WS-RESULT > ZEROS
               MOVE WS-GAIN-ACCOUNT TO WS-POST-ACCOUNT
               MOVE ZEROS TO WS-POST-DEBIT
               MOVE WS-RESULT TO WS-POST-CREDIT
               PERFORM 3100-WRITE-POSTING
           END-IF
           IF WS-RESULT < ZEROS
               MOVE WS-LOSS-ACCOUNT TO WS-POST-ACCOUNT
               COMPUTE WS-POST-DEBIT = ZEROS - WS-RESULT
               MOVE ZEROS TO WS-POST-CREDIT
               PERFORM 3100-WRITE-POSTING
           END-IF.

       3100-WRITE-POSTING.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-TRANS-DATE TO GL-POST-DATE
           MOVE "FADISP" TO GL-SOURCE
           MOVE WS-POST-ACCOUNT TO GL-ACCOUNT
           MOVE WS-POST-DEBIT TO GL-DEBIT
           MOVE WS-POST-CREDIT TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           IF FA-COST-CENTER-ID NOT = ZEROS
               MOVE FA-COST-CENTER-ID TO GL-COST-CENTER-ID
           END-IF
           WRITE GL-POSTING-RECORD.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and the session count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE FIXED-ASSET-FILE
           CLOSE GL-POSTING-FILE
           DISPLAY "Bens abatidos: " WS-DISPOSAL-COUNT.

       END PROGRAM FADISP.
