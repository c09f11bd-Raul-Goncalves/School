      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Each count adjustment on STKMOVE is now valued
      *                 at the product's moving-average cost
      *                 (standard cost until one exists).
      * 2026-10-15  RG  Counts are now compared with the book figure
      *                 of the location they were taken in (STKLOCSV;
      *                 a count with no location reads as the back
      *                 warehouse).  An approved difference moves that
      *                 location to the counted figure and
      *                 PROD-ON-HAND by the difference, and the
      *                 adjustment carries the location.
      * 2026-10-15  RG  3000-APPROVE-ADJUSTMENT is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY RUNLOG.

       COPY STKLOCSV.

       01  WS-COUNT-STATUS           PIC XX.
           88  WS-COUNT-OK                   VALUE "00".
       01  WS-PROD-STATUS            PIC XX.
               88  WS-CONFIRM-ADJUST           VALUE "S".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-BOOK-QTY               PIC 9(05) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(08) VALUE "COD LOC".
           05  FILLER                PIC X(22) VALUE "DESCRICAO".
           05  FILLER                PIC X(09) VALUE "  LIVRO".
           05  FILLER                PIC X(09) VALUE " CONTADO".

       01  WS-REPORT-DETAIL.
           05  WD-CODIGO             PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-DESC               PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-BOOK               PIC ZZZZ9.
                       " sem registo - contagem ignorada."
                   GO TO 2000-READ-NEXT
           END-READ
           IF SC-LOCATION = SPACES
               MOVE "AR" TO SC-LOCATION
           END-IF
           SET SLS-REQUEST-GET TO TRUE
           MOVE SC-PROD-CODE TO SLS-PROD-CODE
           MOVE SC-LOCATION TO SLS-LOCATION
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Produto " SC-PROD-CODE " localizacao "
                   SC-LOCATION " invalida - contagem ignorada."
               GO TO 2000-READ-NEXT
           END-IF
           MOVE SLS-LOC-ON-HAND TO WS-BOOK-QTY
           COMPUTE WS-DIFF-QTY = SC-COUNTED-QTY - WS-BOOK-QTY
           COMPUTE WS-DIFF-VALUE ROUNDED =
               WS-DIFF-QTY * PROD-RATE
           MOVE SC-PROD-CODE TO WD-CODIGO
           MOVE PROD-DESC TO WD-DESC
           MOVE SC-LOCATION TO WD-LOCATION
           MOVE WS-BOOK-QTY TO WD-BOOK
           MOVE SC-COUNTED-QTY TO WD-COUNTED
           MOVE WS-DIFF-QTY TO WD-DIFF
           MOVE WS-DIFF-VALUE TO WD-VALUE
           IF WS-DIFF-QTY NOT = ZEROS
               ADD 1 TO WS-DIFF-COUNT
               ADD WS-DIFF-VALUE TO WS-SHRINK-TOTAL
               PERFORM 3000-APPROVE-ADJUSTMENT THRU 3000-EXIT
           END-IF.
       2000-READ-NEXT.
           READ STOCK-COUNT-FILE
      * the stock ledger like every other on-hand change
      *-----------------------------------------------------------*
       3000-APPROVE-ADJUSTMENT.
           DISPLAY "Produto " SC-PROD-CODE " em " SC-LOCATION
               " livro " WS-BOOK-QTY
               " contado " SC-COUNTED-QTY " - ajustar? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRM-ADJUST
               GO TO 3000-EXIT
           END-IF
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE WS-DIFF-QTY TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao ajustar a localizacao."
               GO TO 3000-EXIT
           END-IF
           ADD WS-DIFF-QTY TO PROD-ON-HAND
           REWRITE PROD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao ajustar o produto."
           SET SK-TYPE-ADJUSTMENT TO TRUE
           MOVE WS-DIFF-QTY TO SK-QTY
           MOVE SC-OPERATOR TO SK-OPERATOR
           IF PROD-AVG-COST > ZEROS
               MOVE PROD-AVG-COST TO SK-UNIT-COST
           ELSE
               MOVE PROD-STD-COST TO SK-UNIT-COST
           END-IF
           COMPUTE SK-VALUE = SK-QTY * SK-UNIT-COST
           MOVE SC-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD
           ADD 1 TO WS-ADJUSTED-COUNT.
       3000-EXIT.
