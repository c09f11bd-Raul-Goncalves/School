       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKTRF.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Stock transfers between locations: the
      *                operator keys the product, the location the
      *                goods leave, the location they arrive in and
      *                the quantity; the transfer is numbered, the
      *                two location figures are moved through
      *                STKLOCSV (PROD-ON-HAND does not change), a
      *                matched pair of T movements goes to the
      *                STKMOVE ledger and a transfer document is
      *                printed to go with the goods.  The same screen
      *                keeps each location's minimum quantity, which
      *                REORDRPT reports a shortfall against.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL STOCK-MOVEMENT-LEDGER ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-DOCUMENTS ASSIGN TO "STKTRFDC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  STOCK-MOVEMENT-LEDGER.
       COPY STKMOVE.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  TRANSFER-DOCUMENTS.
       01  TRANSFER-DOCUMENT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       COPY STKLOCSV.
       COPY SEQSVC.

       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ACTION-SW          PIC X(01) VALUE SPACE.
               88  WS-ACTION-TRANSFER          VALUES "T" "t".
               88  WS-ACTION-MINIMUM           VALUES "M" "m".
               88  WS-ACTION-QUIT              VALUE "0".

       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CODE         PIC 9(03).
           05  WS-ENTRY-QTY          PIC 9(05) VALUE ZEROS.
           05  WS-FROM-LOCATION      PIC X(02) VALUE SPACES.
           05  WS-TO-LOCATION        PIC X(02) VALUE SPACES.
           05  WS-ENTRY-MIN-QTY      PIC 9(05) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-TRANSFER-NUMBER    PIC 9(06) VALUE ZEROS.
           05  WS-UNIT-COST          PIC 9(5)V99 VALUE ZEROS.
           05  WS-TRANSFER-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-MINIMUM-COUNT      PIC 9(04) VALUE ZEROS.

       01  WS-DOC-SEPARATOR          PIC X(50) VALUE ALL "-".

       01  WS-DOC-TITLE-LINE.
           05  FILLER                PIC X(24) VALUE
               "GUIA DE TRANSFERENCIA   ".
           05  TD-TRANSFER-NUMBER    PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  TD-TRANSFER-DATE      PIC 9(08).

       01  WS-DOC-ROUTE-LINE.
           05  FILLER                PIC X(04) VALUE "DE: ".
           05  TD-FROM-LOCATION      PIC X(02).
           05  FILLER                PIC X(09) VALUE "   PARA: ".
           05  TD-TO-LOCATION        PIC X(02).
           05  FILLER                PIC X(13) VALUE "   OPERADOR: ".
           05  TD-OPERATOR           PIC X(10).

       01  WS-DOC-DETAIL-LINE.
           05  TD-CODIGO             PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TD-DESC               PIC X(20).
           05  FILLER                PIC X(06) VALUE "  QTD ".
           05  TD-QTY                PIC ZZZZ9.

       01  WS-DOC-SIGNATURE-LINE     PIC X(46) VALUE
           "RECEBIDO POR: ______________________  DATA: __".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - operator, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT PRODUCT-MASTER
           OPEN EXTEND STOCK-MOVEMENT-LEDGER
           OPEN EXTEND TRANSFER-DOCUMENTS.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-ACTION - a transfer or a location minimum
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY "T=transferencia  M=minimo por localizacao  "
               "0=sair: "
           ACCEPT WS-ACTION-SW
           EVALUATE TRUE
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SW
                   GO TO 2000-EXIT
               WHEN WS-ACTION-TRANSFER
               WHEN WS-ACTION-MINIMUM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   GO TO 2000-EXIT
           END-EVALUATE
           DISPLAY "Codigo do produto: "
           ACCEPT WS-ENTRY-CODE
           MOVE WS-ENTRY-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
                   GO TO 2000-EXIT
           END-READ
           DISPLAY PROD-DESC " - existencias: " PROD-ON-HAND
           IF WS-ACTION-TRANSFER
               PERFORM 3000-TRANSFER-STOCK THRU 3000-EXIT
           ELSE
               PERFORM 4000-SET-LOCATION-MINIMUM THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TRANSFER-STOCK - the goods out of one location and
      * into the other; the leaving location must hold them
      *-----------------------------------------------------------*
       3000-TRANSFER-STOCK.
           DISPLAY "Localizacao de origem (AR armazem, LJ loja): "
           ACCEPT WS-FROM-LOCATION
           DISPLAY "Localizacao de destino: "
           ACCEPT WS-TO-LOCATION
           MOVE WS-TO-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida."
               GO TO 3000-EXIT
           END-IF
           MOVE WS-FROM-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida."
               GO TO 3000-EXIT
           END-IF
           IF WS-FROM-LOCATION = WS-TO-LOCATION
               DISPLAY "Origem e destino iguais."
               GO TO 3000-EXIT
           END-IF
           SET SLS-REQUEST-GET TO TRUE
           MOVE WS-ENTRY-CODE TO SLS-PROD-CODE
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           MOVE ZEROS TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao ler a localizacao."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Existencias em " WS-FROM-LOCATION ": "
               SLS-LOC-ON-HAND
           DISPLAY "Quantidade a transferir: "
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY = ZEROS
               DISPLAY "Quantidade invalida."
               GO TO 3000-EXIT
           END-IF
           IF WS-ENTRY-QTY > SLS-LOC-ON-HAND
               DISPLAY "A origem so tem " SLS-LOC-ON-HAND
                   " - transferencia recusada."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Confirma a transferencia (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 3000-EXIT
           END-IF
           SET SLS-REQUEST-APPLY TO TRUE
           MOVE WS-FROM-LOCATION TO SLS-LOCATION
           COMPUTE SLS-QTY-CHANGE = 0 - WS-ENTRY-QTY
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao atualizar a origem."
               GO TO 3000-EXIT
           END-IF
           MOVE WS-TO-LOCATION TO SLS-LOCATION
           MOVE WS-ENTRY-QTY TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao atualizar o destino - "
                   "quantidade reposta na origem."
               MOVE WS-FROM-LOCATION TO SLS-LOCATION
               CALL "STKLOCSV" USING STKLOCSV-LINKAGE
               GO TO 3000-EXIT
           END-IF
           MOVE "STKTRFNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO WS-TRANSFER-NUMBER
           MOVE PROD-AVG-COST TO WS-UNIT-COST
           IF WS-UNIT-COST = ZEROS
               MOVE PROD-STD-COST TO WS-UNIT-COST
           END-IF
           PERFORM 3100-WRITE-MOVEMENT-PAIR
           PERFORM 3200-PRINT-DOCUMENT
           ADD 1 TO WS-TRANSFER-COUNT
           DISPLAY "Transferencia " WS-TRANSFER-NUMBER
               " registada.  " WS-TO-LOCATION ": " SLS-LOC-ON-HAND.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-WRITE-MOVEMENT-PAIR - out of the origin and into the
      * destination at the same cost, so the pair nets to nothing
      *-----------------------------------------------------------*
       3100-WRITE-MOVEMENT-PAIR.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE WS-RUN-DATE TO SK-MOVE-DATE
           MOVE WS-ENTRY-CODE TO SK-PROD-CODE
           MOVE "STKTRF" TO SK-SOURCE
           SET SK-TYPE-TRANSFER TO TRUE
           COMPUTE SK-QTY = 0 - WS-ENTRY-QTY
           MOVE WS-OPERATOR-ID TO SK-OPERATOR
           MOVE WS-UNIT-COST TO SK-UNIT-COST
           COMPUTE SK-VALUE ROUNDED = SK-QTY * WS-UNIT-COST
           MOVE WS-FROM-LOCATION TO SK-LOCATION
           MOVE WS-TRANSFER-NUMBER TO SK-TRANSFER-NUMBER
           WRITE STOCK-MOVEMENT-RECORD
           MOVE WS-ENTRY-QTY TO SK-QTY
           COMPUTE SK-VALUE ROUNDED = SK-QTY * WS-UNIT-COST
           MOVE WS-TO-LOCATION TO SK-LOCATION
           WRITE STOCK-MOVEMENT-RECORD.

      *-----------------------------------------------------------*
      * 3200-PRINT-DOCUMENT - the transfer document that travels
      * with the goods and is signed at the destination
      *-----------------------------------------------------------*
       3200-PRINT-DOCUMENT.
           WRITE TRANSFER-DOCUMENT-LINE FROM WS-DOC-SEPARATOR
           MOVE WS-TRANSFER-NUMBER TO TD-TRANSFER-NUMBER
           MOVE WS-RUN-DATE TO TD-TRANSFER-DATE
           WRITE TRANSFER-DOCUMENT-LINE FROM WS-DOC-TITLE-LINE
           MOVE WS-FROM-LOCATION TO TD-FROM-LOCATION
           MOVE WS-TO-LOCATION TO TD-TO-LOCATION
           MOVE WS-OPERATOR-ID TO TD-OPERATOR
           WRITE TRANSFER-DOCUMENT-LINE FROM WS-DOC-ROUTE-LINE
           MOVE WS-ENTRY-CODE TO TD-CODIGO
           MOVE PROD-DESC TO TD-DESC
           MOVE WS-ENTRY-QTY TO TD-QTY
           WRITE TRANSFER-DOCUMENT-LINE FROM WS-DOC-DETAIL-LINE
           WRITE TRANSFER-DOCUMENT-LINE FROM WS-DOC-SIGNATURE-LINE.

      *-----------------------------------------------------------*
      * 4000-SET-LOCATION-MINIMUM - the quantity a location should
      * not fall below
      *-----------------------------------------------------------*
       4000-SET-LOCATION-MINIMUM.
           DISPLAY "Localizacao (AR armazem, LJ loja): "
           ACCEPT SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida."
               GO TO 4000-EXIT
           END-IF
           SET SLS-REQUEST-GET TO TRUE
           MOVE WS-ENTRY-CODE TO SLS-PROD-CODE
           MOVE PROD-ON-HAND TO SLS-PROD-ON-HAND
           MOVE ZEROS TO SLS-QTY-CHANGE
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao ler a localizacao."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Existencias: " SLS-LOC-ON-HAND
               "  minimo atual: " SLS-MIN-QTY
           DISPLAY "Novo minimo: "
           ACCEPT WS-ENTRY-MIN-QTY
           SET SLS-REQUEST-SET-MIN TO TRUE
           MOVE WS-ENTRY-MIN-QTY TO SLS-MIN-QTY
           CALL "STKLOCSV" USING STKLOCSV-LINKAGE
           IF NOT SLS-OK
               DISPLAY "Erro ao atualizar a localizacao."
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-MINIMUM-COUNT
           DISPLAY "Minimo registado.".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PRODUCT-MASTER
           CLOSE STOCK-MOVEMENT-LEDGER
           CLOSE TRANSFER-DOCUMENTS
           DISPLAY "Transferencias registadas: " WS-TRANSFER-COUNT
               "  minimos alterados: " WS-MINIMUM-COUNT.

       END PROGRAM STKTRF.
