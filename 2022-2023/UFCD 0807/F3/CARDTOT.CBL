       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDTOT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Daily card takings: the business date's desk
      *                receipts paid on a counter card terminal are
      *                read from INVDATA and totalled per terminal
      *                onto the CARDTAKE file, where CARDRECN later
      *                matches them to the acquirer's settlement.  A
      *                re-run for the same day replaces the totals of
      *                a day still open; a day already settled is
      *                left alone and reported.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The terminal table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-IDATA-STATUS.
           SELECT OPTIONAL CARD-TAKINGS-FILE ASSIGN TO "CARDTAKE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-TAKINGS-STATUS.
           SELECT TAKINGS-REPORT ASSIGN TO "CARDTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  CARD-TAKINGS-FILE.
       COPY CARDTAKE.

       FD  TAKINGS-REPORT.
       01  TAKINGS-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-IDATA-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-IDATA-OK                   VALUES "00" "05".
       01  WS-TAKINGS-STATUS         PIC XX.
           88  WS-TAKINGS-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-INV-EOF-SW         PIC X(01) VALUE "N".
               88  WS-INV-EOF                  VALUE "Y".
           05  WS-TERM-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-TERM-FOUND               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-CURR-TERMINAL      PIC X(08) VALUE SPACES.
           05  WS-TERM-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-WRITTEN-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-DAY-TOTAL          PIC 9(8)V99 VALUE ZEROS.
           05  WS-DAY-RECEIPTS       PIC 9(05) VALUE ZEROS.

       01  WS-TERMINAL-TABLE.
           05  WS-TERM-COUNT         PIC 9(02) VALUE ZEROS.
           05  WS-TERM-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-TERM-COUNT.
               10  WT-TERMINAL-ID    PIC X(08).
               10  WT-RECEIPTS       PIC 9(05).
               10  WT-TAKINGS        PIC 9(7)V99.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(36) VALUE
               "TOTAIS MULTIBANCO POR TERMINAL - DIA".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER          PIC X(80) VALUE
           "TERMINAL  RECIBOS        VALOR  SITUACAO".

       01  WS-REPORT-DETAIL.
           05  WD-TERMINAL-ID        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-RECEIPTS           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-TAKINGS            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-STATUS             PIC X(30).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "TOTAL".
           05  WT-LINE-RECEIPTS      PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WT-LINE-TAKINGS       PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DAY-CARD-RECEIPTS THRU 2000-EXIT
           PERFORM 3000-FILE-ONE-TERMINAL THRU 3000-EXIT
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
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
           MOVE "CARDTOT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN I-O CARD-TAKINGS-FILE
           IF NOT WS-TAKINGS-OK
               DISPLAY "Ficheiro CARDTAKE indisponivel."
               SET RN-EVENT-END TO TRUE
               SET RN-RUN-FAILED TO TRUE
               CALL "RUNLOG" USING RUNLOG-LINKAGE
               STOP RUN
           END-IF
           OPEN OUTPUT TAKINGS-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE TAKINGS-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO TAKINGS-REPORT-LINE
           WRITE TAKINGS-REPORT-LINE
           WRITE TAKINGS-REPORT-LINE FROM WS-COLUMN-HEADER.

      *-----------------------------------------------------------*
      * 2000-LOAD-DAY-CARD-RECEIPTS - the business date's receipts
      * paid by card, their gross added to the terminal's entry
      *-----------------------------------------------------------*
       2000-LOAD-DAY-CARD-RECEIPTS.
           OPEN INPUT INVOICE-DATA-FILE
           IF NOT WS-IDATA-OK
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-INV-EOF
           CLOSE INVOICE-DATA-FILE
           MOVE "CARDTOT" TO TC-PROGRAM-NAME
           MOVE "TERMINAL" TO TC-TABLE-NAME
           MOVE WS-TERM-COUNT TO TC-ENTRY-COUNT
           MOVE 50 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.
       2000-EXIT.
           EXIT.

       2100-SCAN-ONE-RECORD.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-INV-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN ID-HEADER-REC
                   MOVE SPACES TO WS-CURR-TERMINAL
                   IF ID-INVOICE-DATE = WS-RUN-DATE
                       AND ID-PAID-CARD
                       MOVE ID-TERMINAL-ID TO WS-CURR-TERMINAL
                   END-IF
               WHEN ID-TRAILER-REC
                   PERFORM 2200-ADD-TO-TERMINAL THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-ADD-TO-TERMINAL.
           IF WS-CURR-TERMINAL = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-TERM-FOUND-SW
           PERFORM 2210-MATCH-ONE-TERMINAL
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
                  OR WS-TERM-FOUND
           IF WS-TERM-FOUND
               SUBTRACT 1 FROM WS-TERM-IDX
           ELSE
               IF WS-TERM-COUNT = 50
                   DISPLAY "Mais de 50 terminais - " WS-CURR-TERMINAL
                       " ignorado."
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-TERM-IDX
               MOVE WS-CURR-TERMINAL TO WT-TERMINAL-ID(WS-TERM-IDX)
               MOVE ZEROS TO WT-RECEIPTS(WS-TERM-IDX)
               MOVE ZEROS TO WT-TAKINGS(WS-TERM-IDX)
           END-IF
           ADD 1 TO WT-RECEIPTS(WS-TERM-IDX)
           ADD ID-GROSS-TOTAL TO WT-TAKINGS(WS-TERM-IDX).
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-TERMINAL.
           IF WT-TERMINAL-ID(WS-TERM-IDX) = WS-CURR-TERMINAL
               SET WS-TERM-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-FILE-ONE-TERMINAL - the terminal's day written, or
      * its open day's totals replaced; a settled day is kept
      *-----------------------------------------------------------*
       3000-FILE-ONE-TERMINAL.
           MOVE WT-TERMINAL-ID(WS-TERM-IDX) TO WD-TERMINAL-ID
           MOVE WT-RECEIPTS(WS-TERM-IDX) TO WD-RECEIPTS
           MOVE WT-TAKINGS(WS-TERM-IDX) TO WD-TAKINGS
           ADD WT-RECEIPTS(WS-TERM-IDX) TO WS-DAY-RECEIPTS
           ADD WT-TAKINGS(WS-TERM-IDX) TO WS-DAY-TOTAL
           MOVE WT-TERMINAL-ID(WS-TERM-IDX) TO CT-TERMINAL-ID
           MOVE WS-RUN-DATE TO CT-TAKE-DATE
           READ CARD-TAKINGS-FILE
               INVALID KEY
                   PERFORM 3100-WRITE-NEW-DAY
                   GO TO 3000-EXIT
           END-READ
           IF CT-SETTLED
               MOVE "JA LIQUIDADO - NAO ALTERADO" TO WD-STATUS
               WRITE TAKINGS-REPORT-LINE FROM WS-REPORT-DETAIL
               GO TO 3000-EXIT
           END-IF
           MOVE WT-RECEIPTS(WS-TERM-IDX) TO CT-RECEIPT-COUNT
           MOVE WT-TAKINGS(WS-TERM-IDX) TO CT-TAKINGS
           REWRITE CARD-TAKINGS-RECORD
               INVALID KEY
                   MOVE "ERRO AO ATUALIZAR" TO WD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   MOVE "ATUALIZADO" TO WD-STATUS
           END-REWRITE
           WRITE TAKINGS-REPORT-LINE FROM WS-REPORT-DETAIL.
       3000-EXIT.
           EXIT.

       3100-WRITE-NEW-DAY.
           MOVE SPACES TO CARD-TAKINGS-RECORD
           MOVE WT-TERMINAL-ID(WS-TERM-IDX) TO CT-TERMINAL-ID
           MOVE WS-RUN-DATE TO CT-TAKE-DATE
           MOVE WT-RECEIPTS(WS-TERM-IDX) TO CT-RECEIPT-COUNT
           MOVE WT-TAKINGS(WS-TERM-IDX) TO CT-TAKINGS
           SET CT-OPEN TO TRUE
           MOVE ZEROS TO CT-SETTLE-DATE
           MOVE ZEROS TO CT-SETTLED-GROSS
           MOVE ZEROS TO CT-FEE
           MOVE ZEROS TO CT-NET
           WRITE CARD-TAKINGS-RECORD
               INVALID KEY
                   MOVE "ERRO AO REGISTAR" TO WD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   MOVE "POR LIQUIDAR" TO WD-STATUS
           END-WRITE
           WRITE TAKINGS-REPORT-LINE FROM WS-REPORT-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - day total, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-DAY-RECEIPTS TO WT-LINE-RECEIPTS
           MOVE WS-DAY-TOTAL TO WT-LINE-TAKINGS
           MOVE SPACES TO TAKINGS-REPORT-LINE
           WRITE TAKINGS-REPORT-LINE
           WRITE TAKINGS-REPORT-LINE FROM WS-TRAILER-LINE
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CLOSE CARD-TAKINGS-FILE
           CLOSE TAKINGS-REPORT
           DISPLAY "CARDTOT: " WS-TERM-COUNT " terminais, "
               WS-DAY-RECEIPTS " recibos multibanco.".

       END PROGRAM CARDTOT.
