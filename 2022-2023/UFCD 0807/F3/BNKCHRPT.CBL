       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKCHRPT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Auditors' list of bank-detail changes: every
      *                request on BNKCHG, in request number order,
      *                with the master and key, the field, the value
      *                on file and the value asked for, who raised it
      *                and when, and whether it is pending, approved
      *                or rejected, by whom, when and why.  Filtered
      *                by request date range and master type, with
      *                counts by outcome on the trailer.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-CHANGE-FILE ASSIGN TO "BNKCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS BC-ENTITY
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CHANGE-REPORT ASSIGN TO "BNKCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-CHANGE-FILE.
       COPY BNKCHG.

       FD  CHANGE-REPORT.
       01  CHANGE-REPORT-LINE        PIC X(150).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-CHG-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-CHG-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-FILTER-FIELDS.
           05  WS-FILTER-FROM        PIC 9(08) VALUE ZEROS.
           05  WS-FILTER-TO          PIC 9(08) VALUE ZEROS.
           05  WS-FILTER-TYPE        PIC X(01) VALUE SPACE.

       01  WS-REPORT-COUNTS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LISTED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-PENDING-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-APPROVED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(34) VALUE
               "ALTERACOES DE DADOS BANCARIOS     ".
           05  FILLER                PIC X(04) VALUE "DE: ".
           05  WH-FILTER-FROM        PIC 9(08).
           05  FILLER                PIC X(06) VALUE "  A:  ".
           05  WH-FILTER-TO          PIC 9(08).
           05  FILLER                PIC X(09) VALUE "  FICHA: ".
           05  WH-FILTER-TYPE        PIC X(01).
           05  FILLER                PIC X(40) VALUE
               "  (E C M P S T = empregado cliente socio".
           05  FILLER                PIC X(30) VALUE
               " beneficiario fornecedor aluno".
           05  FILLER                PIC X(01) VALUE ")".

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(08) VALUE "PEDIDO".
           05  FILLER                PIC X(02) VALUE "T".
           05  FILLER                PIC X(06) VALUE "FICHA".
           05  FILLER                PIC X(06) VALUE "CAMPO".
           05  FILLER                PIC X(26) VALUE "VALOR ANTERIOR".
           05  FILLER                PIC X(26) VALUE "VALOR PEDIDO".
           05  FILLER                PIC X(11) VALUE "PEDIDO POR".
           05  FILLER                PIC X(09) VALUE "DATA".
           05  FILLER                PIC X(02) VALUE "E".
           05  FILLER                PIC X(11) VALUE "DECIDIDO".
           05  FILLER                PIC X(09) VALUE "DATA".
           05  FILLER                PIC X(06) VALUE "MOTIVO".

       01  WS-DETAIL-LINE.
           05  DL-NUMBER             PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-TYPE               PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-KEY                PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-FIELD              PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-OLD-VALUE          PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-NEW-VALUE          PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-REQUESTED-BY       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-REQUEST-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-STATUS             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-DECIDED-BY         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-DECISION-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-REASON             PIC X(30).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(18) VALUE
               "PEDIDOS LISTADOS: ".
           05  WT-LISTED-COUNT       PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  PENDENTES: ".
           05  WT-PENDING-COUNT      PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  APROVADOS: ".
           05  WT-APPROVED-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(15) VALUE
               "  REJEITADOS: ".
           05  WT-REJECTED-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-REQUEST THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, filters, files, headings
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "BNKCHRPT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "Pedidos desde (AAAAMMDD, 0 = todos): "
           ACCEPT WS-FILTER-FROM
           DISPLAY "Pedidos ate (AAAAMMDD, 0 = todos): "
           ACCEPT WS-FILTER-TO
           DISPLAY "Tipo de ficha (E/C/M/P/S/T, branco = todas): "
           ACCEPT WS-FILTER-TYPE
           OPEN INPUT BANK-CHANGE-FILE
           IF NOT WS-CHG-OK
               DISPLAY "Erro ao abrir BNKCHG: " WS-CHG-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT CHANGE-REPORT
           MOVE WS-FILTER-FROM TO WH-FILTER-FROM
           MOVE WS-FILTER-TO TO WH-FILTER-TO
           MOVE WS-FILTER-TYPE TO WH-FILTER-TYPE
           WRITE CHANGE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE CHANGE-REPORT-LINE FROM WS-COLUMN-HEADER.

      *-----------------------------------------------------------*
      * 2000-LIST-ONE-REQUEST - a request passing the filters is
      * listed with its outcome and counted under it
      *-----------------------------------------------------------*
       2000-LIST-ONE-REQUEST.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF WS-FILTER-FROM NOT = ZEROS
               AND BC-REQUEST-DATE < WS-FILTER-FROM
               GO TO 2000-EXIT
           END-IF
           IF WS-FILTER-TO NOT = ZEROS
               AND BC-REQUEST-DATE > WS-FILTER-TO
               GO TO 2000-EXIT
           END-IF
           IF WS-FILTER-TYPE NOT = SPACE
               AND BC-MASTER-TYPE NOT = WS-FILTER-TYPE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN BC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               WHEN BC-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN BC-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           MOVE BC-REQUEST-NUMBER TO DL-NUMBER
           MOVE BC-MASTER-TYPE TO DL-TYPE
           MOVE BC-MASTER-KEY TO DL-KEY
           MOVE BC-FIELD-NAME TO DL-FIELD
           MOVE BC-OLD-VALUE TO DL-OLD-VALUE
           MOVE BC-NEW-VALUE TO DL-NEW-VALUE
           MOVE BC-REQUESTED-BY TO DL-REQUESTED-BY
           MOVE BC-REQUEST-DATE TO DL-REQUEST-DATE
           MOVE BC-STATUS-CODE TO DL-STATUS
           MOVE BC-DECIDED-BY TO DL-DECIDED-BY
           IF BC-PENDING
               MOVE SPACES TO DL-DECISION-DATE
           ELSE
               MOVE BC-DECISION-DATE TO DL-DECISION-DATE
           END-IF
           MOVE BC-REJECT-REASON TO DL-REASON
           WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - counts, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-LISTED-COUNT TO WT-LISTED-COUNT
           MOVE WS-PENDING-COUNT TO WT-PENDING-COUNT
           MOVE WS-APPROVED-COUNT TO WT-APPROVED-COUNT
           MOVE WS-REJECTED-COUNT TO WT-REJECTED-COUNT
           WRITE CHANGE-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE BANK-CHANGE-FILE
           CLOSE CHANGE-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LISTED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "BNKCHRPT: " WS-LISTED-COUNT " pedidos listados.".

       END PROGRAM BNKCHRPT.
