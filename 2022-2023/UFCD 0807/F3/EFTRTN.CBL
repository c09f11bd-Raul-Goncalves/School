      *
      * MODIFICATION HISTORY.
      * 2026-08-21  RG  Initial program.
      * 2026-10-15  RG  A return with no detail behind it raises an
      *                 EFTRTN item on the WORKQ operator work queue,
      *                 through WQRAISE, under the batch number from
      *                 the EFTFILE header, for payroll to chase with
      *                 the bank.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ED-EMP-NAME           PIC X(25).
           05  ED-AMOUNT-CENTS       PIC 9(07).
           05  FILLER                PIC X(30).
       01  WS-EFT-HEADER-LINE REDEFINES WS-EFT-DETAIL-LINE.
           05  EH-RECORD-TYPE        PIC X(01).
               88  EH-IS-HEADER                VALUE "H".
           05  EH-COMPANY-ID         PIC X(10).
           05  EH-RUN-DATE           PIC X(08).
           05  EH-BATCH-NUMBER       PIC 9(06).
           05  FILLER                PIC X(55).

       01  WS-EFT-BATCH-NUMBER       PIC 9(06) VALUE ZEROS.

       COPY WQRAISE.

       01  WS-COUNTS.
           05  WS-SENT-COUNT         PIC 9(05) VALUE ZEROS.
                   SET WS-EFT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF EH-IS-HEADER
               MOVE EH-BATCH-NUMBER TO WS-EFT-BATCH-NUMBER
           END-IF
           IF NOT ED-IS-DETAIL
               GO TO 1100-EXIT
           END-IF
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE RT-EMP-ID TO WU-EMP-ID
                   WRITE REJECTS-REPORT-LINE FROM WS-UNMATCHED-DETAIL
                   PERFORM 2100-QUEUE-UNMATCHED
               WHEN RT-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 4000-WRITE-REJECT
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-QUEUE-UNMATCHED - a return we cannot tie to a payment
      * goes on the operator work queue to be chased with the bank
      *-----------------------------------------------------------*
       2100-QUEUE-UNMATCHED.
           MOVE "EFTRTN" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING WS-EFT-BATCH-NUMBER DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  RT-EMP-ID         DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "RETORNO EFT SEM DETALHE - LOTE " DELIMITED BY SIZE
                  WS-EFT-BATCH-NUMBER DELIMITED BY SIZE
                  " ID "            DELIMITED BY SIZE
                  RT-EMP-ID         DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "EFTRTN" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 3000-FIND-DETAIL - locate RT-EMP-ID among the details sent
      *-----------------------------------------------------------*
