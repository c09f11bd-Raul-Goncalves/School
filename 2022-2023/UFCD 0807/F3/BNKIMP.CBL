       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKIMP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Bank statement import: the statement file the
      *                bank sends (BANKSTMT - a closing-balance record
      *                and one record per movement) is loaded onto
      *                BANKLINE under its statement date, the balance
      *                as line 0000 and each movement numbered from
      *                0001 and left unmatched for BNKMTCH.  A
      *                statement already loaded is refused whole, and
      *                a movement with no amount or no credit/debit
      *                direction is listed on BNKIMPRP and not loaded.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-LINE-FILE ASSIGN TO "BANKLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT IMPORT-REPORT ASSIGN TO "BNKIMPRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  STATEMENT-FILE.
       COPY BANKSTMT.

       FD  BANK-LINE-FILE.
       COPY BANKLINE.

       FD  IMPORT-REPORT.
       01  IMPORT-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-LINE-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-LINE-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-STMT-DATE              PIC 9(08) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LOADED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-LINE-NO            PIC 9(04) VALUE ZEROS.
           05  WS-CREDIT-TOTAL       PIC 9(10)V99 VALUE ZEROS.
           05  WS-DEBIT-TOTAL        PIC 9(10)V99 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(32) VALUE
               "IMPORTACAO DO EXTRATO BANCARIO -".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WH-STMT-DATE          PIC 9(08).

       01  WS-BALANCE-LINE.
           05  FILLER                PIC X(20) VALUE
               "SALDO FINAL:".
           05  WB-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(10) VALUE "REJEITADO ".
           05  WR-DATE               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-DIRECTION          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-REFERENCE          PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-REASON             PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL      PIC X(30).
           05  WS-SUMMARY-COUNT      PIC ZZZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMOUNT-LABEL       PIC X(30).
           05  WS-AMOUNT-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BALANCE THRU 2000-EXIT
           PERFORM 3000-LOAD-ONE-MOVEMENT THRU 3000-EXIT
               UNTIL WS-EOF
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
           MOVE "BNKIMP" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN I-O BANK-LINE-FILE
           IF NOT WS-LINE-OK
               DISPLAY "Ficheiro BANKLINE indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN INPUT STATEMENT-FILE
           OPEN OUTPUT IMPORT-REPORT.

      *-----------------------------------------------------------*
      * 2000-LOAD-BALANCE - the statement must open with its
      * balance record, and its date must not be on file already
      *-----------------------------------------------------------*
       2000-LOAD-BALANCE.
           READ STATEMENT-FILE
               AT END
                   DISPLAY "Extrato vazio - nada a importar."
                   PERFORM 9000-ABORT-RUN
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT BS-BALANCE-RECORD OR BS-DATE = ZEROS
               DISPLAY "O extrato nao comeca pelo registo de saldo."
               PERFORM 9000-ABORT-RUN
           END-IF
           MOVE BS-DATE TO WS-STMT-DATE
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE ZEROS TO BL-LINE-NO
           READ BANK-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Extrato de " WS-STMT-DATE
                       " ja importado - recusado."
                   PERFORM 9000-ABORT-RUN
           END-READ
           MOVE SPACES TO BANK-LINE-RECORD
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE ZEROS TO BL-LINE-NO
           SET BL-BALANCE-LINE TO TRUE
           MOVE WS-STMT-DATE TO BL-VALUE-DATE
           IF BS-DEBIT
               SET BL-DEBIT TO TRUE
           ELSE
               SET BL-CREDIT TO TRUE
           END-IF
           MOVE BS-AMOUNT TO BL-AMOUNT
           MOVE "SALDO FINAL DO EXTRATO" TO BL-NARRATIVE
           MOVE ZEROS TO BL-MATCH-DATE
           WRITE BANK-LINE-RECORD
           MOVE WS-STMT-DATE TO WH-STMT-DATE
           WRITE IMPORT-REPORT-LINE FROM WS-REPORT-HEADER
           IF BS-DEBIT
               COMPUTE WB-BALANCE = ZEROS - BS-AMOUNT
           ELSE
               MOVE BS-AMOUNT TO WB-BALANCE
           END-IF
           WRITE IMPORT-REPORT-LINE FROM WS-BALANCE-LINE
           MOVE SPACES TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-ONE-MOVEMENT - one statement movement, numbered
      * in the order the bank lists them
      *-----------------------------------------------------------*
       3000-LOAD-ONE-MOVEMENT.
           READ STATEMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE BS-DATE TO WR-DATE
           MOVE BS-DIRECTION TO WR-DIRECTION
           MOVE BS-AMOUNT TO WR-AMOUNT
           MOVE BS-REFERENCE TO WR-REFERENCE
           EVALUATE TRUE
               WHEN NOT BS-MOVEMENT-RECORD
                   MOVE "TIPO DE REGISTO" TO WR-REASON
               WHEN NOT BS-DIRECTION-VALID
                   MOVE "SENTIDO INVALIDO" TO WR-REASON
               WHEN BS-AMOUNT = ZEROS
                   MOVE "SEM VALOR" TO WR-REASON
               WHEN BS-DATE = ZEROS
                   MOVE "SEM DATA-VALOR" TO WR-REASON
               WHEN WS-LINE-NO = 9999
                   MOVE "EXTRATO DEMASIADO LONGO" TO WR-REASON
               WHEN OTHER
                   MOVE SPACES TO WR-REASON
           END-EVALUATE
           IF WR-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               WRITE IMPORT-REPORT-LINE FROM WS-REJECT-LINE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINE-NO
           MOVE SPACES TO BANK-LINE-RECORD
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE WS-LINE-NO TO BL-LINE-NO
           SET BL-MOVEMENT-LINE TO TRUE
           MOVE BS-DATE TO BL-VALUE-DATE
           MOVE BS-DIRECTION TO BL-DIRECTION
           MOVE BS-AMOUNT TO BL-AMOUNT
           MOVE BS-REFERENCE TO BL-REFERENCE
           MOVE BS-NARRATIVE TO BL-NARRATIVE
           SET BL-UNMATCHED TO TRUE
           MOVE ZEROS TO BL-MATCH-DATE
           WRITE BANK-LINE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "ERRO AO GRAVAR" TO WR-REASON
                   WRITE IMPORT-REPORT-LINE FROM WS-REJECT-LINE
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT
           IF BL-CREDIT
               ADD BL-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD BL-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - control totals, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO IMPORT-REPORT-LINE
           WRITE IMPORT-REPORT-LINE
           MOVE "REGISTOS LIDOS" TO WS-SUMMARY-LABEL
           MOVE WS-READ-COUNT TO WS-SUMMARY-COUNT
           WRITE IMPORT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "MOVIMENTOS IMPORTADOS" TO WS-SUMMARY-LABEL
           MOVE WS-LOADED-COUNT TO WS-SUMMARY-COUNT
           WRITE IMPORT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "MOVIMENTOS REJEITADOS" TO WS-SUMMARY-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SUMMARY-COUNT
           WRITE IMPORT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "TOTAL A CREDITO" TO WS-AMOUNT-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-VALUE
           WRITE IMPORT-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "TOTAL A DEBITO" TO WS-AMOUNT-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-VALUE
           WRITE IMPORT-REPORT-LINE FROM WS-AMOUNT-LINE
           CLOSE STATEMENT-FILE
           CLOSE BANK-LINE-FILE
           CLOSE IMPORT-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LOADED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "BNKIMP: " WS-LOADED-COUNT " movimentos, "
               WS-REJECTED-COUNT " rejeitados.".

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - nothing loaded; log the failed run
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM BNKIMP.
