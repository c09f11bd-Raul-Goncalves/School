       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTLOAD.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Loads the postal service's code extract
      *                (POSTIN: the code in NNNN-NNN form followed by
      *                its locality) into the POSTCODE reference file
      *                FLDVAL checks addresses against.  A code not
      *                in the official form is rejected on POSTRPT;
      *                a code already on file has its locality
      *                replaced, so the extract can be re-run
      *                whenever the post office publishes a new one.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-CODE-EXTRACT ASSIGN TO "POSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT OPTIONAL POSTAL-CODE-FILE ASSIGN TO "POSTCODE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PZ-POSTAL-CODE
               FILE STATUS IS WS-POSTCODE-STATUS.
           SELECT POSTAL-LOAD-REPORT ASSIGN TO "POSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-CODE-EXTRACT.
       01  POSTAL-EXTRACT-RECORD.
           05  PX-POSTAL-CODE        PIC X(08).
           05  PX-CODE-SPLIT REDEFINES PX-POSTAL-CODE.
               10  PX-CODE-ZONE      PIC X(04).
               10  PX-CODE-DASH      PIC X(01).
               10  PX-CODE-STREET    PIC X(03).
           05  FILLER                PIC X(01).
           05  PX-LOCALITY           PIC X(25).

       FD  POSTAL-CODE-FILE.
       COPY POSTCODE.

       FD  POSTAL-LOAD-REPORT.
       01  POSTAL-LOAD-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EXTRACT-STATUS         PIC XX VALUE "00".
           88  WS-EXTRACT-OK                 VALUE "00".
       01  WS-POSTCODE-STATUS        PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-POSTCODE-OK                VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-EXTRACT-OPEN-SW    PIC X(01) VALUE "N".
               88  WS-EXTRACT-OPEN             VALUE "Y".
           05  WS-POSTCODE-OPEN-SW   PIC X(01) VALUE "N".
               88  WS-POSTCODE-OPEN            VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-ADDED-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-REPLACED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       COPY RUNLOG.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(30) VALUE
               "CARGA DE CODIGOS POSTAIS      ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-REJECT-LINE.
           05  FILLER                PIC X(10) VALUE "REJEITADO ".
           05  WR-POSTAL-CODE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-LOCALITY           PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WR-REASON             PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(08) VALUE "LIDOS: ".
           05  WT-READ               PIC Z(6)9.
           05  FILLER                PIC X(10) VALUE "  NOVOS: ".
           05  WT-ADDED              PIC Z(6)9.
           05  FILLER                PIC X(14) VALUE "  ALTERADOS: ".
           05  WT-REPLACED           PIC Z(6)9.
           05  FILLER                PIC X(15) VALUE "  REJEITADOS: ".
           05  WT-REJECTED           PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-CODE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, extract and reference file open
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "POSTLOAD" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT POSTAL-LOAD-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE POSTAL-LOAD-LINE FROM WS-REPORT-HEADER
           OPEN INPUT POSTAL-CODE-EXTRACT
           IF NOT WS-EXTRACT-OK
               DISPLAY "Ficheiro POSTIN nao abre - estado "
                   WS-EXTRACT-STATUS
               SET RN-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-EXTRACT-OPEN TO TRUE
           OPEN I-O POSTAL-CODE-FILE
           IF NOT WS-POSTCODE-OK
               DISPLAY "Erro ao abrir POSTCODE: " WS-POSTCODE-STATUS
               SET RN-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-POSTCODE-OPEN TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ONE-CODE - four digits, a dash, three digits; a
      * code on file already has its locality replaced
      *-----------------------------------------------------------*
       2000-LOAD-ONE-CODE.
           READ POSTAL-CODE-EXTRACT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF PX-CODE-ZONE NOT NUMERIC
               OR PX-CODE-DASH NOT = "-"
               OR PX-CODE-STREET NOT NUMERIC
               MOVE "FORMATO NAO E NNNN-NNN" TO WR-REASON
               PERFORM 2100-REJECT-CODE
               GO TO 2000-EXIT
           END-IF
           IF PX-LOCALITY = SPACES
               MOVE "SEM LOCALIDADE" TO WR-REASON
               PERFORM 2100-REJECT-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE PX-POSTAL-CODE TO PZ-POSTAL-CODE
           READ POSTAL-CODE-FILE
               INVALID KEY
                   MOVE PX-LOCALITY TO PZ-LOCALITY
                   WRITE POSTAL-CODE-RECORD
                       INVALID KEY
                           MOVE "ERRO DE ESCRITA" TO WR-REASON
                           PERFORM 2100-REJECT-CODE
                           GO TO 2000-EXIT
                   END-WRITE
                   ADD 1 TO WS-ADDED-COUNT
                   GO TO 2000-EXIT
           END-READ
           MOVE PX-LOCALITY TO PZ-LOCALITY
           REWRITE POSTAL-CODE-RECORD
               INVALID KEY
                   MOVE "ERRO DE REGRAVACAO" TO WR-REASON
                   PERFORM 2100-REJECT-CODE
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-REPLACED-COUNT.
       2000-EXIT.
           EXIT.

       2100-REJECT-CODE.
           MOVE PX-POSTAL-CODE TO WR-POSTAL-CODE
           MOVE PX-LOCALITY TO WR-LOCALITY
           WRITE POSTAL-LOAD-LINE FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - totals, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-READ-COUNT TO WT-READ
           MOVE WS-ADDED-COUNT TO WT-ADDED
           MOVE WS-REPLACED-COUNT TO WT-REPLACED
           MOVE WS-REJECTED-COUNT TO WT-REJECTED
           WRITE POSTAL-LOAD-LINE FROM WS-TOTAL-LINE
           CLOSE POSTAL-LOAD-REPORT
           IF WS-EXTRACT-OPEN
               CLOSE POSTAL-CODE-EXTRACT
           END-IF
           IF WS-POSTCODE-OPEN
               CLOSE POSTAL-CODE-FILE
           END-IF
           DISPLAY "POSTLOAD: " WS-READ-COUNT " lidos, "
               WS-ADDED-COUNT " novos, " WS-REPLACED-COUNT
               " alterados, " WS-REJECTED-COUNT " rejeitados."
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN =
               WS-ADDED-COUNT + WS-REPLACED-COUNT
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

       END PROGRAM POSTLOAD.
