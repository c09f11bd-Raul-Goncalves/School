       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGMQUOR.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Quorum report for the general assembly of the
      *                keyed meeting date: the members on the VOTEROLL
      *                roll with the right to vote, those present and
      *                those represented by proxy (each with its
      *                holder), against the number the statutes
      *                require - the defined fraction of the eligible
      *                members, rounded up - and whether the quorum
      *                is reached.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTING-ROLL ASSIGN TO "VOTEROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-ROLL-STATUS.
           SELECT QUORUM-REPORT ASSIGN TO "AGMQUOR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTING-ROLL.
       COPY VOTEROLL.

       FD  QUORUM-REPORT.
       01  QUORUM-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ROLL-STATUS            PIC XX.
           88  WS-ROLL-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-END-SW        PIC X(01) VALUE "N".
               88  WS-ROLL-END                 VALUE "Y".

      *    the statutes' quorum: this fraction of the members with
      *    the right to vote, present or represented
       01  WS-QUORUM-FRACTION        PIC V999 VALUE .500.

       01  WS-MEETING-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-ON-ROLL            PIC 9(05) VALUE ZEROS.
           05  WS-ELIGIBLE           PIC 9(05) VALUE ZEROS.
           05  WS-PRESENT            PIC 9(05) VALUE ZEROS.
           05  WS-REPRESENTED        PIC 9(05) VALUE ZEROS.
           05  WS-VOTES              PIC 9(05) VALUE ZEROS.
           05  WS-REQUIRED           PIC 9(05) VALUE ZEROS.
           05  WS-REQUIRED-EXACT     PIC 9(05)V999 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(42) VALUE
               "QUORUM - ASSEMBLEIA GERAL DE              ".
           05  WH-MEETING-DATE       PIC 9(08).

       01  WS-PROXY-HEADING          PIC X(80) VALUE
           "REPRESENTADOS  SOCIO NOME                       PORTADOR".

       01  WS-PROXY-DETAIL.
           05  FILLER                PIC X(15) VALUE SPACES.
           05  WP-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WP-NAME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WP-HOLDER             PIC 9(05).

       01  WS-COUNT-LINE.
           05  WC-LABEL              PIC X(40).
           05  WC-COUNT              PIC ZZZZ9.

       01  WS-RESULT-LINE            PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Data da assembleia (AAAAMMDD): "
           ACCEPT WS-MEETING-DATE
           OPEN INPUT VOTING-ROLL
           IF NOT WS-ROLL-OK
               DISPLAY "Ficheiro VOTEROLL indisponivel."
               STOP RUN
           END-IF
           OPEN OUTPUT QUORUM-REPORT
           MOVE WS-MEETING-DATE TO WH-MEETING-DATE
           WRITE QUORUM-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO QUORUM-REPORT-LINE
           WRITE QUORUM-REPORT-LINE
           WRITE QUORUM-REPORT-LINE FROM WS-PROXY-HEADING
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE ZEROS TO VR-MEM-ID
           START VOTING-ROLL KEY NOT < VR-KEY
               INVALID KEY
                   SET WS-ROLL-END TO TRUE
           END-START
           PERFORM 1000-COUNT-ONE-ENTRY THRU 1000-EXIT
               UNTIL WS-ROLL-END
           IF WS-ON-ROLL = ZEROS
               DISPLAY "Sem caderno eleitoral para essa data."
           END-IF
           PERFORM 2000-PRINT-QUORUM
           CLOSE VOTING-ROLL
           CLOSE QUORUM-REPORT
           DISPLAY "AGMQUOR: " WS-VOTES " votos em " WS-ELIGIBLE
               ", minimo " WS-REQUIRED "."
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-COUNT-ONE-ENTRY - one roll record counted; the
      * represented are listed with their holder
      *-----------------------------------------------------------*
       1000-COUNT-ONE-ENTRY.
           READ VOTING-ROLL NEXT RECORD
               AT END
                   SET WS-ROLL-END TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF VR-MEETING-DATE NOT = WS-MEETING-DATE
               SET WS-ROLL-END TO TRUE
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-ON-ROLL
           IF NOT VR-ELIGIBLE
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-ELIGIBLE
           IF VR-PRESENT
               ADD 1 TO WS-PRESENT
           END-IF
           IF VR-REPRESENTED
               ADD 1 TO WS-REPRESENTED
               MOVE VR-MEM-ID TO WP-MEM-ID
               MOVE VR-NAME TO WP-NAME
               MOVE VR-PROXY-MEM-ID TO WP-HOLDER
               WRITE QUORUM-REPORT-LINE FROM WS-PROXY-DETAIL
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PRINT-QUORUM - the counts, the required number
      * rounded up, and the verdict
      *-----------------------------------------------------------*
       2000-PRINT-QUORUM.
           ADD WS-PRESENT WS-REPRESENTED GIVING WS-VOTES
           COMPUTE WS-REQUIRED-EXACT =
               WS-ELIGIBLE * WS-QUORUM-FRACTION
           MOVE WS-REQUIRED-EXACT TO WS-REQUIRED
           IF WS-REQUIRED < WS-REQUIRED-EXACT
               ADD 1 TO WS-REQUIRED
           END-IF
           MOVE SPACES TO QUORUM-REPORT-LINE
           WRITE QUORUM-REPORT-LINE
           MOVE "SOCIOS NO CADERNO" TO WC-LABEL
           MOVE WS-ON-ROLL TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "SOCIOS COM DIREITO DE VOTO" TO WC-LABEL
           MOVE WS-ELIGIBLE TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PRESENTES" TO WC-LABEL
           MOVE WS-PRESENT TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "REPRESENTADOS" TO WC-LABEL
           MOVE WS-REPRESENTED TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "PRESENTES E REPRESENTADOS" TO WC-LABEL
           MOVE WS-VOTES TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "MINIMO EXIGIDO PELOS ESTATUTOS" TO WC-LABEL
           MOVE WS-REQUIRED TO WC-COUNT
           WRITE QUORUM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO QUORUM-REPORT-LINE
           WRITE QUORUM-REPORT-LINE
           IF WS-ELIGIBLE > ZEROS AND WS-VOTES NOT < WS-REQUIRED
               MOVE "QUORUM ATINGIDO" TO WS-RESULT-LINE
           ELSE
               MOVE "SEM QUORUM" TO WS-RESULT-LINE
           END-IF
           WRITE QUORUM-REPORT-LINE FROM WS-RESULT-LINE.

       END PROGRAM AGMQUOR.
