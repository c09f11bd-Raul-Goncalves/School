       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALRPT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Satisfaction report from the CRSEVAL course
      *                evaluations.  Per course: the average score of
      *                each EVALQST question from the students and
      *                from the trainers, the students' comments, and
      *                the response rate against the enrollments not
      *                withdrawn.  Then per trainer (every trainer
      *                assigned a SESSIONS session of the course): the
      *                students' averages over the courses they gave -
      *                the evidence the certification audit asks for.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  A course's trainers past the 20th and
      *                 trainers past the 50th are counted on the
      *                 console instead of being left out unseen,
      *                 and the trainer table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVALUATION-FILE ASSIGN TO "CRSEVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EVAL-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT TRAINER-MASTER ASSIGN TO "TRAINER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT EVALUATION-REPORT ASSIGN TO "EVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVALUATION-FILE.
       COPY CRSEVAL.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  SESSION-FILE.
       COPY SESSION.

       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  EVALUATION-REPORT.
       01  EVALUATION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-EVAL-STATUS            PIC XX.
           88  WS-EVAL-OK                    VALUES "00" "05".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-SESSION-STATUS         PIC XX.
           88  WS-SESSION-OK                 VALUES "00" "05".
       01  WS-TRAINER-STATUS         PIC XX.
           88  WS-TRAINER-OK                 VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-SCAN-EOF-SW        PIC X(01) VALUE "N".
               88  WS-SCAN-EOF                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".

       COPY EVALQST.

       COPY TBLCHK.

       01  WS-WORK-FIELDS.
           05  WS-CURR-COURSE        PIC X(06) VALUE SPACES.
           05  WS-QST-IDX            PIC 9(01) VALUE ZEROS.
           05  WS-ENROLLED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-RESPONSE-RATE      PIC 9(03) VALUE ZEROS.
           05  WS-AVERAGE            PIC 9V9 VALUE ZEROS.
           05  WS-COURSE-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-FORM-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-TRN-SKIP-COUNT     PIC 9(05) VALUE ZEROS.

      *    the course in hand: forms and score sums, students (A)
      *    and trainers (F) kept apart
       01  WS-COURSE-TOTALS.
           05  WS-CRS-TRAINEE-FORMS  PIC 9(04).
           05  WS-CRS-TRAINER-FORMS  PIC 9(04).
           05  WS-CRS-TRAINEE-SUM    PIC 9(06) OCCURS 6 TIMES.
           05  WS-CRS-TRAINER-SUM    PIC 9(06) OCCURS 6 TIMES.

      *    the trainers already credited with the course in hand
       01  WS-CRS-TRAINER-TABLE.
           05  WS-CTR-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-CTR-ID             PIC 9(04) OCCURS 20 TIMES.
       01  WS-CTR-IDX                PIC 9(02) VALUE ZEROS.

       01  WS-TRAINER-TABLE.
           05  WS-TRN-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-TRN-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-TRN-COUNT.
               10  WTN-TRAINER-ID    PIC 9(04).
               10  WTN-COURSES       PIC 9(03).
               10  WTN-FORMS         PIC 9(05).
               10  WTN-SUM           PIC 9(07) OCCURS 6 TIMES.
       01  WS-TRN-IDX                PIC 9(02) VALUE ZEROS.

       01  WS-REPORT-SEPARATOR       PIC X(78) VALUE ALL "=".

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "AVALIACAO DA SATISFACAO - CURSOS".

       01  WS-COURSE-LINE.
           05  FILLER                PIC X(07) VALUE "CURSO: ".
           05  CH-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CH-CRS-NAME           PIC X(30).

       01  WS-RESPONSE-LINE.
           05  FILLER                PIC X(22) VALUE
               "  RESPOSTAS ALUNOS:   ".
           05  RL-TRAINEE-FORMS      PIC ZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  INSCRITOS:  ".
           05  RL-ENROLLED           PIC ZZZ9.
           05  FILLER                PIC X(08) VALUE "  TAXA: ".
           05  RL-RATE               PIC ZZ9.
           05  FILLER                PIC X(01) VALUE "%".
           05  FILLER                PIC X(14) VALUE
               "  FORMADORES: ".
           05  RL-TRAINER-FORMS      PIC Z9.

       01  WS-QUESTION-HEADER.
           05  FILLER                PIC X(37) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "ALUNOS  FORMADORES".

       01  WS-QUESTION-LINE.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QL-NUMBER             PIC 9.
           05  FILLER                PIC X(02) VALUE ". ".
           05  QL-TEXT               PIC X(30).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  QL-TRAINEE-AVG        PIC 9.9.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  QL-TRAINER-AVG        PIC 9.9.

       01  WS-COMMENT-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  CM-NUMERO             PIC 9(04).
           05  FILLER                PIC X(02) VALUE ": ".
           05  CM-COMMENT            PIC X(60).

       01  WS-TRAINER-HEADER.
           05  FILLER                PIC X(42) VALUE
               "MEDIAS DOS ALUNOS POR FORMADOR".
           05  FILLER                PIC X(36) VALUE
               "   P1    P2    P3    P4    P5    P6".

       01  WS-TRAINER-LINE.
           05  TL-TRAINER-ID         PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TL-TRAINER-NAME       PIC X(25).
           05  TL-COURSES            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  TL-FORMS              PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TL-AVG-ENTRY OCCURS 6 TIMES.
               10  FILLER            PIC X(03).
               10  TL-AVG            PIC 9.9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-FORM THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-CURR-COURSE NOT = SPACES
               PERFORM 3000-END-COURSE THRU 3000-EXIT
           END-IF
           PERFORM 5000-PRINT-TRAINERS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - files, heading, the first form
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT EVALUATION-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SESSION-FILE
           OPEN INPUT TRAINER-MASTER
           OPEN OUTPUT EVALUATION-REPORT
           WRITE EVALUATION-REPORT-LINE FROM WS-REPORT-HEADER
           READ EVALUATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-FORM - a change of course closes the last;
      * the form's scores add to its respondent kind's sums, and a
      * student's comment is listed as it comes
      *-----------------------------------------------------------*
       2000-TALLY-ONE-FORM.
           IF EV-CRS-CODE NOT = WS-CURR-COURSE
               IF WS-CURR-COURSE NOT = SPACES
                   PERFORM 3000-END-COURSE THRU 3000-EXIT
               END-IF
               PERFORM 2100-START-COURSE
           END-IF
           ADD 1 TO WS-FORM-COUNT
           IF EV-FROM-TRAINER
               ADD 1 TO WS-CRS-TRAINER-FORMS
           ELSE
               ADD 1 TO WS-CRS-TRAINEE-FORMS
               IF EV-COMMENT NOT = SPACES
                   MOVE EV-RESPONDENT-ID TO CM-NUMERO
                   MOVE EV-COMMENT TO CM-COMMENT
                   WRITE EVALUATION-REPORT-LINE FROM WS-COMMENT-LINE
               END-IF
           END-IF
           PERFORM 2200-ADD-ONE-SCORE
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT
           READ EVALUATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-START-COURSE.
           MOVE EV-CRS-CODE TO WS-CURR-COURSE
           INITIALIZE WS-COURSE-TOTALS
           ADD 1 TO WS-COURSE-COUNT
           MOVE EV-CRS-CODE TO CH-CRS-CODE
           MOVE "(CURSO DESCONHECIDO)" TO CH-CRS-NAME
           MOVE EV-CRS-CODE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRS-NAME TO CH-CRS-NAME
           END-READ
           WRITE EVALUATION-REPORT-LINE FROM WS-REPORT-SEPARATOR
           WRITE EVALUATION-REPORT-LINE FROM WS-COURSE-LINE
           MOVE "  COMENTARIOS DOS ALUNOS:" TO EVALUATION-REPORT-LINE
           WRITE EVALUATION-REPORT-LINE.

       2200-ADD-ONE-SCORE.
           IF EV-FROM-TRAINER
               ADD EV-SCORE(WS-QST-IDX)
                   TO WS-CRS-TRAINER-SUM(WS-QST-IDX)
           ELSE
               ADD EV-SCORE(WS-QST-IDX)
                   TO WS-CRS-TRAINEE-SUM(WS-QST-IDX)
           END-IF.

      *-----------------------------------------------------------*
      * 3000-END-COURSE - response rate, the averages per question,
      * and the course's students' sums credited to its trainers
      *-----------------------------------------------------------*
       3000-END-COURSE.
           PERFORM 3100-COUNT-ENROLLMENTS THRU 3100-EXIT
           MOVE ZEROS TO WS-RESPONSE-RATE
           IF WS-ENROLLED-COUNT > ZEROS
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-CRS-TRAINEE-FORMS * 100 / WS-ENROLLED-COUNT
           END-IF
           MOVE WS-CRS-TRAINEE-FORMS TO RL-TRAINEE-FORMS
           MOVE WS-ENROLLED-COUNT TO RL-ENROLLED
           MOVE WS-RESPONSE-RATE TO RL-RATE
           MOVE WS-CRS-TRAINER-FORMS TO RL-TRAINER-FORMS
           WRITE EVALUATION-REPORT-LINE FROM WS-RESPONSE-LINE
           WRITE EVALUATION-REPORT-LINE FROM WS-QUESTION-HEADER
           PERFORM 3200-PRINT-ONE-QUESTION
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT
           IF WS-CRS-TRAINEE-FORMS = ZEROS
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-CREDIT-TRAINERS THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-COUNT-ENROLLMENTS - the course's enrollments not
      * withdrawn, the base of the response rate
      *-----------------------------------------------------------*
       3100-COUNT-ENROLLMENTS.
           MOVE ZEROS TO WS-ENROLLED-COUNT
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-CURR-COURSE TO EN-CRS-CODE
           MOVE ZEROS TO EN-NUMERO
           START ENROLLMENT-FILE KEY NOT < EN-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START
           PERFORM 3110-COUNT-ONE-ENROLLMENT
               UNTIL WS-SCAN-EOF.
       3100-EXIT.
           EXIT.

       3110-COUNT-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF EN-CRS-CODE NOT = WS-CURR-COURSE
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   IF NOT EN-WITHDRAWN
                       ADD 1 TO WS-ENROLLED-COUNT
                   END-IF
               END-IF
           END-IF.

       3200-PRINT-ONE-QUESTION.
           MOVE WS-QST-IDX TO QL-NUMBER
           MOVE WS-EVAL-QUESTION(WS-QST-IDX) TO QL-TEXT
           MOVE ZEROS TO WS-AVERAGE
           IF WS-CRS-TRAINEE-FORMS > ZEROS
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-CRS-TRAINEE-SUM(WS-QST-IDX)
                       / WS-CRS-TRAINEE-FORMS
           END-IF
           MOVE WS-AVERAGE TO QL-TRAINEE-AVG
           MOVE ZEROS TO WS-AVERAGE
           IF WS-CRS-TRAINER-FORMS > ZEROS
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-CRS-TRAINER-SUM(WS-QST-IDX)
                       / WS-CRS-TRAINER-FORMS
           END-IF
           MOVE WS-AVERAGE TO QL-TRAINER-AVG
           WRITE EVALUATION-REPORT-LINE FROM WS-QUESTION-LINE.

      *-----------------------------------------------------------*
      * 3300-CREDIT-TRAINERS - every trainer assigned a session of
      * the course gets its students' forms once
      *-----------------------------------------------------------*
       3300-CREDIT-TRAINERS.
           MOVE ZEROS TO WS-CTR-COUNT
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-CURR-COURSE TO SN-CRS-CODE
           MOVE ZEROS TO SN-DATE
           START SESSION-FILE KEY NOT < SN-KEY
               INVALID KEY
                   GO TO 3300-EXIT
           END-START
           PERFORM 3310-CREDIT-ONE-SESSION
               UNTIL WS-SCAN-EOF.
       3300-EXIT.
           EXIT.

       3310-CREDIT-ONE-SESSION.
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF SN-CRS-CODE NOT = WS-CURR-COURSE
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   IF SN-TRAINER-ID NOT = ZEROS
                       PERFORM 3320-CREDIT-ONE-TRAINER THRU 3320-EXIT
                   END-IF
               END-IF
           END-IF.

       3320-CREDIT-ONE-TRAINER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3330-MATCH-COURSE-TRAINER
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-CTR-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               GO TO 3320-EXIT
           END-IF
           IF WS-CTR-COUNT = 20
               ADD 1 TO WS-TRN-SKIP-COUNT
               GO TO 3320-EXIT
           END-IF
           ADD 1 TO WS-CTR-COUNT
           MOVE SN-TRAINER-ID TO WS-CTR-ID(WS-CTR-COUNT)
           PERFORM 4000-FIND-TRAINER-ENTRY
           IF WS-TRN-IDX = ZEROS
               ADD 1 TO WS-TRN-SKIP-COUNT
               GO TO 3320-EXIT
           END-IF
           ADD 1 TO WTN-COURSES(WS-TRN-IDX)
           ADD WS-CRS-TRAINEE-FORMS TO WTN-FORMS(WS-TRN-IDX)
           PERFORM 3340-ADD-ONE-TRAINER-SUM
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT.
       3320-EXIT.
           EXIT.

       3330-MATCH-COURSE-TRAINER.
           IF WS-CTR-ID(WS-CTR-IDX) = SN-TRAINER-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3340-ADD-ONE-TRAINER-SUM.
           ADD WS-CRS-TRAINEE-SUM(WS-QST-IDX)
               TO WTN-SUM(WS-TRN-IDX, WS-QST-IDX).

      *-----------------------------------------------------------*
      * 4000-FIND-TRAINER-ENTRY - the trainer's running entry,
      * added on first sight; zero when the table is full
      *-----------------------------------------------------------*
       4000-FIND-TRAINER-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 4100-MATCH-ONE-TRAINER
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TRN-IDX
           ELSE
               IF WS-TRN-COUNT = 50
                   MOVE ZEROS TO WS-TRN-IDX
               ELSE
                   ADD 1 TO WS-TRN-COUNT
                   MOVE WS-TRN-COUNT TO WS-TRN-IDX
                   INITIALIZE WS-TRN-ENTRY(WS-TRN-IDX)
                   MOVE SN-TRAINER-ID TO WTN-TRAINER-ID(WS-TRN-IDX)
               END-IF
           END-IF.

       4100-MATCH-ONE-TRAINER.
           IF WTN-TRAINER-ID(WS-TRN-IDX) = SN-TRAINER-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-PRINT-TRAINERS - the students' averages per trainer
      *-----------------------------------------------------------*
       5000-PRINT-TRAINERS.
           WRITE EVALUATION-REPORT-LINE FROM WS-REPORT-SEPARATOR
           WRITE EVALUATION-REPORT-LINE FROM WS-TRAINER-HEADER
           PERFORM 5100-PRINT-ONE-TRAINER
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.

       5100-PRINT-ONE-TRAINER.
           MOVE SPACES TO WS-TRAINER-LINE
           MOVE WTN-TRAINER-ID(WS-TRN-IDX) TO TL-TRAINER-ID
           MOVE "(FORMADOR DESCONHECIDO)" TO TL-TRAINER-NAME
           MOVE WTN-TRAINER-ID(WS-TRN-IDX) TO TR-TRAINER-ID
           READ TRAINER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TR-NAME TO TL-TRAINER-NAME
           END-READ
           MOVE WTN-COURSES(WS-TRN-IDX) TO TL-COURSES
           MOVE WTN-FORMS(WS-TRN-IDX) TO TL-FORMS
           PERFORM 5110-SET-ONE-AVERAGE
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT
           WRITE EVALUATION-REPORT-LINE FROM WS-TRAINER-LINE.

       5110-SET-ONE-AVERAGE.
           MOVE ZEROS TO WS-AVERAGE
           IF WTN-FORMS(WS-TRN-IDX) > ZEROS
               COMPUTE WS-AVERAGE ROUNDED =
                   WTN-SUM(WS-TRN-IDX, WS-QST-IDX)
                       / WTN-FORMS(WS-TRN-IDX)
           END-IF
           MOVE WS-AVERAGE TO TL-AVG(WS-QST-IDX).

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the files
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "EVALRPT" TO TC-PROGRAM-NAME
           MOVE "TRAINER" TO TC-TABLE-NAME
           MOVE WS-TRN-COUNT TO TC-ENTRY-COUNT
           MOVE 50 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE EVALUATION-FILE
           CLOSE COURSE-MASTER
           CLOSE ENROLLMENT-FILE
           CLOSE SESSION-FILE
           CLOSE TRAINER-MASTER
           CLOSE EVALUATION-REPORT
           DISPLAY "EVALRPT: " WS-COURSE-COUNT " cursos, "
               WS-FORM-COUNT " avaliacoes."
           IF WS-TRN-SKIP-COUNT > ZEROS
               DISPLAY "EVALRPT: tabela de formadores cheia - "
                   WS-TRN-SKIP-COUNT " cursos por creditar."
           END-IF.

       END PROGRAM EVALRPT.
