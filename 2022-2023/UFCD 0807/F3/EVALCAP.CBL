       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALCAP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       End-of-course evaluation capture, in the style
      *                of GRADECAP: the course is keyed once, then per
      *                form the respondent - a student, who must have
      *                an ENROLL record on the course, or a trainer,
      *                who must have given one of its SESSIONS - the
      *                1-5 score for each EVALQST question and a
      *                comment.  A form already captured is only
      *                re-keyed after a confirmation.  The paper forms
      *                in the box become the CRSEVAL file EVALRPT
      *                reports from.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT OPTIONAL EVALUATION-FILE ASSIGN TO "CRSEVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EVAL-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER.
       COPY COURSE.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  SESSION-FILE.
       COPY SESSION.

       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  EVALUATION-FILE.
       COPY CRSEVAL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-SESSION-STATUS         PIC XX.
           88  WS-SESSION-OK                 VALUES "00" "05".
       01  WS-TRAINER-STATUS         PIC XX.
           88  WS-TRAINER-OK                 VALUE "00".
       01  WS-EVAL-STATUS            PIC XX.
           88  WS-EVAL-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRM-REPLACE          VALUES "S" "s".
           05  WS-SESSION-EOF-SW     PIC X(01) VALUE "N".
               88  WS-SESSION-EOF              VALUE "Y".
           05  WS-GAVE-SESSION-SW    PIC X(01) VALUE "N".
               88  WS-GAVE-SESSION             VALUE "Y".

       COPY EVALQST.

       01  WS-ENTRY-FIELDS.
           05  WS-CAPTURE-COURSE     PIC X(06).
           05  WS-ENTRY-TYPE         PIC X(01).
               88  WS-ENTRY-TRAINEE            VALUES "A" "a".
               88  WS-ENTRY-TRAINER            VALUES "F" "f".
           05  WS-ENTRY-ID           PIC 9(04).
           05  WS-ENTRY-SCORE        PIC 9(01).
           05  WS-ENTRY-COMMENT      PIC X(60).

       01  WS-WORK-FIELDS.
           05  WS-CAPTURE-DATE       PIC 9(08) VALUE ZEROS.
           05  WS-CAPTURED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-QST-IDX            PIC 9(01) VALUE ZEROS.

       01  WS-SCORES.
           05  WS-SCORE              PIC 9(01) OCCURS 6 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CAPTURE-ONE-FORM THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, the course, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-CAPTURE-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-CAPTURE-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SESSION-FILE
           OPEN INPUT TRAINER-MASTER
           OPEN I-O EVALUATION-FILE
           DISPLAY "Codigo do curso: "
           ACCEPT WS-CAPTURE-COURSE
           MOVE WS-CAPTURE-COURSE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   DISPLAY "Curso nao encontrado."
                   MOVE "N" TO WS-CONTINUE-SW
                   GO TO 1000-EXIT
           END-READ
           DISPLAY "Curso: " CRS-NAME.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CAPTURE-ONE-FORM - the respondent, checked against the
      * course, then the scores and the comment
      *-----------------------------------------------------------*
       2000-CAPTURE-ONE-FORM.
           DISPLAY "Respondente (A-aluno F-formador, "
               "espaco para terminar): "
           MOVE SPACES TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = SPACES
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-ENTRY-TRAINEE AND NOT WS-ENTRY-TRAINER
               DISPLAY "Tipo de respondente invalido."
               GO TO 2000-EXIT
           END-IF
           IF WS-ENTRY-TRAINEE
               DISPLAY "Numero do aluno: "
           ELSE
               DISPLAY "Numero do formador: "
           END-IF
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-TRAINEE
               MOVE WS-CAPTURE-COURSE TO EN-CRS-CODE
               MOVE WS-ENTRY-ID TO EN-NUMERO
               READ ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY "Aluno nao inscrito neste curso."
                       GO TO 2000-EXIT
               END-READ
           ELSE
               MOVE WS-ENTRY-ID TO TR-TRAINER-ID
               READ TRAINER-MASTER
                   INVALID KEY
                       DISPLAY "Formador nao encontrado."
                       GO TO 2000-EXIT
               END-READ
               PERFORM 2100-CHECK-TRAINER-SESSIONS THRU 2100-EXIT
               IF NOT WS-GAVE-SESSION
                   DISPLAY "Formador sem sessoes neste curso."
                   GO TO 2000-EXIT
               END-IF
               DISPLAY TR-NAME
           END-IF
           PERFORM 2200-ACCEPT-ONE-SCORE THRU 2200-EXIT
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT
           DISPLAY "Comentario: "
           MOVE SPACES TO WS-ENTRY-COMMENT
           ACCEPT WS-ENTRY-COMMENT
           PERFORM 3000-WRITE-EVALUATION THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-TRAINER-SESSIONS - the course's sessions, for
      * one assigned to the keyed trainer
      *-----------------------------------------------------------*
       2100-CHECK-TRAINER-SESSIONS.
           MOVE "N" TO WS-GAVE-SESSION-SW
           MOVE "N" TO WS-SESSION-EOF-SW
           MOVE WS-CAPTURE-COURSE TO SN-CRS-CODE
           MOVE ZEROS TO SN-DATE
           START SESSION-FILE KEY NOT < SN-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-MATCH-ONE-SESSION
               UNTIL WS-SESSION-EOF OR WS-GAVE-SESSION.
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-SESSION.
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-SESSION-EOF TO TRUE
           END-READ
           IF NOT WS-SESSION-EOF
               IF SN-CRS-CODE NOT = WS-CAPTURE-COURSE
                   SET WS-SESSION-EOF TO TRUE
               ELSE
                   IF SN-TRAINER-ID = WS-ENTRY-ID
                       SET WS-GAVE-SESSION TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 2200-ACCEPT-ONE-SCORE - 1 to 5, asked again until valid
      *-----------------------------------------------------------*
       2200-ACCEPT-ONE-SCORE.
           DISPLAY WS-QST-IDX ". " WS-EVAL-QUESTION(WS-QST-IDX)
               " (1-5): "
           MOVE ZEROS TO WS-ENTRY-SCORE
           ACCEPT WS-ENTRY-SCORE
           IF WS-ENTRY-SCORE < 1 OR WS-ENTRY-SCORE > 5
               DISPLAY "Pontuacao invalida."
               GO TO 2200-ACCEPT-ONE-SCORE
           END-IF
           MOVE WS-ENTRY-SCORE TO WS-SCORE(WS-QST-IDX).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-EVALUATION - a form already on file only
      * re-keys after a confirmation
      *-----------------------------------------------------------*
       3000-WRITE-EVALUATION.
           PERFORM 3100-BUILD-EVALUATION
           WRITE COURSE-EVALUATION-RECORD
               INVALID KEY
                   DISPLAY "Avaliacao ja registada - substituir? "
                       "(S/N): "
                   ACCEPT WS-CONFIRM-SW
                   IF WS-CONFIRM-REPLACE
                       PERFORM 3100-BUILD-EVALUATION
                       REWRITE COURSE-EVALUATION-RECORD
                           INVALID KEY
                               DISPLAY "Erro ao substituir a "
                                   "avaliacao."
                       END-REWRITE
                   ELSE
                       GO TO 3000-EXIT
                   END-IF
           END-WRITE
           ADD 1 TO WS-CAPTURED-COUNT
           DISPLAY "Avaliacao registada.".
       3000-EXIT.
           EXIT.

       3100-BUILD-EVALUATION.
           MOVE WS-CAPTURE-COURSE TO EV-CRS-CODE
           IF WS-ENTRY-TRAINEE
               SET EV-FROM-TRAINEE TO TRUE
           ELSE
               SET EV-FROM-TRAINER TO TRUE
           END-IF
           MOVE WS-ENTRY-ID TO EV-RESPONDENT-ID
           MOVE WS-CAPTURE-DATE TO EV-EVAL-DATE
           PERFORM 3110-MOVE-ONE-SCORE
               VARYING WS-QST-IDX FROM 1 BY 1
               UNTIL WS-QST-IDX > WS-EVAL-QUESTION-COUNT
           MOVE WS-ENTRY-COMMENT TO EV-COMMENT.

       3110-MOVE-ONE-SCORE.
           MOVE WS-SCORE(WS-QST-IDX) TO EV-SCORE(WS-QST-IDX).

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE COURSE-MASTER
           CLOSE ENROLLMENT-FILE
           CLOSE SESSION-FILE
           CLOSE TRAINER-MASTER
           CLOSE EVALUATION-FILE
           DISPLAY "Avaliacoes registadas: " WS-CAPTURED-COUNT.

       END PROGRAM EVALCAP.
