       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALPRG.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Qualification progress per student: for the
      *                keyed student (zero = every active student on
      *                the master) each QUALMAST qualification with an
      *                enrollment in at least one of its components
      *                is listed component by component - concluida,
      *                em curso or em falta - with the count completed
      *                and the qualification certificate number once
      *                CERTRUN has issued it.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT OPTIONAL QUALIFICATION-MASTER ASSIGN TO "QUALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUAL-CODE
               FILE STATUS IS WS-QUAL-STATUS.
           SELECT OPTIONAL QUALIFICATION-CERTS ASSIGN TO "QUALCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QC-KEY
               FILE STATUS IS WS-QCERT-STATUS.
           SELECT PROGRESS-PRINT ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  QUALIFICATION-MASTER.
       COPY QUALMAST.

       FD  QUALIFICATION-CERTS.
       COPY QUALCERT.

       FD  PROGRESS-PRINT.
       01  PROGRESS-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-QUAL-STATUS            PIC XX.
           88  WS-QUAL-OK                    VALUES "00" "05".
       01  WS-QCERT-STATUS           PIC XX.
           88  WS-QCERT-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-QUAL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-QUAL-EOF                 VALUE "Y".
           05  WS-HEADED-SW          PIC X(01) VALUE "N".
               88  WS-STUDENT-HEADED           VALUE "Y".

       01  WS-ENTRY-NUMERO           PIC 9(04) VALUE ZEROS.
       01  WS-STUDENT-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-QUAL-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-COMP-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-DONE-COUNT             PIC 9(02) VALUE ZEROS.
       01  WS-ACTIVE-COUNT           PIC 9(02) VALUE ZEROS.

      *    the student's standing on each component of the
      *    qualification in hand: C concluida, E em curso, F em falta
       01  WS-COMPONENT-STATES.
           05  WS-COMP-STATE         PIC X(01) OCCURS 20 TIMES.

       01  WS-REPORT-SEPARATOR       PIC X(70) VALUE ALL "=".

       01  WS-STUDENT-LINE.
           05  FILLER                PIC X(28) VALUE
               "PROGRESSO NAS QUALIFICACOES ".
           05  SL-NUMERO             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SL-NOME               PIC X(30).

       01  WS-QUAL-LINE.
           05  FILLER                PIC X(14) VALUE "QUALIFICACAO: ".
           05  QL-QUAL-CODE          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QL-QUAL-NAME          PIC X(40).

       01  WS-COMPONENT-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  CL-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CL-CRS-NAME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CL-STATE              PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CL-PREREQ-TEXT        PIC X(06).
           05  CL-PREREQ-CODE        PIC X(06).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  SU-DONE               PIC Z9.
           05  FILLER                PIC X(04) VALUE " DE ".
           05  SU-TOTAL              PIC Z9.
           05  FILLER                PIC X(15) VALUE
               " CONCLUIDAS".
           05  SU-CERT-TEXT          PIC X(18).
           05  SU-CERT-NUMBER        PIC Z(05)9.

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "ALUNOS:   ".
           05  WT-STUDENTS           PIC ZZZ9.
           05  FILLER                PIC X(19) VALUE
               "   QUALIFICACOES:  ".
           05  WT-QUALS              PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-ONE-STUDENT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the student keyed, or the first on the
      * master when zero was keyed
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Numero do aluno (0 = todos): "
           ACCEPT WS-ENTRY-NUMERO
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT QUALIFICATION-MASTER
           OPEN INPUT QUALIFICATION-CERTS
           OPEN OUTPUT PROGRESS-PRINT
           MOVE WS-ENTRY-NUMERO TO SM-NUMERO
           IF WS-ENTRY-NUMERO NOT = ZEROS
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "Aluno nao encontrado."
                       SET WS-EOF TO TRUE
               END-READ
               GO TO 1000-EXIT
           END-IF
           START STUDENT-MASTER KEY NOT < SM-NUMERO
               INVALID KEY
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
           END-START
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPORT-ONE-STUDENT - every qualification the student
      * has started; on the full run a student who left is skipped
      *-----------------------------------------------------------*
       2000-REPORT-ONE-STUDENT.
           IF WS-ENTRY-NUMERO = ZEROS AND SM-LEFT
               GO TO 2000-READ-NEXT
           END-IF
           MOVE "N" TO WS-HEADED-SW
           MOVE "N" TO WS-QUAL-EOF-SW
           MOVE LOW-VALUES TO QM-QUAL-CODE
           START QUALIFICATION-MASTER KEY NOT < QM-QUAL-CODE
               INVALID KEY
                   SET WS-QUAL-EOF TO TRUE
           END-START
           PERFORM 3000-REPORT-ONE-QUALIFICATION THRU 3000-EXIT
               UNTIL WS-QUAL-EOF
           IF WS-STUDENT-HEADED
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.
       2000-READ-NEXT.
           IF WS-ENTRY-NUMERO NOT = ZEROS
               SET WS-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-ONE-QUALIFICATION - the components' standing
      * first; nothing is printed when none was ever started
      *-----------------------------------------------------------*
       3000-REPORT-ONE-QUALIFICATION.
           READ QUALIFICATION-MASTER NEXT RECORD
               AT END
                   SET WS-QUAL-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF QM-INACTIVE
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO WS-DONE-COUNT
           MOVE ZEROS TO WS-ACTIVE-COUNT
           PERFORM 3100-SET-COMPONENT-STATE
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
           IF WS-DONE-COUNT = ZEROS AND WS-ACTIVE-COUNT = ZEROS
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-STUDENT-HEADED
               SET WS-STUDENT-HEADED TO TRUE
               WRITE PROGRESS-LINE FROM WS-REPORT-SEPARATOR
               MOVE SM-NUMERO TO SL-NUMERO
               MOVE SM-NOME TO SL-NOME
               WRITE PROGRESS-LINE FROM WS-STUDENT-LINE
           END-IF
           ADD 1 TO WS-QUAL-COUNT
           MOVE QM-QUAL-CODE TO QL-QUAL-CODE
           MOVE QM-NAME TO QL-QUAL-NAME
           WRITE PROGRESS-LINE FROM WS-QUAL-LINE
           PERFORM 3200-PRINT-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
           PERFORM 3300-PRINT-SUMMARY.
       3000-EXIT.
           EXIT.

       3100-SET-COMPONENT-STATE.
           MOVE "F" TO WS-COMP-STATE(WS-COMP-IDX)
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO EN-CRS-CODE
           MOVE SM-NUMERO TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EN-COMPLETED
                       MOVE "C" TO WS-COMP-STATE(WS-COMP-IDX)
                       ADD 1 TO WS-DONE-COUNT
                   END-IF
                   IF EN-ENROLLED
                       MOVE "E" TO WS-COMP-STATE(WS-COMP-IDX)
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
           END-READ.

       3200-PRINT-ONE-COMPONENT.
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO CL-CRS-CODE
           MOVE "(CURSO DESCONHECIDO)" TO CL-CRS-NAME
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRS-NAME TO CL-CRS-NAME
           END-READ
           EVALUATE WS-COMP-STATE(WS-COMP-IDX)
               WHEN "C"
                   MOVE "CONCLUIDA" TO CL-STATE
               WHEN "E"
                   MOVE "EM CURSO" TO CL-STATE
               WHEN OTHER
                   MOVE "EM FALTA" TO CL-STATE
           END-EVALUATE
           MOVE SPACES TO CL-PREREQ-TEXT
           MOVE QMC-PREREQ-CODE(WS-COMP-IDX) TO CL-PREREQ-CODE
           IF CL-PREREQ-CODE NOT = SPACES
               MOVE "PREC. " TO CL-PREREQ-TEXT
           END-IF
           WRITE PROGRESS-LINE FROM WS-COMPONENT-LINE.

      *-----------------------------------------------------------*
      * 3300-PRINT-SUMMARY - the count completed and, once
      * issued, the qualification certificate
      *-----------------------------------------------------------*
       3300-PRINT-SUMMARY.
           MOVE WS-DONE-COUNT TO SU-DONE
           MOVE QM-COMP-COUNT TO SU-TOTAL
           MOVE SPACES TO SU-CERT-TEXT
           MOVE ZEROS TO SU-CERT-NUMBER
           MOVE QM-QUAL-CODE TO QC-QUAL-CODE
           MOVE SM-NUMERO TO QC-NUMERO
           READ QUALIFICATION-CERTS
               INVALID KEY
                   MOVE SPACES TO SU-CERT-TEXT
               NOT INVALID KEY
                   MOVE "  CERTIFICADO NO. " TO SU-CERT-TEXT
                   MOVE QC-CERT-NUMBER TO SU-CERT-NUMBER
           END-READ
           WRITE PROGRESS-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO PROGRESS-LINE
           WRITE PROGRESS-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer and close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-STUDENT-COUNT TO WT-STUDENTS
           MOVE WS-QUAL-COUNT TO WT-QUALS
           WRITE PROGRESS-LINE FROM WS-TRAILER-LINE
           CLOSE STUDENT-MASTER
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER
           CLOSE QUALIFICATION-MASTER
           CLOSE QUALIFICATION-CERTS
           CLOSE PROGRESS-PRINT
           DISPLAY "QUALPRG: " WS-STUDENT-COUNT " alunos, "
               WS-QUAL-COUNT " qualificacoes listadas.".

       END PROGRAM QUALPRG.
