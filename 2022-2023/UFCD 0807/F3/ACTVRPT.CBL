       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTVRPT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Year-end training activity report for the
      *                certification body, built from the files
      *                instead of the binders.  A course counts as run
      *                in the year when it has a SESSIONS session
      *                dated in it; its sessions give the training
      *                hours and each trainer's hours (TRAINER names),
      *                its ENROLL records the enrollments, completions
      *                and dropouts, and the year's ATTMAST P marks
      *                the trainee hours attended.  Each trainee on a
      *                course run is counted once, by STUDMAST gender,
      *                age band (age at 31 December) and education
      *                level.  The printed report goes to ACTVRPT and
      *                the same figures to ACTVSTAT in the body's
      *                fixed layout - an "H" header, "C" course, "G"
      *                gender/age, "E" education and "F" trainer
      *                records and a "T" control trailer.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The course, trainer and trainee tables are
      *                 checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT OPTIONAL TRAINER-MASTER ASSIGN TO "TRAINER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACTIVITY-REPORT ASSIGN TO "ACTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATISTICS-FILE ASSIGN TO "ACTVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       COPY SESSION.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  ATTENDANCE-FILE.
       COPY ATTEND.

       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.

       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-LINE      PIC X(80).

       FD  STATISTICS-FILE.
       01  STATISTICS-LINE           PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       COPY EDUCLVL.

       01  WS-SESSION-STATUS         PIC XX.
           88  WS-SESSION-OK                 VALUES "00" "05".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-ATT-STATUS             PIC XX.
           88  WS-ATT-OK                     VALUES "00" "05".
       01  WS-TRAINER-STATUS         PIC XX.
           88  WS-TRAINER-OK                 VALUES "00" "05".
       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-REPORT-YEAR            PIC 9(04) VALUE ZEROS.
       01  WS-SEARCH-CRS-CODE        PIC X(06) VALUE SPACES.

       01  WS-WORK-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR          PIC 9(04).
           05  WS-WORK-MONTH-DAY     PIC 9(04).

      *    the courses run in the year
       01  WS-COURSE-TABLE.
           05  WS-CRT-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-CRT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CRT-COUNT.
               10  WCR-CRS-CODE      PIC X(06).
               10  WCR-SESSIONS      PIC 9(04).
               10  WCR-HOURS         PIC 9(05).
               10  WCR-ENROLLED      PIC 9(05).
               10  WCR-COMPLETED     PIC 9(05).
               10  WCR-WITHDRAWN     PIC 9(05).
               10  WCR-TRAINEE-HOURS PIC 9(07).
       01  WS-CRT-IDX                PIC 9(03) VALUE ZEROS.

      *    the trainers who gave the year's sessions
       01  WS-TRAINER-TABLE.
           05  WS-TRT-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-TRT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-TRT-COUNT.
               10  WTR-TRAINER-ID    PIC 9(04).
               10  WTR-SESSIONS      PIC 9(04).
               10  WTR-HOURS         PIC 9(05).
       01  WS-TRT-IDX                PIC 9(03) VALUE ZEROS.

      *    the trainees already counted in the breakdowns
       01  WS-STUDENT-TABLE.
           05  WS-STU-COUNT          PIC 9(04) VALUE ZEROS.
           05  WS-STU-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-STU-COUNT.
               10  WST-NUMERO        PIC 9(04).
       01  WS-STU-IDX                PIC 9(04) VALUE ZEROS.

      *    trainees by age band (rows) and gender (M, F, not known)
       01  WS-GENDER-AGE-TABLE.
           05  WS-GA-ROW OCCURS 8 TIMES.
               10  WS-GA-CELL        PIC 9(05) OCCURS 3 TIMES.
       01  WS-BAND-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-GENDER-IDX             PIC 9(01) VALUE ZEROS.
       01  WS-AGE                    PIC 9(03) VALUE ZEROS.

       01  WS-BAND-NAME-DATA.
           05  FILLER                PIC X(08) VALUE "< 18    ".
           05  FILLER                PIC X(08) VALUE "18 - 24 ".
           05  FILLER                PIC X(08) VALUE "25 - 34 ".
           05  FILLER                PIC X(08) VALUE "35 - 44 ".
           05  FILLER                PIC X(08) VALUE "45 - 54 ".
           05  FILLER                PIC X(08) VALUE "55 - 64 ".
           05  FILLER                PIC X(08) VALUE ">= 65   ".
           05  FILLER                PIC X(08) VALUE "N/D     ".
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAME-DATA.
           05  WS-BAND-NAME          PIC X(08) OCCURS 8 TIMES.

      *    trainees by education level, the ninth not known
       01  WS-EDUCATION-TABLE.
           05  WS-EDU-COUNT          PIC 9(05) OCCURS 9 TIMES.
       01  WS-EDU-IDX                PIC 9(01) VALUE ZEROS.

       01  WS-YEAR-TOTALS.
           05  WS-TOT-SESSIONS       PIC 9(05) VALUE ZEROS.
           05  WS-TOT-HOURS          PIC 9(06) VALUE ZEROS.
           05  WS-TOT-ENROLLED       PIC 9(05) VALUE ZEROS.
           05  WS-TOT-COMPLETED      PIC 9(05) VALUE ZEROS.
           05  WS-TOT-WITHDRAWN      PIC 9(05) VALUE ZEROS.
           05  WS-TOT-TRAINEE-HOURS  PIC 9(08) VALUE ZEROS.
           05  WS-TOT-TRAINER-HOURS  PIC 9(06) VALUE ZEROS.
           05  WS-COMPLETION-RATE    PIC 9(03)V9 VALUE ZEROS.
           05  WS-DROPOUT-RATE       PIC 9(03)V9 VALUE ZEROS.
           05  WS-ROW-TOTAL          PIC 9(05) VALUE ZEROS.
           05  WS-STAT-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(06) VALUE ZEROS.

      *    printed report lines
       01  WS-TITLE-LINE.
           05  FILLER                PIC X(42) VALUE
               "RELATORIO ANUAL DE ATIVIDADE FORMATIVA    ".
           05  FILLER                PIC X(05) VALUE "ANO: ".
           05  WH-YEAR               PIC 9(04).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-SECTION-LINE           PIC X(80).

       01  WS-COURSE-HEADING         PIC X(80) VALUE
           "CURSO  DESIGNACAO                SESS HORAS INSCR CONCL DESI
      -    "S VOL.HORAS".

       01  WS-COURSE-DETAIL.
           05  WC-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-CRS-NAME           PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-SESSIONS           PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-HOURS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-ENROLLED           PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-COMPLETED          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-WITHDRAWN          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-TRAINEE-HOURS      PIC Z(06)9.

       01  WS-COURSE-TOTAL-LINE.
           05  FILLER                PIC X(07) VALUE "CURSOS ".
           05  WK-COURSES            PIC ZZ9.
           05  FILLER                PIC X(23) VALUE SPACES.
           05  WK-SESSIONS           PIC ZZZZ9.
           05  WK-HOURS              PIC ZZZZZ9.
           05  WK-ENROLLED           PIC ZZZZZ9.
           05  WK-COMPLETED          PIC ZZZZZ9.
           05  WK-WITHDRAWN          PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-TRAINEE-HOURS      PIC Z(07)9.

       01  WS-RATE-LINE.
           05  FILLER                PIC X(22) VALUE
               "TAXA DE CONCLUSAO:    ".
           05  WR-COMPLETION         PIC ZZ9.9.
           05  FILLER                PIC X(27) VALUE
               " %    TAXA DE DESISTENCIA: ".
           05  WR-DROPOUT            PIC ZZ9.9.
           05  FILLER                PIC X(02) VALUE " %".

       01  WS-TRAINEE-COUNT-LINE.
           05  FILLER                PIC X(22) VALUE
               "FORMANDOS DISTINTOS:  ".
           05  WN-TRAINEES           PIC ZZZZ9.

       01  WS-GENDER-HEADING         PIC X(80) VALUE
           "ESCALAO      HOMENS MULHERES     N/D   TOTAL".

       01  WS-GENDER-DETAIL.
           05  WG-BAND-NAME          PIC X(08).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WG-MALE               PIC ZZZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WG-FEMALE             PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WG-UNKNOWN            PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WG-TOTAL              PIC ZZZZZZ9.

       01  WS-EDUCATION-DETAIL.
           05  WE-LEVEL              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WE-LEVEL-NAME         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WE-COUNT              PIC ZZZZ9.

       01  WS-TRAINER-HEADING        PIC X(80) VALUE
           "FORMADOR NOME                       SESSOES  HORAS".

       01  WS-TRAINER-DETAIL.
           05  WF-TRAINER-ID         PIC 9(04).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WF-TRAINER-NAME       PIC X(25).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WF-SESSIONS           PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WF-HOURS              PIC ZZZZ9.

       01  WS-TRAINER-TOTAL-LINE.
           05  FILLER                PIC X(40) VALUE
               "TOTAL DE HORAS DOS FORMADORES           ".
           05  WF-TOTAL-HOURS        PIC ZZZZZ9.

      *    the certification body's fixed-layout statistics records
       01  WS-STAT-HEADER.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(10) VALUE "UFCD0807CO".
           05  SH-YEAR               PIC 9(04).
           05  SH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  WS-STAT-COURSE.
           05  FILLER                PIC X(01) VALUE "C".
           05  SC-CRS-CODE           PIC X(06).
           05  SC-SESSIONS           PIC 9(04).
           05  SC-HOURS              PIC 9(05).
           05  SC-ENROLLED           PIC 9(05).
           05  SC-COMPLETED          PIC 9(05).
           05  SC-WITHDRAWN          PIC 9(05).
           05  SC-TRAINEE-HOURS      PIC 9(07).
           05  FILLER                PIC X(42) VALUE SPACES.

       01  WS-STAT-GENDER-AGE.
           05  FILLER                PIC X(01) VALUE "G".
           05  SG-GENDER             PIC X(01).
           05  SG-BAND               PIC 9(01).
           05  SG-COUNT              PIC 9(05).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  WS-STAT-EDUCATION.
           05  FILLER                PIC X(01) VALUE "E".
           05  SE-LEVEL              PIC X(02).
           05  SE-COUNT              PIC 9(05).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  WS-STAT-TRAINER.
           05  FILLER                PIC X(01) VALUE "F".
           05  SF-TRAINER-ID         PIC 9(04).
           05  SF-SESSIONS           PIC 9(04).
           05  SF-HOURS              PIC 9(05).
           05  FILLER                PIC X(66) VALUE SPACES.

       01  WS-STAT-TRAILER.
           05  FILLER                PIC X(01) VALUE "T".
           05  ST-RECORD-COUNT       PIC 9(05).
           05  ST-COURSES            PIC 9(04).
           05  ST-HOURS              PIC 9(06).
           05  ST-TRAINEES           PIC 9(05).
           05  ST-ENROLLED           PIC 9(05).
           05  ST-COMPLETION-RATE    PIC 9(03)V9.
           05  ST-DROPOUT-RATE       PIC 9(03)V9.
           05  ST-TRAINEE-HOURS      PIC 9(08).
           05  ST-TRAINER-HOURS      PIC 9(06).
           05  FILLER                PIC X(33) VALUE SPACES.

      *    the gender codes of the three breakdown columns
       01  WS-GENDER-CODE-DATA       PIC X(03) VALUE "MF ".
       01  WS-GENDER-CODES REDEFINES WS-GENDER-CODE-DATA.
           05  WS-GENDER-CODE        PIC X(01) OCCURS 3 TIMES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-SESSION THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-START-ENROLLMENTS
           PERFORM 3100-TALLY-ONE-ENROLLMENT THRU 3100-EXIT
               UNTIL WS-EOF
           PERFORM 4000-START-ATTENDANCE
           PERFORM 4100-TALLY-ONE-MARK THRU 4100-EXIT
               UNTIL WS-EOF
           PERFORM 5000-PRINT-COURSES
           PERFORM 6000-PRINT-TRAINEES
           PERFORM 7000-PRINT-TRAINERS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the year, files, headers, and the
      * SESSIONS browse started from the top
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "ACTVRPT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Ano do relatorio (AAAA): "
           ACCEPT WS-REPORT-YEAR
           INITIALIZE WS-GENDER-AGE-TABLE
           INITIALIZE WS-EDUCATION-TABLE
           OPEN INPUT SESSION-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT TRAINER-MASTER
           OPEN INPUT STUDENT-MASTER
           OPEN OUTPUT ACTIVITY-REPORT
           OPEN OUTPUT STATISTICS-FILE
           MOVE WS-REPORT-YEAR TO WH-YEAR
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE ACTIVITY-REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-REPORT-YEAR TO SH-YEAR
           MOVE WS-RUN-DATE TO SH-RUN-DATE
           WRITE STATISTICS-LINE FROM WS-STAT-HEADER
           ADD 1 TO WS-STAT-COUNT
           MOVE LOW-VALUES TO SN-KEY
           START SESSION-FILE KEY NOT < SN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               READ SESSION-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-SESSION - a session in the year puts its
      * course on the run list and its hours on the course and
      * the trainer
      *-----------------------------------------------------------*
       2000-TALLY-ONE-SESSION.
           ADD 1 TO WS-READ-COUNT
           MOVE SN-DATE TO WS-WORK-DATE
           IF WS-WORK-YEAR NOT = WS-REPORT-YEAR
               GO TO 2000-READ-NEXT
           END-IF
           MOVE SN-CRS-CODE TO WS-SEARCH-CRS-CODE
           PERFORM 2100-FIND-COURSE
           IF NOT WS-ENTRY-FOUND
               PERFORM 2150-ADD-COURSE
           END-IF
           ADD 1 TO WCR-SESSIONS(WS-CRT-IDX)
           ADD SN-HOURS TO WCR-HOURS(WS-CRT-IDX)
           ADD 1 TO WS-TOT-SESSIONS
           ADD SN-HOURS TO WS-TOT-HOURS
           IF SN-TRAINER-ID > ZEROS
               PERFORM 2200-FIND-TRAINER
               ADD 1 TO WTR-SESSIONS(WS-TRT-IDX)
               ADD SN-HOURS TO WTR-HOURS(WS-TRT-IDX)
               ADD SN-HOURS TO WS-TOT-TRAINER-HOURS
           END-IF.
       2000-READ-NEXT.
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-COURSE - the run-list entry for the course code
      *-----------------------------------------------------------*
       2100-FIND-COURSE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2110-MATCH-ONE-COURSE
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-CRT-IDX
           END-IF.

       2110-MATCH-ONE-COURSE.
           IF WCR-CRS-CODE(WS-CRT-IDX) = WS-SEARCH-CRS-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2150-ADD-COURSE.
           IF WS-CRT-COUNT = 200
               DISPLAY "Mais de 200 cursos no ano - a terminar."
               STOP RUN
           END-IF
           ADD 1 TO WS-CRT-COUNT
           MOVE WS-CRT-COUNT TO WS-CRT-IDX
           MOVE SN-CRS-CODE TO WCR-CRS-CODE(WS-CRT-IDX)
           MOVE ZEROS TO WCR-SESSIONS(WS-CRT-IDX)
           MOVE ZEROS TO WCR-HOURS(WS-CRT-IDX)
           MOVE ZEROS TO WCR-ENROLLED(WS-CRT-IDX)
           MOVE ZEROS TO WCR-COMPLETED(WS-CRT-IDX)
           MOVE ZEROS TO WCR-WITHDRAWN(WS-CRT-IDX)
           MOVE ZEROS TO WCR-TRAINEE-HOURS(WS-CRT-IDX).

      *-----------------------------------------------------------*
      * 2200-FIND-TRAINER - the session trainer's entry, added on
      * first sight
      *-----------------------------------------------------------*
       2200-FIND-TRAINER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2210-MATCH-ONE-TRAINER
               VARYING WS-TRT-IDX FROM 1 BY 1
               UNTIL WS-TRT-IDX > WS-TRT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TRT-IDX
           ELSE
               IF WS-TRT-COUNT = 200
                   DISPLAY "Mais de 200 formadores no ano - a "
                       "terminar."
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRT-COUNT
               MOVE WS-TRT-COUNT TO WS-TRT-IDX
               MOVE SN-TRAINER-ID TO WTR-TRAINER-ID(WS-TRT-IDX)
               MOVE ZEROS TO WTR-SESSIONS(WS-TRT-IDX)
               MOVE ZEROS TO WTR-HOURS(WS-TRT-IDX)
           END-IF.

       2210-MATCH-ONE-TRAINER.
           IF WTR-TRAINER-ID(WS-TRT-IDX) = SN-TRAINER-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-START-ENROLLMENTS - prime the ENROLL pass
      *-----------------------------------------------------------*
       3000-START-ENROLLMENTS.
           MOVE "N" TO WS-EOF-SW
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 3100-TALLY-ONE-ENROLLMENT - an enrollment on a course run
      * in the year counts towards its course's completion and
      * dropout figures; its trainee joins the breakdowns once
      *-----------------------------------------------------------*
       3100-TALLY-ONE-ENROLLMENT.
           ADD 1 TO WS-READ-COUNT
           MOVE EN-CRS-CODE TO WS-SEARCH-CRS-CODE
           PERFORM 2100-FIND-COURSE
           IF NOT WS-ENTRY-FOUND
               GO TO 3100-READ-NEXT
           END-IF
           ADD 1 TO WCR-ENROLLED(WS-CRT-IDX)
           ADD 1 TO WS-TOT-ENROLLED
           IF EN-COMPLETED
               ADD 1 TO WCR-COMPLETED(WS-CRT-IDX)
               ADD 1 TO WS-TOT-COMPLETED
           END-IF
           IF EN-WITHDRAWN
               ADD 1 TO WCR-WITHDRAWN(WS-CRT-IDX)
               ADD 1 TO WS-TOT-WITHDRAWN
           END-IF
           PERFORM 3200-FIND-STUDENT
           IF NOT WS-ENTRY-FOUND
               PERFORM 3300-COUNT-NEW-TRAINEE
           END-IF.
       3100-READ-NEXT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-FIND-STUDENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3210-MATCH-ONE-STUDENT
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT
                  OR WS-ENTRY-FOUND.

       3210-MATCH-ONE-STUDENT.
           IF WST-NUMERO(WS-STU-IDX) = EN-NUMERO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3300-COUNT-NEW-TRAINEE - the trainee's gender, age band at
      * 31 December and education level from STUDMAST; whatever
      * is not recorded counts as not known
      *-----------------------------------------------------------*
       3300-COUNT-NEW-TRAINEE.
           IF WS-STU-COUNT = 3000
               DISPLAY "Mais de 3000 formandos no ano - a terminar."
               STOP RUN
           END-IF
           ADD 1 TO WS-STU-COUNT
           MOVE EN-NUMERO TO WST-NUMERO(WS-STU-COUNT)
           MOVE EN-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACE TO SM-GENDER
                   MOVE ZEROS TO SM-BIRTH-DATE
                   MOVE SPACES TO SM-EDUCATION-LEVEL
           END-READ
           EVALUATE TRUE
               WHEN SM-MALE
                   MOVE 1 TO WS-GENDER-IDX
               WHEN SM-FEMALE
                   MOVE 2 TO WS-GENDER-IDX
               WHEN OTHER
                   MOVE 3 TO WS-GENDER-IDX
           END-EVALUATE
           MOVE 8 TO WS-BAND-IDX
           IF SM-BIRTH-DATE NUMERIC AND SM-BIRTH-DATE > ZEROS
               MOVE SM-BIRTH-DATE TO WS-WORK-DATE
               IF WS-WORK-YEAR NOT > WS-REPORT-YEAR
                   COMPUTE WS-AGE = WS-REPORT-YEAR - WS-WORK-YEAR
                   EVALUATE TRUE
                       WHEN WS-AGE < 18
                           MOVE 1 TO WS-BAND-IDX
                       WHEN WS-AGE < 25
                           MOVE 2 TO WS-BAND-IDX
                       WHEN WS-AGE < 35
                           MOVE 3 TO WS-BAND-IDX
                       WHEN WS-AGE < 45
                           MOVE 4 TO WS-BAND-IDX
                       WHEN WS-AGE < 55
                           MOVE 5 TO WS-BAND-IDX
                       WHEN WS-AGE < 65
                           MOVE 6 TO WS-BAND-IDX
                       WHEN OTHER
                           MOVE 7 TO WS-BAND-IDX
                   END-EVALUATE
               END-IF
           END-IF
           ADD 1 TO WS-GA-CELL(WS-BAND-IDX, WS-GENDER-IDX)
           MOVE 9 TO WS-EDU-IDX
           IF SM-EDUCATION-LEVEL NUMERIC
               IF SM-EDUCATION-LEVEL >= "01"
                   AND SM-EDUCATION-LEVEL <= "08"
                   MOVE SM-EDUCATION-LEVEL(2:1) TO WS-EDU-IDX
               END-IF
           END-IF
           ADD 1 TO WS-EDU-COUNT(WS-EDU-IDX).

      *-----------------------------------------------------------*
      * 4000-START-ATTENDANCE - prime the ATTMAST pass
      *-----------------------------------------------------------*
       4000-START-ATTENDANCE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ATTENDANCE-FILE
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 4100-TALLY-ONE-MARK - a P mark in the year adds the
      * session's hours to its course's trainee hours
      *-----------------------------------------------------------*
       4100-TALLY-ONE-MARK.
           ADD 1 TO WS-READ-COUNT
           MOVE AT-DATE TO WS-WORK-DATE
           IF WS-WORK-YEAR NOT = WS-REPORT-YEAR
               OR NOT AT-PRESENT
               GO TO 4100-READ-NEXT
           END-IF
           MOVE AT-CRS-CODE TO WS-SEARCH-CRS-CODE
           PERFORM 2100-FIND-COURSE
           IF NOT WS-ENTRY-FOUND
               GO TO 4100-READ-NEXT
           END-IF
           MOVE AT-CRS-CODE TO SN-CRS-CODE
           MOVE AT-DATE TO SN-DATE
           READ SESSION-FILE
               INVALID KEY
                   GO TO 4100-READ-NEXT
           END-READ
           ADD SN-HOURS TO WCR-TRAINEE-HOURS(WS-CRT-IDX)
           ADD SN-HOURS TO WS-TOT-TRAINEE-HOURS.
       4100-READ-NEXT.
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-COURSES - the courses run, their totals and the
      * completion and dropout rates
      *-----------------------------------------------------------*
       5000-PRINT-COURSES.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE "1. CURSOS REALIZADOS" TO WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-COURSE-HEADING
           PERFORM 5100-PRINT-ONE-COURSE
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT
           MOVE WS-CRT-COUNT TO WK-COURSES
           MOVE WS-TOT-SESSIONS TO WK-SESSIONS
           MOVE WS-TOT-HOURS TO WK-HOURS
           MOVE WS-TOT-ENROLLED TO WK-ENROLLED
           MOVE WS-TOT-COMPLETED TO WK-COMPLETED
           MOVE WS-TOT-WITHDRAWN TO WK-WITHDRAWN
           MOVE WS-TOT-TRAINEE-HOURS TO WK-TRAINEE-HOURS
           WRITE ACTIVITY-REPORT-LINE FROM WS-COURSE-TOTAL-LINE
           IF WS-TOT-ENROLLED > ZEROS
               COMPUTE WS-COMPLETION-RATE ROUNDED =
                   WS-TOT-COMPLETED * 100 / WS-TOT-ENROLLED
               COMPUTE WS-DROPOUT-RATE ROUNDED =
                   WS-TOT-WITHDRAWN * 100 / WS-TOT-ENROLLED
           END-IF
           MOVE WS-COMPLETION-RATE TO WR-COMPLETION
           MOVE WS-DROPOUT-RATE TO WR-DROPOUT
           WRITE ACTIVITY-REPORT-LINE FROM WS-RATE-LINE.

       5100-PRINT-ONE-COURSE.
           MOVE WCR-CRS-CODE(WS-CRT-IDX) TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "*** CURSO DESCONHECIDO ***" TO CRS-NAME
           END-READ
           MOVE WCR-CRS-CODE(WS-CRT-IDX) TO WC-CRS-CODE
           MOVE CRS-NAME TO WC-CRS-NAME
           MOVE WCR-SESSIONS(WS-CRT-IDX) TO WC-SESSIONS
           MOVE WCR-HOURS(WS-CRT-IDX) TO WC-HOURS
           MOVE WCR-ENROLLED(WS-CRT-IDX) TO WC-ENROLLED
           MOVE WCR-COMPLETED(WS-CRT-IDX) TO WC-COMPLETED
           MOVE WCR-WITHDRAWN(WS-CRT-IDX) TO WC-WITHDRAWN
           MOVE WCR-TRAINEE-HOURS(WS-CRT-IDX) TO WC-TRAINEE-HOURS
           WRITE ACTIVITY-REPORT-LINE FROM WS-COURSE-DETAIL
           MOVE WCR-CRS-CODE(WS-CRT-IDX) TO SC-CRS-CODE
           MOVE WCR-SESSIONS(WS-CRT-IDX) TO SC-SESSIONS
           MOVE WCR-HOURS(WS-CRT-IDX) TO SC-HOURS
           MOVE WCR-ENROLLED(WS-CRT-IDX) TO SC-ENROLLED
           MOVE WCR-COMPLETED(WS-CRT-IDX) TO SC-COMPLETED
           MOVE WCR-WITHDRAWN(WS-CRT-IDX) TO SC-WITHDRAWN
           MOVE WCR-TRAINEE-HOURS(WS-CRT-IDX) TO SC-TRAINEE-HOURS
           WRITE STATISTICS-LINE FROM WS-STAT-COURSE
           ADD 1 TO WS-STAT-COUNT.

      *-----------------------------------------------------------*
      * 6000-PRINT-TRAINEES - the distinct trainees by gender and
      * age band, then by education level
      *-----------------------------------------------------------*
       6000-PRINT-TRAINEES.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE "2. FORMANDOS POR SEXO E ESCALAO ETARIO"
               TO WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-SECTION-LINE
           MOVE WS-STU-COUNT TO WN-TRAINEES
           WRITE ACTIVITY-REPORT-LINE FROM WS-TRAINEE-COUNT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-GENDER-HEADING
           PERFORM 6100-PRINT-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 8
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE "3. FORMANDOS POR HABILITACOES" TO WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 6200-PRINT-ONE-LEVEL
               VARYING WS-EDU-IDX FROM 1 BY 1
               UNTIL WS-EDU-IDX > 9.

       6100-PRINT-ONE-BAND.
           MOVE WS-BAND-NAME(WS-BAND-IDX) TO WG-BAND-NAME
           MOVE WS-GA-CELL(WS-BAND-IDX, 1) TO WG-MALE
           MOVE WS-GA-CELL(WS-BAND-IDX, 2) TO WG-FEMALE
           MOVE WS-GA-CELL(WS-BAND-IDX, 3) TO WG-UNKNOWN
           ADD WS-GA-CELL(WS-BAND-IDX, 1) WS-GA-CELL(WS-BAND-IDX, 2)
               WS-GA-CELL(WS-BAND-IDX, 3) GIVING WS-ROW-TOTAL
           MOVE WS-ROW-TOTAL TO WG-TOTAL
           WRITE ACTIVITY-REPORT-LINE FROM WS-GENDER-DETAIL
           PERFORM 6110-WRITE-ONE-CELL
               VARYING WS-GENDER-IDX FROM 1 BY 1
               UNTIL WS-GENDER-IDX > 3.

       6110-WRITE-ONE-CELL.
           MOVE WS-GENDER-CODE(WS-GENDER-IDX) TO SG-GENDER
           MOVE WS-BAND-IDX TO SG-BAND
           MOVE WS-GA-CELL(WS-BAND-IDX, WS-GENDER-IDX) TO SG-COUNT
           WRITE STATISTICS-LINE FROM WS-STAT-GENDER-AGE
           ADD 1 TO WS-STAT-COUNT.

       6200-PRINT-ONE-LEVEL.
           IF WS-EDU-IDX = 9
               MOVE "00" TO WE-LEVEL
               MOVE "NAO REGISTADAS" TO WE-LEVEL-NAME
           ELSE
               MOVE "0" TO WE-LEVEL(1:1)
               MOVE WS-EDU-IDX TO WE-LEVEL(2:1)
               MOVE WS-EDUCATION-NAME(WS-EDU-IDX) TO WE-LEVEL-NAME
           END-IF
           MOVE WS-EDU-COUNT(WS-EDU-IDX) TO WE-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM WS-EDUCATION-DETAIL
           MOVE WE-LEVEL TO SE-LEVEL
           MOVE WS-EDU-COUNT(WS-EDU-IDX) TO SE-COUNT
           WRITE STATISTICS-LINE FROM WS-STAT-EDUCATION
           ADD 1 TO WS-STAT-COUNT.

      *-----------------------------------------------------------*
      * 7000-PRINT-TRAINERS - sessions and hours per trainer
      *-----------------------------------------------------------*
       7000-PRINT-TRAINERS.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE "4. HORAS DOS FORMADORES" TO WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-SECTION-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-TRAINER-HEADING
           PERFORM 7100-PRINT-ONE-TRAINER
               VARYING WS-TRT-IDX FROM 1 BY 1
               UNTIL WS-TRT-IDX > WS-TRT-COUNT
           MOVE WS-TOT-TRAINER-HOURS TO WF-TOTAL-HOURS
           WRITE ACTIVITY-REPORT-LINE FROM WS-TRAINER-TOTAL-LINE.

       7100-PRINT-ONE-TRAINER.
           MOVE WTR-TRAINER-ID(WS-TRT-IDX) TO TR-TRAINER-ID
           READ TRAINER-MASTER
               INVALID KEY
                   MOVE "*** SEM REGISTO ***" TO TR-NAME
           END-READ
           MOVE WTR-TRAINER-ID(WS-TRT-IDX) TO WF-TRAINER-ID
           MOVE TR-NAME TO WF-TRAINER-NAME
           MOVE WTR-SESSIONS(WS-TRT-IDX) TO WF-SESSIONS
           MOVE WTR-HOURS(WS-TRT-IDX) TO WF-HOURS
           WRITE ACTIVITY-REPORT-LINE FROM WS-TRAINER-DETAIL
           MOVE WTR-TRAINER-ID(WS-TRT-IDX) TO SF-TRAINER-ID
           MOVE WTR-SESSIONS(WS-TRT-IDX) TO SF-SESSIONS
           MOVE WTR-HOURS(WS-TRT-IDX) TO SF-HOURS
           WRITE STATISTICS-LINE FROM WS-STAT-TRAINER
           ADD 1 TO WS-STAT-COUNT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - statistics trailer, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           ADD 1 TO WS-STAT-COUNT
           MOVE WS-STAT-COUNT TO ST-RECORD-COUNT
           MOVE WS-CRT-COUNT TO ST-COURSES
           MOVE WS-TOT-HOURS TO ST-HOURS
           MOVE WS-STU-COUNT TO ST-TRAINEES
           MOVE WS-TOT-ENROLLED TO ST-ENROLLED
           MOVE WS-COMPLETION-RATE TO ST-COMPLETION-RATE
           MOVE WS-DROPOUT-RATE TO ST-DROPOUT-RATE
           MOVE WS-TOT-TRAINEE-HOURS TO ST-TRAINEE-HOURS
           MOVE WS-TOT-TRAINER-HOURS TO ST-TRAINER-HOURS
           WRITE STATISTICS-LINE FROM WS-STAT-TRAILER
           MOVE "ACTVRPT" TO TC-PROGRAM-NAME
           MOVE "COURSE" TO TC-TABLE-NAME
           MOVE WS-CRT-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "TRAINER" TO TC-TABLE-NAME
           MOVE WS-TRT-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "TRAINEE" TO TC-TABLE-NAME
           MOVE WS-STU-COUNT TO TC-ENTRY-COUNT
           MOVE 3000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE SESSION-FILE
           CLOSE COURSE-MASTER
           CLOSE ENROLLMENT-FILE
           CLOSE ATTENDANCE-FILE
           CLOSE TRAINER-MASTER
           CLOSE STUDENT-MASTER
           CLOSE ACTIVITY-REPORT
           CLOSE STATISTICS-FILE
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-STAT-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "ACTVRPT: " WS-CRT-COUNT " cursos, "
               WS-STU-COUNT " formandos.".

       END PROGRAM ACTVRPT.
