      *****************************************************************
      * CRSEVAL.CPY
      * End-of-course evaluation, keyed on the course, the kind of
      * respondent (A aluno, F formador) and the respondent - the
      * SM-NUMERO of a student enrolled on the course, or the
      * TR-TRAINER-ID of a trainer who gave one of its SESSIONS.
      * Captured by EVALCAP: a 1-5 score for each of the EVALQST
      * questions and a free comment.  EVALRPT averages them per
      * question, per course and per trainer.
      *****************************************************************
       01  COURSE-EVALUATION-RECORD.
           05  EV-KEY.
               10  EV-CRS-CODE       PIC X(06).
               10  EV-RESPONDENT-TYPE
                                     PIC X(01).
                   88  EV-FROM-TRAINEE         VALUE "A".
                   88  EV-FROM-TRAINER         VALUE "F".
               10  EV-RESPONDENT-ID  PIC 9(04).
           05  EV-EVAL-DATE          PIC 9(08).
           05  EV-SCORE              PIC 9(01) OCCURS 6 TIMES.
           05  EV-COMMENT            PIC X(60).
