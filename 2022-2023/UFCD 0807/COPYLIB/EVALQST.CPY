      *****************************************************************
      * EVALQST.CPY
      * The fixed end-of-course evaluation questionnaire, shared by
      * the EVALCAP capture and the EVALRPT report so the question
      * numbering can't drift between the two.  Every question is
      * scored 1 (muito insatisfeito) to 5 (muito satisfeito); the
      * count matches the EV-SCORE occurrences in CRSEVAL.CPY.
      *****************************************************************
       01  WS-EVAL-QUESTION-DATA.
           05  FILLER                PIC X(30) VALUE
               "OBJETIVOS DO CURSO CUMPRIDOS".
           05  FILLER                PIC X(30) VALUE
               "CONTEUDOS ADEQUADOS".
           05  FILLER                PIC X(30) VALUE
               "DESEMPENHO DO FORMADOR".
           05  FILLER                PIC X(30) VALUE
               "DOCUMENTACAO E MATERIAIS".
           05  FILLER                PIC X(30) VALUE
               "INSTALACOES E EQUIPAMENTOS".
           05  FILLER                PIC X(30) VALUE
               "AVALIACAO GLOBAL".
       01  WS-EVAL-QUESTIONS REDEFINES WS-EVAL-QUESTION-DATA.
           05  WS-EVAL-QUESTION      PIC X(30) OCCURS 6 TIMES.
       01  WS-EVAL-QUESTION-COUNT    PIC 9(01) VALUE 6.
