      *****************************************************************
      * EDUCLVL.CPY
      * Education levels a trainee is recorded under (SM-EDUCATION-
      * LEVEL), coded 01-08 in the order of the national
      * qualifications framework; blank when not known.  Shared by
      * the STUDADD/STUDINQ capture and the annual activity report.
      *****************************************************************
       01  WS-EDUCATION-NAME-DATA.
           05  FILLER                PIC X(20) VALUE
               "1 CICLO BASICO      ".
           05  FILLER                PIC X(20) VALUE
               "2 CICLO BASICO      ".
           05  FILLER                PIC X(20) VALUE
               "3 CICLO BASICO      ".
           05  FILLER                PIC X(20) VALUE
               "ENSINO SECUNDARIO   ".
           05  FILLER                PIC X(20) VALUE
               "POS-SECUNDARIO (CET)".
           05  FILLER                PIC X(20) VALUE
               "LICENCIATURA        ".
           05  FILLER                PIC X(20) VALUE
               "MESTRADO            ".
           05  FILLER                PIC X(20) VALUE
               "DOUTORAMENTO        ".
       01  WS-EDUCATION-NAMES REDEFINES WS-EDUCATION-NAME-DATA.
           05  WS-EDUCATION-NAME     PIC X(20) OCCURS 8 TIMES.
       01  WS-EDUCATION-LEVEL-COUNT  PIC 9(01) VALUE 8.
