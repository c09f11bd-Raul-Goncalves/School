      *                 shared CHGJRNL change journal with its full
      *                 record image, so ROLLFWD can replay the
      *                 day's adds after a restore.
      * 2026-10-15  RG  The new-student record now also carries gender,
      *                 birth date and education level after the
      *                 ws-registo fields; they go onto the master
      *                 (blank or zero when not known) and a value out
      *                 of range rejects to the report like a bad
      *                 name.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  NEW-STUDENT-FILE.
       COPY STUDREG.CPY.
      *    the same record with the personal details that follow the
      *    ws-registo fields
       01  NEW-STUDENT-DETAILS.
           05  FILLER                PIC X(59).
           05  NS-GENDER             PIC X(01).
           05  NS-BIRTH-DATE         PIC X(08).
           05  NS-BIRTH-DATE-SPLIT REDEFINES NS-BIRTH-DATE.
               10  NS-BIRTH-YEAR     PIC 9(04).
               10  NS-BIRTH-MONTH    PIC 9(02).
               10  NS-BIRTH-DAY      PIC 9(02).
           05  NS-EDUCATION-LEVEL    PIC X(02).

       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.
           88  WS-MASTER-OK                  VALUE "00".
           88  WS-MASTER-DUPLICATE           VALUE "22".

       01  WS-DETAIL-ERROR           PIC X(20) VALUE SPACES.

       01  WS-ADD-COUNTS.
           05  WS-ADDED-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZEROS.
               PERFORM 2300-REJECT-BAD-NAME
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2400-CHECK-DETAILS
           IF WS-DETAIL-ERROR NOT = SPACES
               PERFORM 2500-REJECT-BAD-DETAILS
               GO TO 2000-READ-NEXT
           END-IF
           MOVE WS-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
           MOVE WS-PROFISSIONAL TO SM-PROFISSIONAL
           MOVE "A" TO SM-STATUS-CODE
           MOVE ZEROS TO SM-LEAVE-DATE
           MOVE NS-GENDER TO SM-GENDER
           IF NS-BIRTH-DATE = SPACES
               MOVE ZEROS TO SM-BIRTH-DATE
           ELSE
               MOVE NS-BIRTH-DATE TO SM-BIRTH-DATE
           END-IF
           MOVE NS-EDUCATION-LEVEL TO SM-EDUCATION-LEVEL

           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
           END-STRING
           WRITE DUPLICATE-ENROLLMENT-LINE FROM WS-DUPLICATE-DETAIL.

      *-----------------------------------------------------------*
      * 2400-CHECK-DETAILS - gender M/F, a plausible birth date and
      * an EDUCLVL code, each allowed blank when not known
      *-----------------------------------------------------------*
       2400-CHECK-DETAILS.
           MOVE SPACES TO WS-DETAIL-ERROR
           IF NS-GENDER = "m" OR NS-GENDER = "f"
               INSPECT NS-GENDER CONVERTING "mf" TO "MF"
           END-IF
           IF NS-GENDER NOT = "M" AND NS-GENDER NOT = "F"
               AND NS-GENDER NOT = SPACE
               MOVE "SEXO INVALIDO" TO WS-DETAIL-ERROR
           END-IF
           IF NS-BIRTH-DATE NOT = SPACES
               AND NS-BIRTH-DATE NOT = ZEROS
               IF NS-BIRTH-DATE NOT NUMERIC
                   MOVE "DATA NASC. INVALIDA" TO WS-DETAIL-ERROR
               ELSE
                   IF NS-BIRTH-YEAR < 1900
                       OR NS-BIRTH-MONTH < 1 OR NS-BIRTH-MONTH > 12
                       OR NS-BIRTH-DAY < 1 OR NS-BIRTH-DAY > 31
                       MOVE "DATA NASC. INVALIDA" TO WS-DETAIL-ERROR
                   END-IF
               END-IF
           END-IF
           IF NS-EDUCATION-LEVEL NOT = SPACES
               IF NS-EDUCATION-LEVEL < "01"
                   OR NS-EDUCATION-LEVEL > "08"
                   MOVE "HABILITACOES INVAL." TO WS-DETAIL-ERROR
               END-IF
           END-IF.

       2500-REJECT-BAD-DETAILS.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-NUMERO TO WD-NUMERO
           MOVE WS-NOME TO WD-NOME
           MOVE WS-DETAIL-ERROR TO WD-STATUS
           WRITE DUPLICATE-ENROLLMENT-LINE FROM WS-DUPLICATE-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - print the trailer line and close the files
      *-----------------------------------------------------------*
