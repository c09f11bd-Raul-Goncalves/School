      * 2026-09-02  RG  Every confirmed REWRITE now also rides the
      *                 shared CHGJRNL change journal with its full
      *                 record image, for the ROLLFWD replay.
      * 2026-10-15  RG  Gender, birth date and education level are
      *                 shown with the record and keyed on an update,
      *                 each re-prompted until valid (blank or zero
      *                 when not known).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY CHGJRNL.

       COPY EDUCLVL.

       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".
           88  WS-MASTER-NOT-FOUND           VALUE "23".
           05  WS-OLD-NOME           PIC X(30).
           05  WS-OLD-PROFISSIONAL   PIC X(25).

       01  WS-ENTRY-GENDER           PIC X(01).
       01  WS-ENTRY-BIRTH-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-ENTRY-BIRTH-SPLIT REDEFINES WS-ENTRY-BIRTH-DATE.
           05  WS-ENTRY-BIRTH-YEAR   PIC 9(04).
           05  WS-ENTRY-BIRTH-MONTH  PIC 9(02).
           05  WS-ENTRY-BIRTH-DAY    PIC 9(02).
       01  WS-ENTRY-EDUCATION        PIC X(02).
       01  WS-EDUCATION-IDX          PIC 9(02) VALUE ZEROS.

       01  WS-INQUIRY-NUMERO         PIC 9(004).
       01  WS-SEARCH-NAME            PIC X(030).
       01  WS-SEARCH-LENGTH          PIC 9(02) VALUE ZEROS.
           DISPLAY "Numero: " SM-NUMERO
           DISPLAY "Nome: " SM-NOME
           DISPLAY "Profissional: " SM-PROFISSIONAL
           PERFORM 5100-DISPLAY-DETAILS
           DISPLAY "Atualizar este registo? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-UPDATE
               ACCEPT SM-NOME
               DISPLAY "Nova profissao: "
               ACCEPT SM-PROFISSIONAL
               PERFORM 5200-ACCEPT-GENDER THRU 5200-EXIT
               PERFORM 5300-ACCEPT-BIRTH-DATE THRU 5300-EXIT
               PERFORM 5400-ACCEPT-EDUCATION THRU 5400-EXIT
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o registo."
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------*
      * 5100-DISPLAY-DETAILS - gender, birth date, education level
      *-----------------------------------------------------------*
       5100-DISPLAY-DETAILS.
           DISPLAY "Sexo: " SM-GENDER
           IF SM-BIRTH-DATE NUMERIC
               DISPLAY "Data de nascimento: " SM-BIRTH-DATE
           ELSE
               DISPLAY "Data de nascimento: 00000000"
           END-IF
           IF SM-EDUCATION-LEVEL NUMERIC
               AND SM-EDUCATION-LEVEL >= "01"
               AND SM-EDUCATION-LEVEL <= "08"
               MOVE SM-EDUCATION-LEVEL TO WS-EDUCATION-IDX
               DISPLAY "Habilitacoes: " SM-EDUCATION-LEVEL " "
                   WS-EDUCATION-NAME(WS-EDUCATION-IDX)
           ELSE
               DISPLAY "Habilitacoes: (nao registadas)"
           END-IF.

       5200-ACCEPT-GENDER.
           DISPLAY "Sexo (M/F, espaco = nao registado): "
           MOVE SPACE TO WS-ENTRY-GENDER
           ACCEPT WS-ENTRY-GENDER
           INSPECT WS-ENTRY-GENDER CONVERTING "mf" TO "MF"
           MOVE WS-ENTRY-GENDER TO SM-GENDER
           IF NOT SM-GENDER-VALID
               DISPLAY "Sexo invalido."
               GO TO 5200-ACCEPT-GENDER
           END-IF.
       5200-EXIT.
           EXIT.

       5300-ACCEPT-BIRTH-DATE.
           DISPLAY "Data de nascimento (AAAAMMDD, 0 = nao "
               "registada): "
           MOVE ZEROS TO WS-ENTRY-BIRTH-DATE
           ACCEPT WS-ENTRY-BIRTH-DATE
           IF WS-ENTRY-BIRTH-DATE NOT = ZEROS
               IF WS-ENTRY-BIRTH-YEAR < 1900
                   OR WS-ENTRY-BIRTH-MONTH < 1
                   OR WS-ENTRY-BIRTH-MONTH > 12
                   OR WS-ENTRY-BIRTH-DAY < 1
                   OR WS-ENTRY-BIRTH-DAY > 31
                   DISPLAY "Data invalida."
                   GO TO 5300-ACCEPT-BIRTH-DATE
               END-IF
           END-IF
           MOVE WS-ENTRY-BIRTH-DATE TO SM-BIRTH-DATE.
       5300-EXIT.
           EXIT.

       5400-ACCEPT-EDUCATION.
           PERFORM 5410-SHOW-ONE-LEVEL
               VARYING WS-EDUCATION-IDX FROM 1 BY 1
               UNTIL WS-EDUCATION-IDX > WS-EDUCATION-LEVEL-COUNT
           DISPLAY "Habilitacoes (01-08, espaco = nao registadas): "
           MOVE SPACES TO WS-ENTRY-EDUCATION
           ACCEPT WS-ENTRY-EDUCATION
           IF WS-ENTRY-EDUCATION NOT = SPACES
               IF WS-ENTRY-EDUCATION < "01"
                   OR WS-ENTRY-EDUCATION > "08"
                   DISPLAY "Nivel invalido."
                   GO TO 5400-ACCEPT-EDUCATION
               END-IF
           END-IF
           MOVE WS-ENTRY-EDUCATION TO SM-EDUCATION-LEVEL.
       5400-EXIT.
           EXIT.

       5410-SHOW-ONE-LEVEL.
           DISPLAY "  " WS-EDUCATION-IDX " "
               WS-EDUCATION-NAME(WS-EDUCATION-IDX).

      *-----------------------------------------------------------*
      * 6000-WRITE-AUDIT - append the timestamped before/after
      * images of the update just committed
