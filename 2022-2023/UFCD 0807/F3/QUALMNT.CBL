       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the QUALMAST
      *                qualifications, in the style of COURSMNT: a new
      *                code is added with its component UFCDs, in the
      *                order they are taken and each with its
      *                prerequisite component; an existing one is
      *                shown, re-keyed (the component list keyed again
      *                if asked) or deactivated.  Every component must
      *                be on the COURSE master and a prerequisite must
      *                be a component listed before it.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUALIFICATION-MASTER ASSIGN TO "QUALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-QUAL-CODE
               FILE STATUS IS WS-QUAL-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUALIFICATION-MASTER.
       COPY QUALMAST.

       FD  COURSE-MASTER.
       COPY COURSE.

       WORKING-STORAGE SECTION.

       01  WS-QUAL-STATUS            PIC XX.
           88  WS-QUAL-OK                    VALUES "00" "05".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRM-YES              VALUES "S" "s".
           05  WS-COMP-DONE-SW       PIC X(01) VALUE "N".
               88  WS-COMP-DONE                VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-COMP-FOUND               VALUE "Y".

       01  WS-INQUIRY-CODE           PIC X(06).
       01  WS-ENTRY-COURSE           PIC X(06).
       01  WS-ENTRY-PREREQ           PIC X(06).
       01  WS-COMP-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-SCAN-IDX               PIC 9(02) VALUE ZEROS.

       01  WS-COMPONENT-LINE.
           05  WC-POSITION           PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WC-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(13) VALUE
               "  PRECEDENTE ".
           05  WC-PREREQ-CODE        PIC X(06).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O QUALIFICATION-MASTER
           OPEN INPUT COURSE-MASTER
           PERFORM 1000-MAINTAIN-QUALIFICATION THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE QUALIFICATION-MASTER
           CLOSE COURSE-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-QUALIFICATION - a new code is added, an
      * existing one shown and re-keyed or deactivated
      *-----------------------------------------------------------*
       1000-MAINTAIN-QUALIFICATION.
           DISPLAY "Codigo da qualificacao (FIM para sair): "
           ACCEPT WS-INQUIRY-CODE
           IF WS-INQUIRY-CODE = "FIM"
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-INQUIRY-CODE TO QM-QUAL-CODE
           READ QUALIFICATION-MASTER
               INVALID KEY
                   PERFORM 2000-ADD-QUALIFICATION
               NOT INVALID KEY
                   PERFORM 3000-CHANGE-QUALIFICATION
           END-READ.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ADD-QUALIFICATION - capture a new qualification and
      * its components
      *-----------------------------------------------------------*
       2000-ADD-QUALIFICATION.
           DISPLAY "Qualificacao nova."
           MOVE SPACES TO QUALIFICATION-RECORD
           MOVE WS-INQUIRY-CODE TO QM-QUAL-CODE
           DISPLAY "Designacao: "
           ACCEPT QM-NAME
           PERFORM 4000-ACCEPT-RULE
           PERFORM 5000-ACCEPT-COMPONENTS
           IF QM-COMP-COUNT = ZEROS
               DISPLAY "Sem componentes - qualificacao nao gravada."
           ELSE
               MOVE "A" TO QM-STATUS-CODE
               WRITE QUALIFICATION-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar a qualificacao."
                   NOT INVALID KEY
                       DISPLAY "Qualificacao registada."
               END-WRITE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-CHANGE-QUALIFICATION - re-key the name and rule, the
      * component list if asked, or deactivate
      *-----------------------------------------------------------*
       3000-CHANGE-QUALIFICATION.
           DISPLAY "Designacao: " QM-NAME
           DISPLAY "Nova designacao: "
           ACCEPT QM-NAME
           DISPLAY "Regra de precedencia atual: " QM-PREREQ-RULE
           PERFORM 4000-ACCEPT-RULE
           PERFORM 3100-SHOW-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
           DISPLAY "Voltar a registar os componentes? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-YES
               PERFORM 5000-ACCEPT-COMPONENTS
           END-IF
           IF QM-COMP-COUNT = ZEROS
               DISPLAY "Sem componentes - alteracao nao gravada."
           ELSE
               DISPLAY "Desativar esta qualificacao? (S/N): "
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRM-YES
                   SET QM-INACTIVE TO TRUE
               END-IF
               REWRITE QUALIFICATION-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar a qualificacao."
               END-REWRITE
           END-IF.

       3100-SHOW-ONE-COMPONENT.
           MOVE WS-COMP-IDX TO WC-POSITION
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO WC-CRS-CODE
           MOVE QMC-PREREQ-CODE(WS-COMP-IDX) TO WC-PREREQ-CODE
           DISPLAY WS-COMPONENT-LINE.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-RULE - refuse (R) or only warn (W) on an
      * enrollment ahead of its prerequisite
      *-----------------------------------------------------------*
       4000-ACCEPT-RULE.
           DISPLAY "Precedencia em falta: R-recusar  W-avisar: "
           ACCEPT QM-PREREQ-RULE
           IF QM-PREREQ-RULE = "w"
               MOVE "W" TO QM-PREREQ-RULE
           END-IF
           IF NOT QM-PREREQ-WARN
               MOVE "R" TO QM-PREREQ-RULE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-ACCEPT-COMPONENTS - the UFCDs in order, until a blank
      * code or the twentieth
      *-----------------------------------------------------------*
       5000-ACCEPT-COMPONENTS.
           MOVE ZEROS TO QM-COMP-COUNT
           MOVE "N" TO WS-COMP-DONE-SW
           PERFORM 5100-ACCEPT-ONE-COMPONENT THRU 5100-EXIT
               UNTIL WS-COMP-DONE.

       5100-ACCEPT-ONE-COMPONENT.
           IF QM-COMP-COUNT = 20
               SET WS-COMP-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO QM-COMP-COUNT GIVING WS-COMP-IDX
           DISPLAY "UFCD do componente " WS-COMP-IDX
               " (espaco para terminar): "
           MOVE SPACES TO WS-ENTRY-COURSE
           ACCEPT WS-ENTRY-COURSE
           IF WS-ENTRY-COURSE = SPACES
               SET WS-COMP-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF
           MOVE WS-ENTRY-COURSE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   DISPLAY "Curso nao encontrado."
                   GO TO 5100-EXIT
           END-READ
           MOVE WS-ENTRY-COURSE TO WS-ENTRY-PREREQ
           PERFORM 5200-FIND-COMPONENT
           IF WS-COMP-FOUND
               DISPLAY "Componente ja listado."
               GO TO 5100-EXIT
           END-IF
           DISPLAY CRS-NAME
           DISPLAY "Precedente (espaco = nenhuma, * = a anterior): "
           MOVE SPACES TO WS-ENTRY-PREREQ
           ACCEPT WS-ENTRY-PREREQ
           IF WS-ENTRY-PREREQ = "*"
               IF QM-COMP-COUNT = ZEROS
                   MOVE SPACES TO WS-ENTRY-PREREQ
               ELSE
                   MOVE QMC-CRS-CODE(QM-COMP-COUNT) TO WS-ENTRY-PREREQ
               END-IF
           END-IF
           IF WS-ENTRY-PREREQ NOT = SPACES
               PERFORM 5200-FIND-COMPONENT
               IF NOT WS-COMP-FOUND
                   DISPLAY "A precedente tem de ser um componente "
                       "ja listado."
                   GO TO 5100-EXIT
               END-IF
           END-IF
           ADD 1 TO QM-COMP-COUNT
           MOVE WS-ENTRY-COURSE TO QMC-CRS-CODE(QM-COMP-COUNT)
           MOVE WS-ENTRY-PREREQ TO QMC-PREREQ-CODE(QM-COMP-COUNT).
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-FIND-COMPONENT - is WS-ENTRY-PREREQ among the
      * components listed so far
      *-----------------------------------------------------------*
       5200-FIND-COMPONENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 5210-MATCH-ONE-COMPONENT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > QM-COMP-COUNT
                  OR WS-COMP-FOUND.

       5210-MATCH-ONE-COMPONENT.
           IF QMC-CRS-CODE(WS-SCAN-IDX) = WS-ENTRY-PREREQ
               SET WS-COMP-FOUND TO TRUE
           END-IF.

       END PROGRAM QUALMNT.
