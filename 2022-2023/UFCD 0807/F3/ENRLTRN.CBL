      *                 WAITLIST instead; a withdrawal promotes the
      *                 earliest waitlisted student automatically
      *                 and prints them a notice on WAITNOTC.
      * 2026-10-15  RG  An enrollment in a UFCD that is a component
      *                 of a QUALMAST qualification now checks the
      *                 component's prerequisite: not yet completed,
      *                 the enrollment is refused or only warned on,
      *                 as the qualification's rule says.
      * 2026-10-15  RG  A waitlist promotion raises a WAITPROM item on
      *                 the WORKQ operator work queue, through WQRAISE,
      *                 for the secretariat to contact the student.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT OPTIONAL QUALIFICATION-MASTER ASSIGN TO "QUALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUAL-CODE
               FILE STATUS IS WS-QUAL-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       FD  WAITLIST-FILE.
       COPY WAITLIST.

       FD  QUALIFICATION-MASTER.
       COPY QUALMAST.

       FD  PROMOTION-NOTICES.
       01  PROMOTION-NOTICE-LINE     PIC X(80).

           88  WS-ASSESS-OK                  VALUES "00" "05".
       01  WS-WAIT-STATUS            PIC XX.
           88  WS-WAIT-OK                    VALUES "00" "05".
       01  WS-QUAL-STATUS            PIC XX.
           88  WS-QUAL-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-PROMOTED                 VALUE "Y".
           05  WS-PROMOTE-NUMERO     PIC 9(04) VALUE ZEROS.

       01  WS-PREREQ-FIELDS.
           05  WS-QUAL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-QUAL-EOF                 VALUE "Y".
           05  WS-REFUSED-SW         PIC X(01) VALUE "N".
               88  WS-PREREQ-REFUSED           VALUE "Y".
           05  WS-COMP-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-COMP-FOUND               VALUE "Y".
           05  WS-COMP-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-PREREQ-CODE        PIC X(06).

       01  WS-NOTICE-SEPARATOR       PIC X(50) VALUE ALL "-".

       01  WS-NOTICE-LINE-1.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-CRS-NAME           PIC X(30).

       COPY WQRAISE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT COURSE-MASTER
           OPEN INPUT ASSESSMENT-FILE
           OPEN I-O ENROLLMENT-FILE
           OPEN I-O WAITLIST-FILE
           OPEN INPUT QUALIFICATION-MASTER.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ACTION - one enroll/withdraw/complete
      * capacity waitlists the student instead
      *-----------------------------------------------------------*
       3000-ENROLL-STUDENT.
           PERFORM 3300-CHECK-PREREQUISITES THRU 3300-EXIT
           IF WS-PREREQ-REFUSED
               GO TO 3000-EXIT
           END-IF
           IF CRS-CAPACITY NUMERIC AND CRS-CAPACITY > ZEROS
               PERFORM 3100-COUNT-ENROLLED
               IF WS-ENROLLED-COUNT >= CRS-CAPACITY
                       " em lista de espera."
           END-WRITE.

      *-----------------------------------------------------------*
      * 3300-CHECK-PREREQUISITES - in every active qualification
      * the course is a component of, the component before it must
      * be completed; the qualification's rule refuses or only warns
      *-----------------------------------------------------------*
       3300-CHECK-PREREQUISITES.
           MOVE "N" TO WS-REFUSED-SW
           MOVE "N" TO WS-QUAL-EOF-SW
           MOVE LOW-VALUES TO QM-QUAL-CODE
           START QUALIFICATION-MASTER KEY NOT < QM-QUAL-CODE
               INVALID KEY
                   GO TO 3300-EXIT
           END-START
           PERFORM 3310-CHECK-ONE-QUALIFICATION THRU 3310-EXIT
               UNTIL WS-QUAL-EOF.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-QUALIFICATION.
           READ QUALIFICATION-MASTER NEXT RECORD
               AT END
                   SET WS-QUAL-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF QM-INACTIVE
               GO TO 3310-EXIT
           END-IF
           MOVE "N" TO WS-COMP-FOUND-SW
           PERFORM 3320-MATCH-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
                  OR WS-COMP-FOUND
           IF NOT WS-COMP-FOUND
               GO TO 3310-EXIT
           END-IF
           SUBTRACT 1 FROM WS-COMP-IDX
           MOVE QMC-PREREQ-CODE(WS-COMP-IDX) TO WS-PREREQ-CODE
           IF WS-PREREQ-CODE = SPACES
               GO TO 3310-EXIT
           END-IF
           MOVE WS-PREREQ-CODE TO EN-CRS-CODE
           MOVE WS-ENTRY-NUMERO TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE SPACE TO EN-STATUS-CODE
           END-READ
           IF EN-COMPLETED
               GO TO 3310-EXIT
           END-IF
           IF QM-PREREQ-WARN
               DISPLAY "Aviso: " WS-PREREQ-CODE " (precedente na "
                   "qualificacao " QM-QUAL-CODE ") nao concluida."
           ELSE
               DISPLAY "Precedente " WS-PREREQ-CODE " da "
                   "qualificacao " QM-QUAL-CODE " nao concluida - "
                   "inscricao recusada."
               SET WS-PREREQ-REFUSED TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3320-MATCH-ONE-COMPONENT.
           IF QMC-CRS-CODE(WS-COMP-IDX) = WS-ENTRY-COURSE
               SET WS-COMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-CHANGE-STATUS - withdraw or complete an existing
      * enrollment
           MOVE CRS-NAME TO WN-CRS-NAME
           WRITE PROMOTION-NOTICE-LINE FROM WS-NOTICE-LINE-2
           CLOSE PROMOTION-NOTICES
           PERFORM 5100-QUEUE-PROMOTION
           DISPLAY "Aluno " WS-PROMOTE-NUMERO
               " promovido da lista de espera.".
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-QUEUE-PROMOTION - the promoted student goes on the
      * operator work queue to be told of the seat
      *-----------------------------------------------------------*
       5100-QUEUE-PROMOTION.
           MOVE "WAITPROM" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING WS-ENTRY-COURSE   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-PROMOTE-NUMERO DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-TRANS-DATE     DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "PROMOVIDO DA LISTA DE ESPERA - ALUNO "
                                    DELIMITED BY SIZE
                  WS-PROMOTE-NUMERO DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-ENTRY-COURSE   DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 1 TO WR-REQUIRED-LEVEL
           MOVE "ENRLTRN" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the files
      *-----------------------------------------------------------*
           CLOSE COURSE-MASTER
           CLOSE ASSESSMENT-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE WAITLIST-FILE
           CLOSE QUALIFICATION-MASTER.

       END PROGRAM ENRLTRN.
