       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance of the RESOURCE bookable-resource
      *                master: the hall, courts and fitness classes,
      *                each with its type, its capacity per hourly
      *                slot and its opening hours.  A resource no
      *                longer offered is withdrawn rather than
      *                deleted, so its bookings keep their name on
      *                the month-end report.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESOURCE-MASTER ASSIGN TO "RESOURCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-RESOURCE-ID
               FILE STATUS IS WS-RESOURCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESOURCE-MASTER.
       COPY RESOURCE.

       WORKING-STORAGE SECTION.

       01  WS-RESOURCE-STATUS        PIC XX.
           88  WS-RESOURCE-OK                VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-ON-FILE-SW         PIC X(01) VALUE "N".
               88  WS-ON-FILE                  VALUE "Y".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ID           PIC X(04).
           05  WS-ENTRY-NAME         PIC X(25).
           05  WS-ENTRY-TYPE         PIC X(01).
           05  WS-ENTRY-CAPACITY     PIC 9(03).
           05  WS-ENTRY-OPEN         PIC 9(02).
           05  WS-ENTRY-CLOSE        PIC 9(02).
           05  WS-ENTRY-STATUS       PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O RESOURCE-MASTER
           PERFORM 1000-MAINTAIN-RESOURCE THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE RESOURCE-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-RESOURCE - one resource: the record on file
      * shown, every field re-keyed (blank or 0 keeps it)
      *-----------------------------------------------------------*
       1000-MAINTAIN-RESOURCE.
           DISPLAY "Codigo do recurso (branco para sair): "
           MOVE SPACES TO WS-ENTRY-ID
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID = SPACES
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO WS-ON-FILE-SW
           MOVE WS-ENTRY-ID TO RS-RESOURCE-ID
           READ RESOURCE-MASTER
               INVALID KEY
                   DISPLAY "Recurso novo."
                   MOVE SPACES TO RESOURCE-RECORD
                   MOVE WS-ENTRY-ID TO RS-RESOURCE-ID
                   MOVE ZEROS TO RS-CAPACITY
                   MOVE ZEROS TO RS-OPEN-HOUR
                   MOVE ZEROS TO RS-CLOSE-HOUR
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   DISPLAY RS-NAME " tipo " RS-TYPE
                       " lotacao " RS-CAPACITY
                       " horario " RS-OPEN-HOUR "h-" RS-CLOSE-HOUR
                       "h estado " RS-STATUS-CODE
           END-READ
           DISPLAY "Designacao: "
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME NOT = SPACES
               MOVE WS-ENTRY-NAME TO RS-NAME
           END-IF
           PERFORM 2000-ACCEPT-TYPE THRU 2000-EXIT
           PERFORM 2100-ACCEPT-CAPACITY THRU 2100-EXIT
           PERFORM 2200-ACCEPT-HOURS THRU 2200-EXIT
           PERFORM 2300-ACCEPT-STATUS THRU 2300-EXIT
           IF RS-NAME = SPACES
               DISPLAY "Recurso sem designacao - nao gravado."
               GO TO 1000-EXIT
           END-IF
           IF WS-ON-FILE
               REWRITE RESOURCE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o recurso."
                   NOT INVALID KEY
                       DISPLAY "Recurso atualizado."
               END-REWRITE
           ELSE
               WRITE RESOURCE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o recurso."
                   NOT INVALID KEY
                       DISPLAY "Recurso registado."
               END-WRITE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ACCEPT-TYPE - hall, court or fitness class
      *-----------------------------------------------------------*
       2000-ACCEPT-TYPE.
           DISPLAY "Tipo (H salao, C campo, F aula; branco mantem): "
           MOVE SPACES TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE NOT = SPACES
               MOVE WS-ENTRY-TYPE TO RS-TYPE
           END-IF
           IF NOT RS-TYPE-VALID
               DISPLAY "Tipo invalido."
               GO TO 2000-ACCEPT-TYPE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-ACCEPT-CAPACITY - members per slot, at least one
      *-----------------------------------------------------------*
       2100-ACCEPT-CAPACITY.
           DISPLAY "Lotacao por hora (0 mantem): "
           MOVE ZEROS TO WS-ENTRY-CAPACITY
           ACCEPT WS-ENTRY-CAPACITY
           IF WS-ENTRY-CAPACITY > ZEROS
               MOVE WS-ENTRY-CAPACITY TO RS-CAPACITY
           END-IF
           IF RS-CAPACITY = ZEROS
               DISPLAY "A lotacao tem de ser pelo menos 1."
               GO TO 2100-ACCEPT-CAPACITY
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ACCEPT-HOURS - opening and closing hour, the close
      * after the opening and no later than midnight
      *-----------------------------------------------------------*
       2200-ACCEPT-HOURS.
           DISPLAY "Hora de abertura (HH, 0 mantem): "
           MOVE ZEROS TO WS-ENTRY-OPEN
           ACCEPT WS-ENTRY-OPEN
           IF WS-ENTRY-OPEN > ZEROS
               MOVE WS-ENTRY-OPEN TO RS-OPEN-HOUR
           END-IF
           DISPLAY "Hora de fecho (HH, 0 mantem): "
           MOVE ZEROS TO WS-ENTRY-CLOSE
           ACCEPT WS-ENTRY-CLOSE
           IF WS-ENTRY-CLOSE > ZEROS
               MOVE WS-ENTRY-CLOSE TO RS-CLOSE-HOUR
           END-IF
           IF RS-CLOSE-HOUR > 24
               OR RS-CLOSE-HOUR NOT > RS-OPEN-HOUR
               DISPLAY "Horario invalido - o fecho tem de ser "
                   "depois da abertura."
               MOVE ZEROS TO RS-OPEN-HOUR
               MOVE ZEROS TO RS-CLOSE-HOUR
               GO TO 2200-ACCEPT-HOURS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ACCEPT-STATUS - in use or withdrawn
      *-----------------------------------------------------------*
       2300-ACCEPT-STATUS.
           DISPLAY "Estado (A em uso, W retirado; branco mantem): "
           MOVE SPACES TO WS-ENTRY-STATUS
           ACCEPT WS-ENTRY-STATUS
           IF WS-ENTRY-STATUS NOT = SPACES
               MOVE WS-ENTRY-STATUS TO RS-STATUS-CODE
           END-IF
           IF NOT RS-IN-USE AND NOT RS-WITHDRAWN
               DISPLAY "Estado invalido."
               MOVE SPACE TO RS-STATUS-CODE
               GO TO 2300-ACCEPT-STATUS
           END-IF.
       2300-EXIT.
           EXIT.

       END PROGRAM RESMNT.
