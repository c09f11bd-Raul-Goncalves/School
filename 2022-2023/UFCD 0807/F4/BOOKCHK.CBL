       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKCHK.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Check-in capture for a booked slot: the
      *                resource, date and hour are keyed and each
      *                member booked on it is marked attended (A) or
      *                no-show (N), the marks the BOOKMTH month-end
      *                run reports and charges from.  A slot can be
      *                re-taken to correct a mark until its no-show
      *                has been charged.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Members past the 1000th are counted on the
      *                 console (their bookings show without a name)
      *                 and the member table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESOURCE-MASTER ASSIGN TO "RESOURCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-RESOURCE-ID
               FILE STATUS IS WS-RESOURCE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "BOOKING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  RESOURCE-MASTER.
       COPY RESOURCE.

       FD  BOOKING-FILE.
       COPY BOOKING.

       WORKING-STORAGE SECTION.

       COPY TBLCHK.

       01  WS-RESOURCE-STATUS        PIC XX.
           88  WS-RESOURCE-OK                VALUE "00".
       01  WS-BOOKING-STATUS         PIC XX.
           88  WS-BOOKING-OK                 VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".
           05  WS-SLOT-END-SW        PIC X(01) VALUE "N".
               88  WS-SLOT-END                 VALUE "Y".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-RESOURCE     PIC X(04).
           05  WS-ENTRY-DATE         PIC 9(08).
           05  WS-ENTRY-HOUR         PIC 9(02).
           05  WS-ENTRY-MARK         PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-MEM-IDX            PIC 9(04) VALUE ZEROS.
           05  WS-SLOT-BOOKINGS      PIC 9(03) VALUE ZEROS.
           05  WS-ATTENDED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-NO-SHOW-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-MEM-SKIPPED        PIC 9(05) VALUE ZEROS.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-MEMBER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-MEMBER-COUNT.
               10  WM-ID             PIC 9(05).
               10  WM-NAME           PIC X(25).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL WS-MEM-EOF
           CLOSE MEMBERSHIP-FILE
           IF WS-MEM-SKIPPED > ZEROS
               DISPLAY "BOOKCHK: tabela de socios cheia - "
                   WS-MEM-SKIPPED " socios aparecem sem nome."
           END-IF
           MOVE "BOOKCHK" TO TC-PROGRAM-NAME
           MOVE "MEMBER" TO TC-TABLE-NAME
           MOVE WS-MEMBER-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT RESOURCE-MASTER
           OPEN I-O BOOKING-FILE
           PERFORM 2000-CHECK-IN-ONE-SLOT THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE RESOURCE-MASTER
           CLOSE BOOKING-FILE
           DISPLAY "Presencas: " WS-ATTENDED-COUNT
               "  faltas: " WS-NO-SHOW-COUNT
           STOP RUN.

       1100-LOAD-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF WS-MEMBER-COUNT = 1000
               ADD 1 TO WS-MEM-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE MEM-ID TO WM-ID(WS-MEMBER-COUNT)
           MOVE MEM-NAME TO WM-NAME(WS-MEMBER-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-IN-ONE-SLOT - the slot keyed, then every
      * member booked on it marked in turn
      *-----------------------------------------------------------*
       2000-CHECK-IN-ONE-SLOT.
           DISPLAY "Recurso (branco para sair): "
           MOVE SPACES TO WS-ENTRY-RESOURCE
           ACCEPT WS-ENTRY-RESOURCE
           IF WS-ENTRY-RESOURCE = SPACES
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-RESOURCE TO RS-RESOURCE-ID
           READ RESOURCE-MASTER
               INVALID KEY
                   DISPLAY "Recurso nao encontrado."
                   GO TO 2000-EXIT
           END-READ
           DISPLAY RS-NAME
           DISPLAY "Data (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           DISPLAY "Hora de inicio (HH): "
           ACCEPT WS-ENTRY-HOUR
           MOVE ZEROS TO WS-SLOT-BOOKINGS
           MOVE "N" TO WS-SLOT-END-SW
           MOVE WS-ENTRY-RESOURCE TO BG-RESOURCE-ID
           MOVE WS-ENTRY-DATE TO BG-DATE
           MOVE WS-ENTRY-HOUR TO BG-HOUR
           MOVE ZEROS TO BG-MEM-ID
           START BOOKING-FILE KEY NOT < BG-KEY
               INVALID KEY
                   SET WS-SLOT-END TO TRUE
           END-START
           PERFORM 3000-MARK-ONE-BOOKING THRU 3000-EXIT
               UNTIL WS-SLOT-END
           IF WS-SLOT-BOOKINGS = ZEROS
               DISPLAY "Sem reservas nesse horario."
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MARK-ONE-BOOKING - P present, F no-show, blank keeps
      * the mark; cancelled and already-charged bookings are shown
      * but left alone
      *-----------------------------------------------------------*
       3000-MARK-ONE-BOOKING.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-SLOT-END TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF BG-RESOURCE-ID NOT = WS-ENTRY-RESOURCE
               OR BG-DATE NOT = WS-ENTRY-DATE
               OR BG-HOUR NOT = WS-ENTRY-HOUR
               SET WS-SLOT-END TO TRUE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-SLOT-BOOKINGS
           PERFORM 3100-FIND-MEMBER
           IF WS-MEMBER-FOUND
               DISPLAY BG-MEM-ID " " WM-NAME(WS-MEM-IDX)
                   " [" BG-STATUS-CODE "]"
           ELSE
               DISPLAY BG-MEM-ID " (socio desconhecido) ["
                   BG-STATUS-CODE "]"
           END-IF
           IF BG-CANCELLED
               DISPLAY "  reserva anulada."
               GO TO 3000-EXIT
           END-IF
           IF BG-CHARGED
               DISPLAY "  falta ja cobrada - sem alteracao."
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-ACCEPT-MARK THRU 3200-EXIT
           IF WS-ENTRY-MARK = SPACE
               GO TO 3000-EXIT
           END-IF
           IF WS-ENTRY-MARK = "P"
               SET BG-ATTENDED TO TRUE
               ADD 1 TO WS-ATTENDED-COUNT
           ELSE
               SET BG-NO-SHOW TO TRUE
               ADD 1 TO WS-NO-SHOW-COUNT
           END-IF
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Erro ao marcar a presenca."
           END-REWRITE.
       3000-EXIT.
           EXIT.

       3100-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3110-MATCH-ONE-MEMBER
               VARYING WS-MEM-IDX FROM 1 BY 1
               UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
                  OR WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND
               SUBTRACT 1 FROM WS-MEM-IDX
           END-IF.

       3110-MATCH-ONE-MEMBER.
           IF WM-ID(WS-MEM-IDX) = BG-MEM-ID
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.

       3200-ACCEPT-MARK.
           DISPLAY "  P presente, F faltou (branco mantem): "
           MOVE SPACE TO WS-ENTRY-MARK
           ACCEPT WS-ENTRY-MARK
           IF WS-ENTRY-MARK NOT = SPACE
               AND WS-ENTRY-MARK NOT = "P"
               AND WS-ENTRY-MARK NOT = "F"
               DISPLAY "  Marca invalida."
               GO TO 3200-ACCEPT-MARK
           END-IF.
       3200-EXIT.
           EXIT.

       END PROGRAM BOOKCHK.
