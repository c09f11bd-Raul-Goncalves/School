       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBOOK.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Facility and class booking at the desk or on
      *                the phone, keyed by MEM-ID, replacing the paper
      *                diary.  A booking is refused for a member who
      *                is not active (lapsed, cancelled, deceased),
      *                for a withdrawn resource, outside its opening
      *                hours, on a HOLCAL closure day, in the past,
      *                or when the slot already holds RS-CAPACITY
      *                bookings - so the hall and the courts can no
      *                longer be double-booked.  A member's booking
      *                can also be cancelled, which frees the place.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Members past the 1000th and closures past the
      *                 200th are counted on the console at start-up,
      *                 a member not found says when the table was
      *                 full, and both tables are checked with TBLCHK.
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
           SELECT OPTIONAL BOOKING-FILE ASSIGN TO "BOOKING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  RESOURCE-MASTER.
       COPY RESOURCE.

       FD  BOOKING-FILE.
       COPY BOOKING.

       FD  HOLIDAY-CALENDAR.
       COPY HOLCAL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY TBLCHK.

       01  WS-RESOURCE-STATUS        PIC XX.
           88  WS-RESOURCE-OK                VALUE "00".
       01  WS-BOOKING-STATUS         PIC XX.
           88  WS-BOOKING-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-HOL-EOF-SW         PIC X(01) VALUE "N".
               88  WS-HOL-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".
           05  WS-HOL-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-HOLIDAY-FOUND            VALUE "Y".
           05  WS-SLOT-END-SW        PIC X(01) VALUE "N".
               88  WS-SLOT-END                 VALUE "Y".
           05  WS-BOOKING-OK-SW      PIC X(01) VALUE "N".
               88  WS-BOOKING-VALID            VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-MEM-ID       PIC 9(05).
           05  WS-ENTRY-ACTION       PIC X(01).
           05  WS-ENTRY-RESOURCE     PIC X(04).
           05  WS-ENTRY-DATE         PIC 9(08).
           05  WS-ENTRY-DATE-SPLIT REDEFINES WS-ENTRY-DATE.
               10  WS-ENTRY-YEAR     PIC 9(04).
               10  WS-ENTRY-MONTH    PIC 9(02).
               10  WS-ENTRY-DAY      PIC 9(02).
           05  WS-ENTRY-HOUR         PIC 9(02).

       01  WS-WORK-FIELDS.
           05  WS-MEM-IDX            PIC 9(04) VALUE ZEROS.
           05  WS-HOL-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-SLOT-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-BOOKED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-CANCELLED-COUNT    PIC 9(04) VALUE ZEROS.
           05  WS-MEM-SKIPPED        PIC 9(05) VALUE ZEROS.
           05  WS-HOL-SKIPPED        PIC 9(05) VALUE ZEROS.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-MEMBER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-MEMBER-COUNT.
               10  WM-ID             PIC 9(05).
               10  WM-NAME           PIC X(25).
               10  WM-STATUS-CODE    PIC X(01).
                   88  WM-ACTIVE               VALUES "A" SPACE.
                   88  WM-LAPSED               VALUE "L".
                   88  WM-CANCELLED            VALUE "C".

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-HOL-COUNT.
               10  WHL-DATE          PIC 9(08).
               10  WHL-NAME          PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BOOK-FOR-ONE-MEMBER THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE RESOURCE-MASTER
           CLOSE BOOKING-FILE
           DISPLAY "Reservas feitas: " WS-BOOKED-COUNT
               "  anuladas: " WS-CANCELLED-COUNT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, operator, member and
      * holiday tables, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL WS-MEM-EOF
           CLOSE MEMBERSHIP-FILE
           OPEN INPUT HOLIDAY-CALENDAR
           PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
               UNTIL WS-HOL-EOF
           CLOSE HOLIDAY-CALENDAR
           IF WS-MEM-SKIPPED > ZEROS
               DISPLAY "MEMBOOK: tabela de socios cheia - "
                   WS-MEM-SKIPPED " socios nao carregados."
           END-IF
           IF WS-HOL-SKIPPED > ZEROS
               DISPLAY "MEMBOOK: tabela de feriados cheia - "
                   WS-HOL-SKIPPED " encerramentos nao verificados."
           END-IF
           MOVE "MEMBOOK" TO TC-PROGRAM-NAME
           MOVE "MEMBER" TO TC-TABLE-NAME
           MOVE WS-MEMBER-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "HOLCAL" TO TC-TABLE-NAME
           MOVE WS-HOL-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT RESOURCE-MASTER
           OPEN I-O BOOKING-FILE.

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
           MOVE MEM-NAME TO WM-NAME(WS-MEMBER-COUNT)
           MOVE MEM-STATUS-CODE TO WM-STATUS-CODE(WS-MEMBER-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
                   SET WS-HOL-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF WS-HOL-COUNT = 200
               ADD 1 TO WS-HOL-SKIPPED
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE HC-DATE TO WHL-DATE(WS-HOL-COUNT)
           MOVE HC-NAME TO WHL-NAME(WS-HOL-COUNT).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-BOOK-FOR-ONE-MEMBER - the member checked, then one
      * booking made or cancelled
      *-----------------------------------------------------------*
       2000-BOOK-FOR-ONE-MEMBER.
           DISPLAY "Numero do socio (0 para sair): "
           ACCEPT WS-ENTRY-MEM-ID
           IF WS-ENTRY-MEM-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-FIND-MEMBER
           IF NOT WS-MEMBER-FOUND
               DISPLAY "Socio nao encontrado."
               IF WS-MEM-SKIPPED > ZEROS
                   DISPLAY "(a tabela de socios esta cheia.)"
               END-IF
               GO TO 2000-EXIT
           END-IF
           DISPLAY WM-NAME(WS-MEM-IDX)
           DISPLAY "R reservar, A anular reserva: "
           MOVE SPACE TO WS-ENTRY-ACTION
           ACCEPT WS-ENTRY-ACTION
           EVALUATE WS-ENTRY-ACTION
               WHEN "R"
                   PERFORM 4000-MAKE-BOOKING THRU 4000-EXIT
               WHEN "A"
                   PERFORM 5000-CANCEL-BOOKING THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FIND-MEMBER - the member's table entry
      *-----------------------------------------------------------*
       3000-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ONE-MEMBER
               VARYING WS-MEM-IDX FROM 1 BY 1
               UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
                  OR WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND
               SUBTRACT 1 FROM WS-MEM-IDX
           END-IF.

       3100-MATCH-ONE-MEMBER.
           IF WM-ID(WS-MEM-IDX) = WS-ENTRY-MEM-ID
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-MAKE-BOOKING - member status, resource, date, hour
      * and capacity checked before the booking is written
      *-----------------------------------------------------------*
       4000-MAKE-BOOKING.
           IF NOT WM-ACTIVE(WS-MEM-IDX)
               EVALUATE TRUE
                   WHEN WM-LAPSED(WS-MEM-IDX)
                       DISPLAY "Socio caducado - reserva recusada."
                   WHEN WM-CANCELLED(WS-MEM-IDX)
                       DISPLAY "Socio cancelado - reserva recusada."
                   WHEN OTHER
                       DISPLAY "Socio inativo - reserva recusada."
               END-EVALUATE
               GO TO 4000-EXIT
           END-IF
           PERFORM 6000-ACCEPT-SLOT THRU 6000-EXIT
           IF NOT WS-BOOKING-VALID
               GO TO 4000-EXIT
           END-IF
           IF WS-ENTRY-DATE < WS-RUN-DATE
               DISPLAY "Data ja passada - reserva recusada."
               GO TO 4000-EXIT
           END-IF
           PERFORM 6500-CHECK-CLOSURE
           IF WS-HOLIDAY-FOUND
               DISPLAY "Instalacoes encerradas nesse dia ("
                   WHL-NAME(WS-HOL-IDX) ") - reserva recusada."
               GO TO 4000-EXIT
           END-IF
           PERFORM 7000-COUNT-SLOT THRU 7000-EXIT
           IF WS-SLOT-COUNT NOT < RS-CAPACITY
               DISPLAY "Lotacao esgotada (" RS-CAPACITY
                   ") - reserva recusada."
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ENTRY-RESOURCE TO BG-RESOURCE-ID
           MOVE WS-ENTRY-DATE TO BG-DATE
           MOVE WS-ENTRY-HOUR TO BG-HOUR
           MOVE WS-ENTRY-MEM-ID TO BG-MEM-ID
           READ BOOKING-FILE
               INVALID KEY
                   PERFORM 4100-WRITE-BOOKING
                   GO TO 4000-EXIT
           END-READ
           IF NOT BG-CANCELLED
               DISPLAY "O socio ja tem esta reserva."
               GO TO 4000-EXIT
           END-IF
           SET BG-BOOKED TO TRUE
           MOVE WS-RUN-DATE TO BG-BOOKED-DATE
           MOVE WS-OPERATOR-ID TO BG-BOOKED-BY
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a reserva."
               NOT INVALID KEY
                   ADD 1 TO WS-BOOKED-COUNT
                   DISPLAY "Reserva registada."
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-WRITE-BOOKING.
           MOVE WS-ENTRY-RESOURCE TO BG-RESOURCE-ID
           MOVE WS-ENTRY-DATE TO BG-DATE
           MOVE WS-ENTRY-HOUR TO BG-HOUR
           MOVE WS-ENTRY-MEM-ID TO BG-MEM-ID
           SET BG-BOOKED TO TRUE
           MOVE WS-RUN-DATE TO BG-BOOKED-DATE
           MOVE WS-OPERATOR-ID TO BG-BOOKED-BY
           MOVE "N" TO BG-CHARGED-SW
           MOVE ZEROS TO BG-CHARGE-DATE
           WRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a reserva."
               NOT INVALID KEY
                   ADD 1 TO WS-BOOKED-COUNT
                   DISPLAY "Reserva registada."
           END-WRITE.

      *-----------------------------------------------------------*
      * 5000-CANCEL-BOOKING - a booked place given back; one
      * already checked in stays as it is
      *-----------------------------------------------------------*
       5000-CANCEL-BOOKING.
           PERFORM 6000-ACCEPT-SLOT THRU 6000-EXIT
           IF NOT WS-BOOKING-VALID
               GO TO 5000-EXIT
           END-IF
           MOVE WS-ENTRY-RESOURCE TO BG-RESOURCE-ID
           MOVE WS-ENTRY-DATE TO BG-DATE
           MOVE WS-ENTRY-HOUR TO BG-HOUR
           MOVE WS-ENTRY-MEM-ID TO BG-MEM-ID
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY "Reserva nao encontrada."
                   GO TO 5000-EXIT
           END-READ
           IF NOT BG-BOOKED
               DISPLAY "Reserva ja anulada ou com presenca marcada."
               GO TO 5000-EXIT
           END-IF
           SET BG-CANCELLED TO TRUE
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Erro ao anular a reserva."
               NOT INVALID KEY
                   ADD 1 TO WS-CANCELLED-COUNT
                   DISPLAY "Reserva anulada."
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-ACCEPT-SLOT - resource, date and start hour, checked
      * against the resource master and its opening hours
      *-----------------------------------------------------------*
       6000-ACCEPT-SLOT.
           MOVE "N" TO WS-BOOKING-OK-SW
           DISPLAY "Recurso: "
           MOVE SPACES TO WS-ENTRY-RESOURCE
           ACCEPT WS-ENTRY-RESOURCE
           MOVE WS-ENTRY-RESOURCE TO RS-RESOURCE-ID
           READ RESOURCE-MASTER
               INVALID KEY
                   DISPLAY "Recurso nao encontrado."
                   GO TO 6000-EXIT
           END-READ
           IF RS-WITHDRAWN
               DISPLAY "Recurso retirado de servico."
               GO TO 6000-EXIT
           END-IF
           DISPLAY RS-NAME " - aberto das " RS-OPEN-HOUR
               "h as " RS-CLOSE-HOUR "h"
           DISPLAY "Data (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-MONTH < 1 OR WS-ENTRY-MONTH > 12
               OR WS-ENTRY-DAY < 1 OR WS-ENTRY-DAY > 31
               DISPLAY "Data invalida."
               GO TO 6000-EXIT
           END-IF
           DISPLAY "Hora de inicio (HH): "
           ACCEPT WS-ENTRY-HOUR
           IF WS-ENTRY-HOUR < RS-OPEN-HOUR
               OR WS-ENTRY-HOUR NOT < RS-CLOSE-HOUR
               DISPLAY "Fora do horario do recurso."
               GO TO 6000-EXIT
           END-IF
           SET WS-BOOKING-VALID TO TRUE.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-CHECK-CLOSURE - the date against the HOLCAL closures
      *-----------------------------------------------------------*
       6500-CHECK-CLOSURE.
           MOVE "N" TO WS-HOL-FOUND-SW
           PERFORM 6510-MATCH-ONE-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
                  OR WS-HOLIDAY-FOUND
           IF WS-HOLIDAY-FOUND
               SUBTRACT 1 FROM WS-HOL-IDX
           END-IF.

       6510-MATCH-ONE-HOLIDAY.
           IF WHL-DATE(WS-HOL-IDX) = WS-ENTRY-DATE
               SET WS-HOLIDAY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-COUNT-SLOT - the places already taken in the slot:
      * every booking under it that is not cancelled
      *-----------------------------------------------------------*
       7000-COUNT-SLOT.
           MOVE ZEROS TO WS-SLOT-COUNT
           MOVE "N" TO WS-SLOT-END-SW
           MOVE WS-ENTRY-RESOURCE TO BG-RESOURCE-ID
           MOVE WS-ENTRY-DATE TO BG-DATE
           MOVE WS-ENTRY-HOUR TO BG-HOUR
           MOVE ZEROS TO BG-MEM-ID
           START BOOKING-FILE KEY NOT < BG-KEY
               INVALID KEY
                   GO TO 7000-EXIT
           END-START
           PERFORM 7100-COUNT-ONE-BOOKING THRU 7100-EXIT
               UNTIL WS-SLOT-END.
       7000-EXIT.
           EXIT.

       7100-COUNT-ONE-BOOKING.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-SLOT-END TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF BG-RESOURCE-ID NOT = WS-ENTRY-RESOURCE
               OR BG-DATE NOT = WS-ENTRY-DATE
               OR BG-HOUR NOT = WS-ENTRY-HOUR
               SET WS-SLOT-END TO TRUE
               GO TO 7100-EXIT
           END-IF
           IF NOT BG-CANCELLED
               ADD 1 TO WS-SLOT-COUNT
           END-IF.
       7100-EXIT.
           EXIT.

       END PROGRAM MEMBOOK.
