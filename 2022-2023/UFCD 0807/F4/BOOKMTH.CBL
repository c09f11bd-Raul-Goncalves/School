       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKMTH.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end facility booking run for the keyed
      *                month (AAAAMM).  Prints the utilisation of
      *                each resource - the places it offered (open
      *                days after the HOLCAL closures, times its
      *                hourly slots, times RS-CAPACITY) against the
      *                places booked, attended, not shown and
      *                cancelled - and the members with repeat
      *                no-shows in the month.  A member whose
      *                uncharged no-shows up to the month end reach
      *                the defined threshold is charged the no-show
      *                fee on their MEMOPEN item and those bookings
      *                are marked charged; an item the MEMDD run has
      *                sent for collection is left alone and the
      *                charge waits for the next run.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  3000, 6100 and 6200 are PERFORMed THRU their
      *                 exits.  Members past the 1000th and resources
      *                 past the 100th are counted on the console,
      *                 and the member, resource and no-show tables
      *                 are checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESOURCE-MASTER ASSIGN TO "RESOURCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-RESOURCE-ID
               FILE STATUS IS WS-RESOURCE-STATUS.
           SELECT OPTIONAL BOOKING-FILE ASSIGN TO "BOOKING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT OPTIONAL MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-MEMOPEN-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOKING-REPORT ASSIGN TO "BOOKRPT"
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

       FD  MEMBER-OPEN-ITEMS.
       COPY MEMOPEN.

       FD  HOLIDAY-CALENDAR.
       COPY HOLCAL.

       FD  BOOKING-REPORT.
       01  BOOKING-REPORT-LINE       PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-RESOURCE-STATUS        PIC XX.
           88  WS-RESOURCE-OK                VALUE "00".
       01  WS-BOOKING-STATUS         PIC XX.
           88  WS-BOOKING-OK                 VALUES "00" "05".
       01  WS-MEMOPEN-STATUS         PIC XX.
           88  WS-MEMOPEN-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-HOL-EOF-SW         PIC X(01) VALUE "N".
               88  WS-HOL-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".
           05  WS-ANY-CHARGED-SW     PIC X(01) VALUE "N".
               88  WS-ANY-CHARGED              VALUE "Y".

      *    the defined no-show rule: this many uncharged no-shows
      *    raise one charge of this amount
       01  WS-NOSHOW-THRESHOLD       PIC 9(02) VALUE 3.
       01  WS-NOSHOW-CHARGE          PIC 9(3)V99 VALUE 5.00.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-MONTH-FIELDS.
           05  WS-REPORT-MONTH       PIC 9(06) VALUE ZEROS.
           05  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR    PIC 9(04).
               10  WS-REPORT-MM      PIC 9(02).
           05  WS-MONTH-END          PIC 9(08) VALUE ZEROS.
           05  WS-MONTH-DAYS         PIC 9(02) VALUE ZEROS.
           05  WS-OPEN-DAYS          PIC 9(02) VALUE ZEROS.
           05  WS-LEAP-WORK          PIC 9(04) VALUE ZEROS.
           05  WS-LEAP-REM           PIC 9(02) VALUE ZEROS.

      *    days per month; February is patched for leap years
       01  WS-MONTH-LEN-DATA         PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN          PIC 9(02) OCCURS 12 TIMES.

       01  WS-WORK-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-MONTH         PIC 9(06).
           05  WS-WORK-DAY           PIC 9(02).

       01  WS-WORK-FIELDS.
           05  WS-MEM-IDX            PIC 9(04) VALUE ZEROS.
           05  WS-RES-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-NS-IDX             PIC 9(03) VALUE ZEROS.
           05  WS-HOL-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-MARKED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-CHARGED-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-CHARGED-TOTAL      PIC 9(6)V99 VALUE ZEROS.
           05  WS-REPEAT-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-USAGE-PCT          PIC 9(03)V9 VALUE ZEROS.
           05  WS-MEMBER-NAME        PIC X(25) VALUE SPACES.
           05  WS-MEM-SKIPPED        PIC 9(05) VALUE ZEROS.
           05  WS-RES-SKIPPED        PIC 9(05) VALUE ZEROS.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-MEMBER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-MEMBER-COUNT.
               10  WM-ID             PIC 9(05).
               10  WM-NAME           PIC X(25).

       01  WS-RESOURCE-TABLE.
           05  WS-RES-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-RES-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-RES-COUNT.
               10  WRS-RESOURCE-ID   PIC X(04).
               10  WRS-NAME          PIC X(25).
               10  WRS-PLACES        PIC 9(07).
               10  WRS-BOOKED        PIC 9(05).
               10  WRS-ATTENDED      PIC 9(05).
               10  WRS-NO-SHOW       PIC 9(05).
               10  WRS-CANCELLED     PIC 9(05).

      *    the members with no-shows: in the month, and not yet
      *    charged up to the month end
       01  WS-NOSHOW-TABLE.
           05  WS-NS-COUNT           PIC 9(03) VALUE ZEROS.
           05  WS-NS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NS-COUNT.
               10  WNS-MEM-ID        PIC 9(05).
               10  WNS-MONTH-COUNT   PIC 9(03).
               10  WNS-OPEN-COUNT    PIC 9(03).
               10  WNS-CHARGE-SW     PIC X(01).
                   88  WNS-CHARGED             VALUE "Y".
                   88  WNS-DEFERRED            VALUE "D".

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-HOL-COUNT.
               10  WHL-DATE          PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "UTILIZACAO DAS INSTALACOES        MES: ".
           05  WH-MONTH              PIC 9(06).
           05  FILLER                PIC X(14) VALUE
               "  DIAS ABERTOS".
           05  WH-OPEN-DAYS          PIC ZZ9.

       01  WS-RESOURCE-HEADING       PIC X(80) VALUE
           "REC. DESIGNACAO           LUGARES RESERV  PRES FALTAS  ANUL
      -    " %OCUP".

       01  WS-RESOURCE-DETAIL.
           05  WR-RESOURCE-ID        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-NAME               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-PLACES             PIC Z(06)9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-BOOKED             PIC ZZZZZ9.
           05  WR-ATTENDED           PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-NO-SHOW            PIC ZZZZZ9.
           05  WR-CANCELLED          PIC ZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WR-USAGE-PCT          PIC ZZ9.9.

       01  WS-NOSHOW-HEADING         PIC X(80) VALUE
           "FALTAS REPETIDAS NO MES    SOCIO NOME                     FA
      -    "LTAS".

       01  WS-NOSHOW-DETAIL.
           05  FILLER                PIC X(27) VALUE SPACES.
           05  WN-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WN-NAME               PIC X(25).
           05  WN-MONTH-COUNT        PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WN-CHARGE-NOTE        PIC X(18).

       01  WS-CHARGE-HEADING         PIC X(80) VALUE
           "TAXAS DE FALTA LANCADAS    SOCIO NOME                     FA
      -    "LTAS     VALOR".

       01  WS-CHARGE-DETAIL.
           05  FILLER                PIC X(27) VALUE SPACES.
           05  WC-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-NAME               PIC X(25).
           05  WC-OPEN-COUNT         PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WC-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WC-CHARGE-NOTE        PIC X(08).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(20) VALUE
               "TAXAS LANCADAS:     ".
           05  WT-CHARGED-COUNT      PIC ZZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  WT-CHARGED-TOTAL      PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-BOOKING THRU 2000-EXIT
               UNTIL WS-EOF
           CLOSE BOOKING-FILE
           PERFORM 3000-CHARGE-ONE-MEMBER THRU 3000-EXIT
               VARYING WS-NS-IDX FROM 1 BY 1
               UNTIL WS-NS-IDX > WS-NS-COUNT
           IF WS-ANY-CHARGED
               PERFORM 4000-MARK-CHARGED-BOOKINGS
           END-IF
           PERFORM 5000-PRINT-UTILISATION
           PERFORM 6000-PRINT-NO-SHOWS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the month, its open days, the member,
      * resource and holiday tables, the first booking
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "BOOKMTH" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1050-ACCEPT-MONTH THRU 1050-EXIT
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL WS-MEM-EOF
           CLOSE MEMBERSHIP-FILE
           OPEN INPUT HOLIDAY-CALENDAR
           PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
               UNTIL WS-HOL-EOF
           CLOSE HOLIDAY-CALENDAR
           SUBTRACT WS-HOL-COUNT FROM WS-MONTH-DAYS
               GIVING WS-OPEN-DAYS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESOURCE-MASTER
           PERFORM 1300-LOAD-ONE-RESOURCE THRU 1300-EXIT
               UNTIL WS-EOF
           CLOSE RESOURCE-MASTER
           MOVE "BOOKMTH" TO TC-PROGRAM-NAME
           MOVE "MEMBER" TO TC-TABLE-NAME
           MOVE WS-MEMBER-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "RESOURCE" TO TC-TABLE-NAME
           MOVE WS-RES-COUNT TO TC-ENTRY-COUNT
           MOVE 100 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-MEM-SKIPPED > ZEROS
               DISPLAY "BOOKMTH: tabela de socios cheia - "
                   WS-MEM-SKIPPED " nomes nao carregados."
           END-IF
           IF WS-RES-SKIPPED > ZEROS
               DISPLAY "BOOKMTH: tabela de recursos cheia - "
                   WS-RES-SKIPPED " recursos fora do relatorio."
           END-IF
           OPEN I-O MEMBER-OPEN-ITEMS
           OPEN OUTPUT BOOKING-REPORT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BOOKING-FILE
           READ BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 1050-ACCEPT-MONTH - AAAAMM, and its last day for the
      * no-show cut-off
      *-----------------------------------------------------------*
       1050-ACCEPT-MONTH.
           DISPLAY "Mes a tratar (AAAAMM): "
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "Mes invalido."
               GO TO 1050-ACCEPT-MONTH
           END-IF
           MOVE WS-MONTH-LEN(WS-REPORT-MM) TO WS-MONTH-DAYS
           IF WS-REPORT-MM = 2
               DIVIDE WS-REPORT-YEAR BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZEROS
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF
           COMPUTE WS-MONTH-END =
               WS-REPORT-MONTH * 100 + WS-MONTH-DAYS.
       1050-EXIT.
           EXIT.

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
      * 1200-LOAD-ONE-HOLIDAY - only the month's closures, each
      * date once
      *-----------------------------------------------------------*
       1200-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
                   SET WS-HOL-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           MOVE HC-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH NOT = WS-REPORT-MONTH
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 1210-MATCH-ONE-HOLIDAY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND OR WS-HOL-COUNT = 200
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-HOL-COUNT
           MOVE HC-DATE TO WHL-DATE(WS-HOL-COUNT).
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-HOLIDAY.
           IF WHL-DATE(WS-HOL-IDX) = HC-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 1300-LOAD-ONE-RESOURCE - each resource with the places it
      * offered in the month; a withdrawn one offered none
      *-----------------------------------------------------------*
       1300-LOAD-ONE-RESOURCE.
           READ RESOURCE-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF WS-RES-COUNT = 100
               ADD 1 TO WS-RES-SKIPPED
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-RES-COUNT
           MOVE RS-RESOURCE-ID TO WRS-RESOURCE-ID(WS-RES-COUNT)
           MOVE RS-NAME TO WRS-NAME(WS-RES-COUNT)
           MOVE ZEROS TO WRS-PLACES(WS-RES-COUNT)
           IF RS-IN-USE AND RS-CLOSE-HOUR > RS-OPEN-HOUR
               COMPUTE WRS-PLACES(WS-RES-COUNT) =
                   WS-OPEN-DAYS * (RS-CLOSE-HOUR - RS-OPEN-HOUR)
                   * RS-CAPACITY
           END-IF
           MOVE ZEROS TO WRS-BOOKED(WS-RES-COUNT)
           MOVE ZEROS TO WRS-ATTENDED(WS-RES-COUNT)
           MOVE ZEROS TO WRS-NO-SHOW(WS-RES-COUNT)
           MOVE ZEROS TO WRS-CANCELLED(WS-RES-COUNT).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-BOOKING - the month's bookings onto their
      * resource; every no-show not yet charged up to the month
      * end onto its member
      *-----------------------------------------------------------*
       2000-TALLY-ONE-BOOKING.
           ADD 1 TO WS-READ-COUNT
           MOVE BG-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH = WS-REPORT-MONTH
               PERFORM 2100-TALLY-RESOURCE
           END-IF
           IF NOT BG-NO-SHOW OR BG-DATE > WS-MONTH-END
               GO TO 2000-READ-NEXT
           END-IF
           IF BG-CHARGED AND WS-WORK-MONTH NOT = WS-REPORT-MONTH
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2200-FIND-NOSHOW-MEMBER
           IF WS-WORK-MONTH = WS-REPORT-MONTH
               ADD 1 TO WNS-MONTH-COUNT(WS-NS-IDX)
           END-IF
           IF NOT BG-CHARGED
               ADD 1 TO WNS-OPEN-COUNT(WS-NS-IDX)
           END-IF.
       2000-READ-NEXT.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-TALLY-RESOURCE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2110-MATCH-ONE-RESOURCE
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT
                  OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               DISPLAY "Reserva em recurso desconhecido: "
                   BG-RESOURCE-ID
           ELSE
               SUBTRACT 1 FROM WS-RES-IDX
               IF BG-CANCELLED
                   ADD 1 TO WRS-CANCELLED(WS-RES-IDX)
               ELSE
                   ADD 1 TO WRS-BOOKED(WS-RES-IDX)
               END-IF
               IF BG-ATTENDED
                   ADD 1 TO WRS-ATTENDED(WS-RES-IDX)
               END-IF
               IF BG-NO-SHOW
                   ADD 1 TO WRS-NO-SHOW(WS-RES-IDX)
               END-IF
           END-IF.

       2110-MATCH-ONE-RESOURCE.
           IF WRS-RESOURCE-ID(WS-RES-IDX) = BG-RESOURCE-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2200-FIND-NOSHOW-MEMBER - the member's no-show entry,
      * added on first sight
      *-----------------------------------------------------------*
       2200-FIND-NOSHOW-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2210-MATCH-ONE-NOSHOW
               VARYING WS-NS-IDX FROM 1 BY 1
               UNTIL WS-NS-IDX > WS-NS-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-NS-IDX
           ELSE
               IF WS-NS-COUNT = 500
                   DISPLAY "Mais de 500 socios com faltas - a "
                       "terminar."
                   STOP RUN
               END-IF
               ADD 1 TO WS-NS-COUNT
               MOVE WS-NS-COUNT TO WS-NS-IDX
               MOVE BG-MEM-ID TO WNS-MEM-ID(WS-NS-IDX)
               MOVE ZEROS TO WNS-MONTH-COUNT(WS-NS-IDX)
               MOVE ZEROS TO WNS-OPEN-COUNT(WS-NS-IDX)
               MOVE "N" TO WNS-CHARGE-SW(WS-NS-IDX)
           END-IF.

       2210-MATCH-ONE-NOSHOW.
           IF WNS-MEM-ID(WS-NS-IDX) = BG-MEM-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-CHARGE-ONE-MEMBER - the no-show fee onto the member's
      * MEMOPEN item once the threshold is reached: added to an
      * open item, a paid one re-opened at the fee, a new one
      * raised; an item out for collection defers the charge
      *-----------------------------------------------------------*
       3000-CHARGE-ONE-MEMBER.
           IF WNS-OPEN-COUNT(WS-NS-IDX) < WS-NOSHOW-THRESHOLD
               GO TO 3000-EXIT
           END-IF
           MOVE WNS-MEM-ID(WS-NS-IDX) TO MO-MEM-ID
           READ MEMBER-OPEN-ITEMS
               INVALID KEY
                   MOVE WNS-MEM-ID(WS-NS-IDX) TO MO-MEM-ID
                   MOVE WS-RUN-DATE TO MO-BILL-DATE
                   MOVE WS-NOSHOW-CHARGE TO MO-AMOUNT
                   SET MO-ITEM-OPEN TO TRUE
                   WRITE MEMBER-OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Erro na taxa do socio "
                               MO-MEM-ID
                           GO TO 3000-EXIT
                   END-WRITE
                   GO TO 3000-CHARGED
           END-READ
           EVALUATE TRUE
               WHEN MO-ITEM-COLLECTING
                   SET WNS-DEFERRED(WS-NS-IDX) TO TRUE
                   GO TO 3000-EXIT
               WHEN MO-ITEM-PAID
                   MOVE WS-RUN-DATE TO MO-BILL-DATE
                   MOVE WS-NOSHOW-CHARGE TO MO-AMOUNT
                   SET MO-ITEM-OPEN TO TRUE
               WHEN OTHER
                   ADD WS-NOSHOW-CHARGE TO MO-AMOUNT
           END-EVALUATE
           REWRITE MEMBER-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Erro na taxa do socio " MO-MEM-ID
                   GO TO 3000-EXIT
           END-REWRITE.
       3000-CHARGED.
           SET WNS-CHARGED(WS-NS-IDX) TO TRUE
           SET WS-ANY-CHARGED TO TRUE
           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-NOSHOW-CHARGE TO WS-CHARGED-TOTAL.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MARK-CHARGED-BOOKINGS - a second pass flags the
      * no-shows just charged, so none is charged again
      *-----------------------------------------------------------*
       4000-MARK-CHARGED-BOOKINGS.
           MOVE "N" TO WS-EOF-SW
           OPEN I-O BOOKING-FILE
           PERFORM 4100-MARK-ONE-BOOKING THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE BOOKING-FILE.

       4100-MARK-ONE-BOOKING.
           READ BOOKING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT BG-NO-SHOW OR BG-CHARGED
               OR BG-DATE > WS-MONTH-END
               GO TO 4100-EXIT
           END-IF
           PERFORM 2200-FIND-NOSHOW-MEMBER
           IF NOT WNS-CHARGED(WS-NS-IDX)
               GO TO 4100-EXIT
           END-IF
           SET BG-CHARGED TO TRUE
           MOVE WS-RUN-DATE TO BG-CHARGE-DATE
           REWRITE BOOKING-RECORD
               INVALID KEY
                   DISPLAY "Erro ao marcar a falta cobrada."
               NOT INVALID KEY
                   ADD 1 TO WS-MARKED-COUNT
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-UTILISATION - one line per resource
      *-----------------------------------------------------------*
       5000-PRINT-UTILISATION.
           MOVE WS-REPORT-MONTH TO WH-MONTH
           MOVE WS-OPEN-DAYS TO WH-OPEN-DAYS
           WRITE BOOKING-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE BOOKING-REPORT-LINE FROM WS-RESOURCE-HEADING
           PERFORM 5100-PRINT-ONE-RESOURCE
               VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT.

       5100-PRINT-ONE-RESOURCE.
           MOVE ZEROS TO WS-USAGE-PCT
           IF WRS-PLACES(WS-RES-IDX) > ZEROS
               COMPUTE WS-USAGE-PCT ROUNDED =
                   WRS-BOOKED(WS-RES-IDX) * 100
                   / WRS-PLACES(WS-RES-IDX)
           END-IF
           MOVE WRS-RESOURCE-ID(WS-RES-IDX) TO WR-RESOURCE-ID
           MOVE WRS-NAME(WS-RES-IDX) TO WR-NAME
           MOVE WRS-PLACES(WS-RES-IDX) TO WR-PLACES
           MOVE WRS-BOOKED(WS-RES-IDX) TO WR-BOOKED
           MOVE WRS-ATTENDED(WS-RES-IDX) TO WR-ATTENDED
           MOVE WRS-NO-SHOW(WS-RES-IDX) TO WR-NO-SHOW
           MOVE WRS-CANCELLED(WS-RES-IDX) TO WR-CANCELLED
           MOVE WS-USAGE-PCT TO WR-USAGE-PCT
           WRITE BOOKING-REPORT-LINE FROM WS-RESOURCE-DETAIL.

      *-----------------------------------------------------------*
      * 6000-PRINT-NO-SHOWS - members with more than one no-show
      * in the month, then the charges raised this run
      *-----------------------------------------------------------*
       6000-PRINT-NO-SHOWS.
           MOVE SPACES TO BOOKING-REPORT-LINE
           WRITE BOOKING-REPORT-LINE
           WRITE BOOKING-REPORT-LINE FROM WS-NOSHOW-HEADING
           PERFORM 6100-PRINT-ONE-REPEAT THRU 6100-EXIT
               VARYING WS-NS-IDX FROM 1 BY 1
               UNTIL WS-NS-IDX > WS-NS-COUNT
           MOVE SPACES TO BOOKING-REPORT-LINE
           WRITE BOOKING-REPORT-LINE
           WRITE BOOKING-REPORT-LINE FROM WS-CHARGE-HEADING
           PERFORM 6200-PRINT-ONE-CHARGE THRU 6200-EXIT
               VARYING WS-NS-IDX FROM 1 BY 1
               UNTIL WS-NS-IDX > WS-NS-COUNT
           MOVE WS-CHARGED-COUNT TO WT-CHARGED-COUNT
           MOVE WS-CHARGED-TOTAL TO WT-CHARGED-TOTAL
           WRITE BOOKING-REPORT-LINE FROM WS-TRAILER-LINE.

       6100-PRINT-ONE-REPEAT.
           IF WNS-MONTH-COUNT(WS-NS-IDX) < 2
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-REPEAT-COUNT
           MOVE WNS-MEM-ID(WS-NS-IDX) TO WN-MEM-ID
           PERFORM 6300-FIND-MEMBER-NAME
           MOVE WS-MEMBER-NAME TO WN-NAME
           MOVE WNS-MONTH-COUNT(WS-NS-IDX) TO WN-MONTH-COUNT
           EVALUATE TRUE
               WHEN WNS-CHARGED(WS-NS-IDX)
                   MOVE "TAXA LANCADA" TO WN-CHARGE-NOTE
               WHEN WNS-DEFERRED(WS-NS-IDX)
                   MOVE "TAXA ADIADA" TO WN-CHARGE-NOTE
               WHEN OTHER
                   MOVE SPACES TO WN-CHARGE-NOTE
           END-EVALUATE
           WRITE BOOKING-REPORT-LINE FROM WS-NOSHOW-DETAIL.
       6100-EXIT.
           EXIT.

       6200-PRINT-ONE-CHARGE.
           IF NOT WNS-CHARGED(WS-NS-IDX)
               AND NOT WNS-DEFERRED(WS-NS-IDX)
               GO TO 6200-EXIT
           END-IF
           MOVE WNS-MEM-ID(WS-NS-IDX) TO WC-MEM-ID
           PERFORM 6300-FIND-MEMBER-NAME
           MOVE WS-MEMBER-NAME TO WC-NAME
           MOVE WNS-OPEN-COUNT(WS-NS-IDX) TO WC-OPEN-COUNT
           IF WNS-CHARGED(WS-NS-IDX)
               MOVE WS-NOSHOW-CHARGE TO WC-AMOUNT
               MOVE SPACES TO WC-CHARGE-NOTE
           ELSE
               MOVE ZEROS TO WC-AMOUNT
               MOVE "ADIADA" TO WC-CHARGE-NOTE
           END-IF
           WRITE BOOKING-REPORT-LINE FROM WS-CHARGE-DETAIL.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-FIND-MEMBER-NAME - the name for WNS-MEM-ID, blank for
      * a member no longer on file
      *-----------------------------------------------------------*
       6300-FIND-MEMBER-NAME.
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6310-MATCH-ONE-MEMBER
               VARYING WS-MEM-IDX FROM 1 BY 1
               UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-MEM-IDX
               MOVE WM-NAME(WS-MEM-IDX) TO WS-MEMBER-NAME
           END-IF.

       6310-MATCH-ONE-MEMBER.
           IF WM-ID(WS-MEM-IDX) = WNS-MEM-ID(WS-NS-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log and close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "BOOKMTH" TO TC-PROGRAM-NAME
           MOVE "NOSHOW" TO TC-TABLE-NAME
           MOVE WS-NS-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE MEMBER-OPEN-ITEMS
           CLOSE BOOKING-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-MARKED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "BOOKMTH: " WS-REPEAT-COUNT
               " socios com faltas repetidas, " WS-CHARGED-COUNT
               " taxas lancadas.".

       END PROGRAM BOOKMTH.
