      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Member table entries widened to the 149-byte
      *                 record carrying the postal code and locality.
      * 2026-10-15  RG  The 1000-entry member table and the write-back
      *                 at the close are gone: MEMBER is passed once
      *                 I-O, each member's open item read by key, and
      *                 a member who lapses is rewritten in place.
      *                 The report lists lapses in MEMBER order.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-MEMOPEN-STATUS.
           SELECT LAPSE-REPORT ASSIGN TO "MEMLAPRP"
           88  WS-MEMOPEN-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-ITEM-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-ITEM-FOUND               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-CUTOFF-DATE        PIC 9(08) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-MEMBER-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-LAPSED-COUNT       PIC 9(04) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(24) VALUE
               "SOCIOS CADUCADOS        ".

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-ONE-MEMBER THRU 2000-EXIT
               UNTIL WS-MEM-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - grace period, cutoff, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "MEMLAPSE" TO RN-PROGRAM-NAME
           COMPUTE WS-CUTOFF-DATE =
               (WS-CUTOFF-YEAR * 10000) + (WS-CUTOFF-MONTH * 100)
               + WS-RUN-DAY
           OPEN I-O MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               STOP RUN
           END-IF
           OPEN INPUT MEMBER-OPEN-ITEMS
           OPEN OUTPUT LAPSE-REPORT
           MOVE WS-CUTOFF-DATE TO WH-CUTOFF-DATE
           WRITE LAPSE-REPORT-LINE FROM WS-REPORT-HEADER.

      *-----------------------------------------------------------*
      * 2000-AGE-ONE-MEMBER - a member whose item is still open
      * past the cutoff lapses, unless a harder status already
      * applies
      *-----------------------------------------------------------*
       2000-AGE-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-MEMBER-COUNT
           IF NOT MEM-ACTIVE
      *        already lapsed, or cancelled/deceased by hand
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-READ-OPEN-ITEM
           IF NOT WS-ITEM-FOUND
               GO TO 2000-EXIT
           END-IF
           IF MO-ITEM-PAID OR MO-AMOUNT = ZEROS
               GO TO 2000-EXIT
           END-IF
           IF MO-BILL-DATE > WS-CUTOFF-DATE
               GO TO 2000-EXIT
           END-IF
           SET MEM-LAPSED TO TRUE
           REWRITE MEMBERSHIP-RECORD
           ADD 1 TO WS-LAPSED-COUNT
           MOVE MEM-ID TO WD-MEM-ID
           MOVE MEM-NAME TO WD-NAME
           MOVE MO-BILL-DATE TO WD-BILL-DATE
           MOVE MO-AMOUNT TO WD-AMOUNT
           WRITE LAPSE-REPORT-LINE FROM WS-REPORT-DETAIL.
       2000-EXIT.
           EXIT.

       3000-READ-OPEN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE MEM-ID TO MO-MEM-ID
           READ MEMBER-OPEN-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE MEMBER-OPEN-ITEMS
           CLOSE MEMBERSHIP-FILE
           MOVE WS-LAPSED-COUNT TO WT-LAPSED
           WRITE LAPSE-REPORT-LINE FROM WS-TRAILER-LINE
           CALL "FCBUILD"
           DISPLAY "MEMLAPSE: " WS-LAPSED-COUNT " caducados.".

       END PROGRAM MEMLAPSE.
