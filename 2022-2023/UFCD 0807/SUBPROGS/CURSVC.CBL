       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSVC.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Exchange-rate service over the effective-dated
      *                CURRATE file payroll already keeps: positions
      *                on the currency's first record and reads its
      *                history forward, keeping the last rate whose
      *                effective date is on or before the date asked
      *                for - the fold payroll does in memory, for the
      *                invoicing, cash application and revaluation
      *                runs that need one currency at one date.  Each
      *                CALL opens the file and closes it again, in
      *                the SEQSVC manner.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CURR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-RATE-FILE.
       COPY CURRATE.

       WORKING-STORAGE SECTION.

       01  WS-CURR-STATUS            PIC XX.
           88  WS-CURR-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CURR-EOF-SW        PIC X(01) VALUE "N".
               88  WS-CURR-EOF                 VALUE "Y".

       LINKAGE SECTION.
       COPY CURSVC.

       PROCEDURE DIVISION USING CURSVC-LINKAGE.

       0000-MAINLINE.
           SET CV-ERROR TO TRUE
           MOVE ZEROS TO CV-RATE
           MOVE "N" TO WS-CURR-EOF-SW
           OPEN INPUT CURRENCY-RATE-FILE
           IF NOT WS-CURR-OK
               GOBACK
           END-IF
           MOVE CV-CURRENCY-CODE TO CR-CURRENCY-CODE
           MOVE ZEROS TO CR-EFFECTIVE-DATE
           START CURRENCY-RATE-FILE KEY IS >= CR-KEY
               INVALID KEY
                   SET WS-CURR-EOF TO TRUE
           END-START
           PERFORM 1000-APPLY-NEXT-RATE THRU 1000-EXIT
               UNTIL WS-CURR-EOF
           CLOSE CURRENCY-RATE-FILE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-APPLY-NEXT-RATE - the file is in code + effective date
      * order, so each record still on or before the date replaces
      * the rate kept so far; the first one past it ends the walk
      *-----------------------------------------------------------*
       1000-APPLY-NEXT-RATE.
           READ CURRENCY-RATE-FILE NEXT RECORD
               AT END
                   SET WS-CURR-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF CR-CURRENCY-CODE NOT = CV-CURRENCY-CODE
               OR CR-EFFECTIVE-DATE > CV-RATE-DATE
               SET WS-CURR-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CR-CONVERSION-RATE > ZEROS
               MOVE CR-CONVERSION-RATE TO CV-RATE
               SET CV-OK TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       END PROGRAM CURSVC.
