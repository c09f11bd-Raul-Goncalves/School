       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITSVC.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Kit explosion service over the KITCOMP indexed
      *                file, in the SEQSVC manner: each CALL opens the
      *                file, returns the components of one kit with
      *                the quantity of each in one kit, and closes it
      *                again - so the counter, ORDBATCH and the quote
      *                documents all explode a kit the same way.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KIT-COMPONENT-FILE ASSIGN TO "KITCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-KEY
               FILE STATUS IS WS-KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-COMPONENT-FILE.
       COPY KITCOMP.

       WORKING-STORAGE SECTION.

       01  WS-KIT-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-KIT-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       LINKAGE SECTION.
       COPY KITSVC.

       PROCEDURE DIVISION USING KITSVC-LINKAGE.

       0000-MAINLINE.
           SET KS-OK TO TRUE
           MOVE ZEROS TO KS-COMP-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT KIT-COMPONENT-FILE
           IF NOT WS-KIT-OK
               SET KS-ERROR TO TRUE
               GOBACK
           END-IF
           MOVE KS-KIT-CODE TO KC-KIT-CODE
           MOVE ZEROS TO KC-COMP-CODE
           START KIT-COMPONENT-FILE KEY IS >= KC-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 1000-LOAD-ONE-COMPONENT THRU 1000-EXIT
               UNTIL WS-EOF
           CLOSE KIT-COMPONENT-FILE
           IF KS-COMP-COUNT = ZEROS
               SET KS-ERROR TO TRUE
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-ONE-COMPONENT - the next component of the kit; a
      * kit with more than the table holds is refused whole
      *-----------------------------------------------------------*
       1000-LOAD-ONE-COMPONENT.
           READ KIT-COMPONENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF KC-KIT-CODE NOT = KS-KIT-CODE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF KS-COMP-COUNT = 10
               SET KS-ERROR TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           ADD 1 TO KS-COMP-COUNT
           MOVE KC-COMP-CODE TO KS-COMP-CODE(KS-COMP-COUNT)
           MOVE KC-COMP-QTY TO KS-COMP-QTY(KS-COMP-COUNT).
       1000-EXIT.
           EXIT.

       END PROGRAM KITSVC.
