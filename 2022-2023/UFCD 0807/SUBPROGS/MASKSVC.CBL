       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKSVC.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Masking service for tax numbers and bank
      *                accounts on screens and reports.  By default
      *                only the tail of the value is shown - the last
      *                three digits of a NIF, the last four of an
      *                IBAN or account - and the rest is replaced by
      *                asterisks.  An operator whose id and password
      *                check on OPERATOR, who is active and whose
      *                OP-LEVEL is at or above the level on MASKCTL
      *                (2, the supervisor, when MASKCTL is absent)
      *                sees the full value, and every such sight is
      *                written to SIGNONLG with the program and the
      *                record key.  A batch report passes no operator
      *                and is always masked.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASK-CONTROL ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SIGN-ON-LOG ASSIGN TO "SIGNONLG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL.
       01  MASK-CONTROL-RECORD.
           05  MC-FULL-VIEW-LEVEL    PIC 9(01).

       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  SIGN-ON-LOG.
       01  SIGN-ON-LOG-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-OPER-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-OPER-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTROL-SW         PIC X(01) VALUE "N".
               88  WS-CONTROL-LOADED           VALUE "Y".
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-OPER-EOF                 VALUE "Y".
           05  WS-CLEARED-SW         PIC X(01) VALUE "N".
               88  WS-OPERATOR-CLEARED         VALUE "Y".

      *    kept between CALLs: the level from MASKCTL, and the last
      *    operator checked so a screen does not re-read OPERATOR
      *    for every field it shows
       01  WS-FULL-VIEW-LEVEL        PIC 9(01) VALUE 2.
       01  WS-CHECKED-OPERATOR.
           05  WS-CHECKED-ID         PIC X(10) VALUE SPACES.
           05  WS-CHECKED-PASSWORD   PIC X(10) VALUE SPACES.
           05  WS-CHECKED-RESULT     PIC X(01) VALUE "N".
               88  WS-CHECKED-FULL-VIEW        VALUE "Y".

       01  WS-MASK-FIELDS.
           05  WS-VALUE-LENGTH       PIC 9(02) VALUE ZEROS.
           05  WS-KEEP-DIGITS        PIC 9(02) VALUE ZEROS.
           05  WS-MASK-LENGTH        PIC 9(02) VALUE ZEROS.
           05  WS-CHAR-IDX           PIC 9(02) VALUE ZEROS.

       01  WS-LOG-TIME-FIELDS.
           05  WS-LOG-DATE           PIC 9(08).
           05  WS-LOG-TIME.
               10  WS-LOG-HH         PIC 99.
               10  WS-LOG-MM         PIC 99.
               10  WS-LOG-SS         PIC 99.
               10  WS-LOG-CC         PIC 99.

       01  WS-LOG-DETAIL.
           05  WL-TIMESTAMP          PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WL-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WL-EVENT              PIC X(12) VALUE "DESMASCARA".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WL-PROGRAM            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WL-FIELD-TYPE         PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WL-RECORD-KEY         PIC X(10).

       LINKAGE SECTION.
       COPY MASKSVC.

       PROCEDURE DIVISION USING MASKSVC-LINKAGE.

       0000-MAINLINE.
           MOVE MK-VALUE TO MK-DISPLAY-VALUE
           SET MK-MASKED TO TRUE
           IF MK-VALUE = SPACES
               GOBACK
           END-IF
           IF MK-TYPE-NIF AND MK-VALUE(1:9) = "000000000"
               GOBACK
           END-IF
           IF NOT WS-CONTROL-LOADED
               PERFORM 1000-LOAD-CONTROL
           END-IF
           IF MK-OPERATOR-ID NOT = SPACES
               PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT
               IF WS-CHECKED-FULL-VIEW
                   SET MK-SHOWN-FULL TO TRUE
                   PERFORM 4000-LOG-FULL-VIEW
                   GOBACK
               END-IF
           END-IF
           PERFORM 3000-MASK-VALUE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-CONTROL - the full-view level, once per run; an
      * absent or zero MASKCTL leaves the supervisor level
      *-----------------------------------------------------------*
       1000-LOAD-CONTROL.
           OPEN INPUT MASK-CONTROL
           READ MASK-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF MC-FULL-VIEW-LEVEL NUMERIC
                       AND MC-FULL-VIEW-LEVEL > ZEROS
                       MOVE MC-FULL-VIEW-LEVEL TO WS-FULL-VIEW-LEVEL
                   END-IF
           END-READ
           CLOSE MASK-CONTROL
           SET WS-CONTROL-LOADED TO TRUE.

      *-----------------------------------------------------------*
      * 2000-CHECK-OPERATOR - id, password, active and level on
      * OPERATOR; the answer is kept for the next CALL by the same
      * operator
      *-----------------------------------------------------------*
       2000-CHECK-OPERATOR.
           IF MK-OPERATOR-ID = WS-CHECKED-ID
               AND MK-OPERATOR-PASSWORD = WS-CHECKED-PASSWORD
               GO TO 2000-EXIT
           END-IF
           MOVE MK-OPERATOR-ID TO WS-CHECKED-ID
           MOVE MK-OPERATOR-PASSWORD TO WS-CHECKED-PASSWORD
           MOVE "N" TO WS-CHECKED-RESULT
           MOVE "N" TO WS-CLEARED-SW
           MOVE "N" TO WS-OPER-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT
               UNTIL WS-OPER-EOF OR WS-OPERATOR-CLEARED
           CLOSE OPERATOR-FILE
           IF WS-OPERATOR-CLEARED
               MOVE "Y" TO WS-CHECKED-RESULT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF OP-ID = MK-OPERATOR-ID
               AND OP-PASSWORD = MK-OPERATOR-PASSWORD
               AND OP-OPER-ACTIVE
               AND OP-LEVEL >= WS-FULL-VIEW-LEVEL
               SET WS-OPERATOR-CLEARED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MASK-VALUE - asterisks over all but the tail: three
      * digits of a NIF, four of an IBAN or account
      *-----------------------------------------------------------*
       3000-MASK-VALUE.
           MOVE ZEROS TO WS-VALUE-LENGTH
           PERFORM 3100-SIZE-ONE-CHAR
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 25
           IF MK-TYPE-NIF
               MOVE 3 TO WS-KEEP-DIGITS
           ELSE
               MOVE 4 TO WS-KEEP-DIGITS
           END-IF
           IF WS-VALUE-LENGTH > WS-KEEP-DIGITS
               COMPUTE WS-MASK-LENGTH =
                   WS-VALUE-LENGTH - WS-KEEP-DIGITS
           ELSE
               MOVE WS-VALUE-LENGTH TO WS-MASK-LENGTH
           END-IF
           PERFORM 3200-MASK-ONE-CHAR
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-MASK-LENGTH.

       3100-SIZE-ONE-CHAR.
           IF MK-VALUE(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-VALUE-LENGTH
           END-IF.

       3200-MASK-ONE-CHAR.
           IF MK-DISPLAY-VALUE(WS-CHAR-IDX:1) NOT = SPACE
               MOVE "*" TO MK-DISPLAY-VALUE(WS-CHAR-IDX:1)
           END-IF.

      *-----------------------------------------------------------*
      * 4000-LOG-FULL-VIEW - who saw which full value, where, on
      * the sign-on log
      *-----------------------------------------------------------*
       4000-LOG-FULL-VIEW.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO WL-TIMESTAMP
           STRING WS-LOG-DATE       DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-LOG-HH         DELIMITED BY SIZE
                  WS-LOG-MM         DELIMITED BY SIZE
                  WS-LOG-SS         DELIMITED BY SIZE
               INTO WL-TIMESTAMP
           END-STRING
           MOVE MK-OPERATOR-ID TO WL-OPERATOR
           MOVE MK-PROGRAM-NAME TO WL-PROGRAM
           IF MK-TYPE-NIF
               MOVE "NIF" TO WL-FIELD-TYPE
           ELSE
               MOVE "CONTA" TO WL-FIELD-TYPE
           END-IF
           MOVE MK-RECORD-KEY TO WL-RECORD-KEY
           OPEN EXTEND SIGN-ON-LOG
           WRITE SIGN-ON-LOG-LINE FROM WS-LOG-DETAIL
           CLOSE SIGN-ON-LOG.

       END PROGRAM MASKSVC.
