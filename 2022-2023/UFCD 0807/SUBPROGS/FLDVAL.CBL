      *                 to the end, letters as two digits, running
      *                 remainder must land on 1).  Any other
      *                 function keeps the character scan.
      * 2026-10-15  RG  Added the postal-code check (function "P":
      *                 NNNN-NNN and on the POSTCODE reference file),
      *                 returning the code's locality.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTAL-CODE-FILE ASSIGN TO "POSTCODE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PZ-POSTAL-CODE
               FILE STATUS IS WS-POSTCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-CODE-FILE.
       COPY POSTCODE.

       WORKING-STORAGE SECTION.

       01  WS-POSTCODE-STATUS        PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-POSTCODE-OK                VALUES "00" "05".

       01  WS-POSTCODE-WORK          PIC X(08) VALUE SPACES.
       01  WS-POSTCODE-SPLIT REDEFINES WS-POSTCODE-WORK.
           05  WS-POSTCODE-ZONE      PIC X(04).
           05  WS-POSTCODE-DASH      PIC X(01).
           05  WS-POSTCODE-STREET    PIC X(03).

       COPY CHARCLS.

       01  WS-SCAN-IDX               PIC 9(02) VALUE ZEROS.
           SET FV-FIELD-VALID TO TRUE
           MOVE ZEROS TO FV-BAD-POSITION
           EVALUATE TRUE
               WHEN FV-CHECK-POSTCODE
                   PERFORM 4000-VALIDATE-POSTCODE THRU 4000-EXIT
               WHEN FV-CHECK-NIF
                   PERFORM 2000-VALIDATE-NIF THRU 2000-EXIT
               WHEN FV-CHECK-IBAN
               COMPUTE WS-IBAN-VALUE = WS-LETTER-POS + 9
           END-IF.

      *-----------------------------------------------------------*
      * 4000-VALIDATE-POSTCODE - four digits, a dash, three digits,
      * and the code on the POSTCODE reference file; its locality
      * goes back to the caller
      *-----------------------------------------------------------*
       4000-VALIDATE-POSTCODE.
           MOVE SPACES TO FV-LOCALITY
           MOVE FV-FIELD(1:8) TO WS-POSTCODE-WORK
           IF WS-POSTCODE-ZONE NOT NUMERIC
               SET FV-FIELD-INVALID TO TRUE
               MOVE 1 TO FV-BAD-POSITION
               GO TO 4000-EXIT
           END-IF
           IF WS-POSTCODE-DASH NOT = "-"
               SET FV-FIELD-INVALID TO TRUE
               MOVE 5 TO FV-BAD-POSITION
               GO TO 4000-EXIT
           END-IF
           IF WS-POSTCODE-STREET NOT NUMERIC
               SET FV-FIELD-INVALID TO TRUE
               MOVE 6 TO FV-BAD-POSITION
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT POSTAL-CODE-FILE
           IF NOT WS-POSTCODE-OK
               SET FV-FIELD-INVALID TO TRUE
               MOVE 1 TO FV-BAD-POSITION
               GO TO 4000-EXIT
           END-IF
           MOVE WS-POSTCODE-WORK TO PZ-POSTAL-CODE
           READ POSTAL-CODE-FILE
               INVALID KEY
                   SET FV-FIELD-INVALID TO TRUE
                   MOVE 1 TO FV-BAD-POSITION
               NOT INVALID KEY
                   MOVE PZ-LOCALITY TO FV-LOCALITY
           END-READ
           CLOSE POSTAL-CODE-FILE.
       4000-EXIT.
           EXIT.

       END PROGRAM FLDVAL.
