       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREQ.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Bank-detail request service: a maintenance
      *                program that has a new IBAN or bank account
      *                keyed for a master calls here instead of
      *                changing the master.  The request is written
      *                pending to BNKCHG under the next BANKCHG
      *                number with the operator who keyed it, the
      *                value on file and the value keyed.  A request
      *                with no operator, or for a master that already
      *                has one pending, is refused - the pending one
      *                must be approved or rejected in BNKAPPR first.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-CHANGE-FILE ASSIGN TO "BNKCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS BC-ENTITY
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-CHANGE-FILE.
       COPY BNKCHG.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.

       01  WS-CHG-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-CHG-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CHG-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CHG-EOF                  VALUE "Y".
           05  WS-PENDING-SW         PIC X(01) VALUE "N".
               88  WS-PENDING-FOUND            VALUE "Y".

       01  WS-WANTED-ENTITY.
           05  WS-WANTED-TYPE        PIC X(01).
           05  WS-WANTED-KEY         PIC 9(05).

       01  WS-TIME-FIELDS.
           05  WS-REQ-DATE           PIC 9(08).
           05  WS-REQ-TIME.
               10  WS-REQ-HHMMSS     PIC 9(06).
               10  WS-REQ-CC         PIC 99.

       LINKAGE SECTION.
       COPY BNKREQ.

       PROCEDURE DIVISION USING BNKREQ-LINKAGE.

       0000-MAINLINE.
           MOVE ZEROS TO BQ-REQUEST-NUMBER
           IF BQ-OPERATOR = SPACES
               SET BQ-NO-OPERATOR TO TRUE
               GOBACK
           END-IF
           OPEN I-O BANK-CHANGE-FILE
           IF NOT WS-CHG-OK
               SET BQ-ERROR TO TRUE
               GOBACK
           END-IF
           PERFORM 1000-CHECK-PENDING THRU 1000-EXIT
           IF WS-PENDING-FOUND
               SET BQ-ALREADY-PENDING TO TRUE
               CLOSE BANK-CHANGE-FILE
               GOBACK
           END-IF
           PERFORM 2000-WRITE-REQUEST THRU 2000-EXIT
           CLOSE BANK-CHANGE-FILE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-CHECK-PENDING - walk the master's requests on the
      * alternate key looking for one still pending
      *-----------------------------------------------------------*
       1000-CHECK-PENDING.
           MOVE "N" TO WS-PENDING-SW
           MOVE "N" TO WS-CHG-EOF-SW
           MOVE BQ-MASTER-TYPE TO WS-WANTED-TYPE
           MOVE BQ-MASTER-KEY TO WS-WANTED-KEY
           MOVE WS-WANTED-ENTITY TO BC-ENTITY
           START BANK-CHANGE-FILE KEY = BC-ENTITY
               INVALID KEY
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-CHECK-ONE-REQUEST THRU 1100-EXIT
               UNTIL WS-CHG-EOF OR WS-PENDING-FOUND.
       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-REQUEST.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-CHG-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF BC-ENTITY NOT = WS-WANTED-ENTITY
               SET WS-CHG-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF BC-PENDING
               SET WS-PENDING-FOUND TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REQUEST - the next BANKCHG number, the request
      * written pending
      *-----------------------------------------------------------*
       2000-WRITE-REQUEST.
           MOVE "BANKCHG" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               SET BQ-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF
           ACCEPT WS-REQ-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REQ-TIME FROM TIME
           MOVE SPACES TO BANK-CHANGE-RECORD
           MOVE SEQ-NUMBER TO BC-REQUEST-NUMBER
           MOVE BQ-MASTER-TYPE TO BC-MASTER-TYPE
           MOVE BQ-MASTER-KEY TO BC-MASTER-KEY
           MOVE BQ-FIELD-NAME TO BC-FIELD-NAME
           MOVE BQ-OLD-VALUE TO BC-OLD-VALUE
           MOVE BQ-NEW-VALUE TO BC-NEW-VALUE
           MOVE BQ-OPERATOR TO BC-REQUESTED-BY
           MOVE WS-REQ-DATE TO BC-REQUEST-DATE
           MOVE WS-REQ-HHMMSS TO BC-REQUEST-TIME
           SET BC-PENDING TO TRUE
           MOVE ZEROS TO BC-DECISION-DATE
           WRITE BANK-CHANGE-RECORD
               INVALID KEY
                   SET BQ-ERROR TO TRUE
               NOT INVALID KEY
                   MOVE BC-REQUEST-NUMBER TO BQ-REQUEST-NUMBER
                   SET BQ-OK TO TRUE
           END-WRITE.
       2000-EXIT.
           EXIT.

       END PROGRAM BNKREQ.
