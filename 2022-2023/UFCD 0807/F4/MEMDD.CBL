      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The 1000-entry member table is gone: the run
      *                 now passes MEMBER in file order and reads each
      *                 member's open item by key, so the batch lists
      *                 members in MEMBER order.  An item without a
      *                 member record is no longer counted as skipped.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-MEMOPEN-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
           88  WS-MEMBER-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-ITEM-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-ITEM-FOUND               VALUE "Y".
           05  WS-MEMBER-OPEN-SW     PIC X(01) VALUE "N".
               88  WS-MEMBER-OPEN              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-DD-COUNTS.
           05  WS-SENT-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(05) VALUE ZEROS.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ONE-MEMBER THRU 2000-EXIT
               UNTIL WS-MEM-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "MEMDD" TO RN-PROGRAM-NAME
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT MEMBERSHIP-FILE
           IF WS-MEMBER-OK
               SET WS-MEMBER-OPEN TO TRUE
           ELSE
               SET WS-MEM-EOF TO TRUE
           END-IF
           OPEN I-O MEMBER-OPEN-ITEMS
           OPEN OUTPUT DD-INTERCHANGE-FILE
           MOVE "DDBATCH" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO DH-BATCH-NUMBER
           WRITE DD-INTERCHANGE-LINE FROM WS-DD-HEADER-LINE.

      *-----------------------------------------------------------*
      * 2000-COLLECT-ONE-MEMBER - the member's open billed fee into
      * the interchange file, when the member banks with us
      *-----------------------------------------------------------*
       2000-COLLECT-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           PERFORM 3000-READ-OPEN-ITEM
           IF NOT WS-ITEM-FOUND
               GO TO 2000-EXIT
           END-IF
           IF NOT MO-ITEM-OPEN OR MO-AMOUNT = ZEROS
               GO TO 2000-EXIT
           END-IF
      *    a lapsed or cancelled member is chased by the desk, not
      *    debited; without a mandate the fee stays open for the desk
           IF NOT MEM-ACTIVE OR MEM-BANK-ACCT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-AMOUNT-CENTS = MO-AMOUNT * 100
           MOVE MEM-BANK-ACCT TO DL-BANK-ACCT
           MOVE MO-MEM-ID TO DL-MEM-ID
           MOVE MEM-NAME TO DL-MEM-NAME
           MOVE WS-AMOUNT-CENTS TO DL-AMOUNT-CENTS
           WRITE DD-INTERCHANGE-LINE FROM WS-DD-DETAIL-LINE
           ADD 1 TO WS-SENT-COUNT
               INVALID KEY
                   CONTINUE
           END-REWRITE.
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
      * 8000-FINALIZE - control trailer, run log, close
           MOVE WS-SENT-COUNT TO DT-RECORD-COUNT
           MOVE WS-TOTAL-CENTS TO DT-TOTAL-CENTS
           WRITE DD-INTERCHANGE-LINE FROM WS-DD-TRAILER-LINE
           IF WS-MEMBER-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF
           CLOSE MEMBER-OPEN-ITEMS
           CLOSE DD-INTERCHANGE-FILE
           SET RN-EVENT-END TO TRUE
