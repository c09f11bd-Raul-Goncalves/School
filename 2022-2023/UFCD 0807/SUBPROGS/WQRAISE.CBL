       IDENTIFICATION DIVISION.
       PROGRAM-ID. WQRAISE.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Raises one item on the WORKQ operator work
      *                queue for the batch program that CALLs it: the
      *                item goes on open, dated with the business
      *                date, with the operator level the caller says
      *                is needed to clear it.  An item already on the
      *                queue under the same type and reference - the
      *                same run made again - is left as it stands,
      *                open or cleared, and the caller is told so.
      *                The file is opened and closed on every CALL,
      *                as SEQSVC does, so a failed call cannot wedge
      *                the next one.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORK-QUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WQ-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-QUEUE-FILE.
       COPY WORKQ.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-WQ-STATUS              PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-WQ-OK                      VALUES "00" "05".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       COPY WQRAISE.

       PROCEDURE DIVISION USING WQRAISE-LINKAGE.

       0000-MAINLINE.
           SET WR-RAISED TO TRUE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O WORK-QUEUE-FILE
           IF NOT WS-WQ-OK
               SET WR-FAILED TO TRUE
               CLOSE WORK-QUEUE-FILE
               GOBACK
           END-IF
           MOVE WR-ITEM-TYPE TO WQ-ITEM-TYPE
           MOVE WR-REFERENCE TO WQ-REFERENCE
           READ WORK-QUEUE-FILE
               INVALID KEY
                   PERFORM 1000-WRITE-NEW-ITEM
               NOT INVALID KEY
                   SET WR-ALREADY-QUEUED TO TRUE
           END-READ
           CLOSE WORK-QUEUE-FILE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-WRITE-NEW-ITEM - the item goes on the queue open
      *-----------------------------------------------------------*
       1000-WRITE-NEW-ITEM.
           MOVE WR-ITEM-TYPE TO WQ-ITEM-TYPE
           MOVE WR-REFERENCE TO WQ-REFERENCE
           MOVE WR-DESCRIPTION TO WQ-DESCRIPTION
           MOVE WS-RUN-DATE TO WQ-RAISED-DATE
           MOVE WR-RAISED-BY TO WQ-RAISED-BY
           MOVE WR-REQUIRED-LEVEL TO WQ-REQUIRED-LEVEL
           SET WQ-OPEN TO TRUE
           MOVE SPACES TO WQ-CLEARED-BY
           MOVE ZEROS TO WQ-CLEARED-DATE
           MOVE ZEROS TO WQ-CLEARED-TIME
           WRITE WORK-QUEUE-RECORD
               INVALID KEY
                   SET WR-FAILED TO TRUE
           END-WRITE.

       END PROGRAM WQRAISE.
