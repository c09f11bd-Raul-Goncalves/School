      *
      * MODIFICATION HISTORY.
      * 2026-09-01  RG  Initial program.
      * 2026-10-15  RG  A stale cheque raises a STALECHQ item on the
      *                 WORKQ operator work queue, through WQRAISE, for
      *                 finance to void and reissue it.
      * 2026-10-15  RG  5000-AGE-ONE-CHEQUE is PERFORMed THRU its exit -
      *                 its early GO TO ran on into the paragraphs after
      *                 it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY RUNLOG.

       COPY WQRAISE.

       01  WS-CHQREG-STATUS          PIC XX.
           88  WS-CHQREG-OK                  VALUE "00".

           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-STATEMENT THRU 2000-EXIT
               UNTIL WS-STMT-EOF
           PERFORM 5000-AGE-ONE-CHEQUE THRU 5000-EXIT
               VARYING WS-CHQ-IDX FROM 1 BY 1
               UNTIL WS-CHQ-IDX > WS-CHQ-COUNT
           PERFORM 8000-FINALIZE
               MOVE CHEQUE-REGISTER-RECORD
                   TO WCQ-RECORD(WS-CHQ-IDX)
               ADD 1 TO WS-STALE-COUNT
               PERFORM 5100-QUEUE-STALE-CHEQUE
               MOVE "CADUCO      " TO WD-STATUS-LABEL
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-QUEUE-STALE-CHEQUE - the stale cheque goes on the
      * operator work queue to be voided and reissued
      *-----------------------------------------------------------*
       5100-QUEUE-STALE-CHEQUE.
           MOVE "STALECHQ" TO WR-ITEM-TYPE
           MOVE CQ-CHEQUE-NUMBER TO WR-REFERENCE
           MOVE SPACES TO WR-DESCRIPTION
           STRING "CHEQUE CADUCO "   DELIMITED BY SIZE
                  CQ-CHEQUE-NUMBER  DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  CQ-EMP-NAME       DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "CHQRECN" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, write the updated register back,
      * run log
