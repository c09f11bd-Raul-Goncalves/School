      *
      * MODIFICATION HISTORY.
      * 2026-08-21  RG  Initial program.
      * 2026-10-15  RG  An exception flagged past 30 days raises an
      *                 EXCAGED item on the WORKQ operator work queue,
      *                 through WQRAISE, for a supervisor to resolve
      *                 and clear it in EXCCLEAR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "EXCECOES EM ABERTO: ".
           05  WT-OPEN-COUNT         PIC ZZZZ9.

       COPY WQRAISE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE WS-DAYS-OPEN TO WD-DAYS-OPEN
           IF WS-DAYS-OPEN > 30
               MOVE "*ANTIGA*" TO WD-FLAG
               PERFORM 2100-QUEUE-AGED
           ELSE
               MOVE SPACES TO WD-FLAG
           END-IF
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-QUEUE-AGED - the aged exception goes on the operator
      * work queue for a supervisor
      *-----------------------------------------------------------*
       2100-QUEUE-AGED.
           MOVE "EXCAGED" TO WR-ITEM-TYPE
           MOVE EX-EXCEPTION-ID TO WR-REFERENCE
           MOVE SPACES TO WR-DESCRIPTION
           STRING "EXCECAO ANTIGA "  DELIMITED BY SIZE
                  EX-EXCEPTION-ID   DELIMITED BY SIZE
                  " ABERTA DESDE "  DELIMITED BY SIZE
                  EX-FIRST-SEEN     DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "EXCAGE" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - count and close
      *-----------------------------------------------------------*
