      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  6000-CHECK-PREDECESSOR is PERFORMed THRU
      *                 6000-DONE - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF WJB-STATE(WS-JOB-IDX) NOT = "D"
               GO TO 5100-EXIT
           END-IF
           PERFORM 6000-CHECK-PREDECESSOR THRU 6000-DONE
           IF NOT WS-PRED-OK
               GO TO 5100-EXIT
           END-IF
