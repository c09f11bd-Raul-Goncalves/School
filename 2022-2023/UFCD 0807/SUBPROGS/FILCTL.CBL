      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial subprogram.
      * 2026-10-15  RG  2000-VERIFY-CONTROL is PERFORMed THRU its exit -
      *                 its early GO TO ran on into the paragraphs after
      *                 it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WHEN FC-REQUEST-UPDATE
                   PERFORM 1000-UPDATE-CONTROL
               WHEN FC-REQUEST-VERIFY
                   PERFORM 2000-VERIFY-CONTROL THRU 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
