      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The expense debit carries the cost center
      *                 on its GLPOST line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WCT-TOTAL(WS-CTR-IDX) TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           MOVE WCT-CENTER-ID(WS-CTR-IDX) TO GL-COST-CENTER-ID
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
