      * 2026-09-02  RG  The MEMBER file is verified against its
      *                 FILECTL control record (count and MEM-ID
      *                 hash) in a pre-scan before anything bills.
      * 2026-10-15  RG  3500-APPLY-FAMILY-DISCOUNT is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF WS-BRACKET-CODE > ZEROS
               MOVE WS-FEE-AMOUNT(WS-BRACKET-CODE)
                   TO WS-BILLED-FEE
               PERFORM 3500-APPLY-FAMILY-DISCOUNT THRU 3500-EXIT
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-BILLED-FEE TO WS-BILLED-TOTAL
               MOVE MEM-ID TO WB-MEM-ID
