      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial subprogram.
      * 2026-10-15  RG  The journaled record image widened to 250
      *                 bytes to carry the customer's postal address.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CH-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  CH-RECORD-IMAGE       PIC X(250).

       WORKING-STORAGE SECTION.

