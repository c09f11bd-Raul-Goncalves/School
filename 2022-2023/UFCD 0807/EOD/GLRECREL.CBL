      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program, the release logic moved out
      *                 of GLJRNL.
      * 2026-10-15  RG  The template's cost center (if any) carries
      *                 onto the posted line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RT-CREDIT             PIC 9(7)V99.
           05  FILLER                PIC X(02).
           05  RT-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(02).
           05  RT-COST-CENTER-ID     PIC 9(03).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
           MOVE RT-DEBIT TO GL-DEBIT
           MOVE RT-CREDIT TO GL-CREDIT
           MOVE RT-DESCRIPTION TO GL-DESCRIPTION
           IF RT-COST-CENTER-ID IS NUMERIC
               AND RT-COST-CENTER-ID NOT = ZEROS
               MOVE RT-COST-CENTER-ID TO GL-COST-CENTER-ID
           END-IF
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-RELEASE-COUNT.
       2100-EXIT.
