      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  Member table entries widened to the 149-byte
      *                 record carrying the postal code and locality.
      * 2026-10-15  RG  3000-LINK-ONE-MEMBER is PERFORMed THRU its
      *                 exit - its early GO TO ran on into the
      *                 paragraphs after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WM-ID             PIC 9(05).
               10  WM-ADDRESS-1      PIC X(30).
               10  WM-HOUSEHOLD-ID   PIC 9(05).
               10  WM-RECORD         PIC X(149).

       01  WS-REPORT-HEADER          PIC X(40) VALUE
           "LIGACAO DE AGREGADOS FAMILIARES".
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-MEMBER THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-LINK-ONE-MEMBER THRU 3000-EXIT
               VARYING WS-MEM-IDX FROM 1 BY 1
               UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
           PERFORM 8000-FINALIZE
