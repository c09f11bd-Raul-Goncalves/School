      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  Instalment number shown beside the course
      *                 (00 for a whole-fee charge).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WD-NUMERO             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(01) VALUE "/".
           05  WD-INSTALMENT         PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-CHARGE-DATE        PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
               ADD ST-AMOUNT TO WS-OPEN-TOTAL
               MOVE ST-NUMERO TO WD-NUMERO
               MOVE ST-CRS-CODE TO WD-CRS-CODE
               MOVE ST-INSTALMENT TO WD-INSTALMENT
               MOVE ST-CHARGE-DATE TO WD-CHARGE-DATE
               MOVE ST-AMOUNT TO WD-AMOUNT
               WRITE FEES-REPORT-LINE FROM WS-REPORT-DETAIL
