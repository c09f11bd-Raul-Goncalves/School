      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  The interest item is raised in euros whatever
      *                 the currency of the overdue invoice; its
      *                 currency fields are cleared.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-RUN-DATE TO AR-DUE-DATE
           SET AR-TYPE-INTEREST TO TRUE
           MOVE ZEROS TO AR-INT-CHARGED-DATE
           MOVE ZEROS TO AR-FX-RATE
           MOVE ZEROS TO AR-FX-AMOUNT
           MOVE ZEROS TO AR-COMM-DATE
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Item de juros duplicado - cliente "
