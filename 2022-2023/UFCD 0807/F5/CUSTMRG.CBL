      *                 open-time verification stays true after an
      *                 intraday update instead of stopping the next
      *                 batch with a spurious mismatch.
      * 2026-10-15  RG  The duplicate's web-shop reference passes to
      *                 a survivor that has none and is cleared from
      *                 the closed duplicate, so WEBIMP maps the
      *                 shop's next orders to the survivor.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-WORK-FIELDS.
           05  WS-DUP-BALANCE        PIC S9(7)V99 VALUE ZEROS.
           05  WS-DUP-WEB-REF        PIC X(15) VALUE SPACES.
           05  WS-MOVED-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-COLLISION-COUNT    PIC 9(03) VALUE ZEROS.

           DISPLAY "Duplicado:    " CU-NAME
               "  saldo " CU-OPEN-BALANCE
           MOVE CU-OPEN-BALANCE TO WS-DUP-BALANCE
           MOVE CU-WEB-REF TO WS-DUP-WEB-REF
           DISPLAY "Numero do cliente SOBREVIVENTE: "
           ACCEPT WS-SURV-NUMBER
           IF WS-SURV-NUMBER = WS-DUP-NUMBER
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-DUP-BALANCE TO CU-OPEN-BALANCE
                   IF CU-WEB-REF = SPACES
                       MOVE WS-DUP-WEB-REF TO CU-WEB-REF
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO CU-OPEN-BALANCE
                   MOVE SPACES TO CU-WEB-REF
                   SET CU-CLOSED TO TRUE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
