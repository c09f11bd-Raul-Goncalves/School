      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The counter now names the stock location
      *                 being counted at sign-on, and every count
      *                 record carries it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY STKLOCSV.

       01  WS-PROD-STATUS            PIC XX.
           88  WS-PROD-OK                    VALUE "00".

               88  WS-CONTINUE                 VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-COUNT-LOCATION         PIC X(02) VALUE SPACES.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CODE         PIC 9(03).
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - counter, location, business date, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do contador: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 1100-ACCEPT-LOCATION
               UNTIL SLS-LOC-VALID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
           OPEN INPUT PRODUCT-MASTER
           OPEN OUTPUT STOCK-COUNT-FILE.

       1100-ACCEPT-LOCATION.
           DISPLAY "Localizacao a contar (AR armazem, LJ loja): "
           ACCEPT WS-COUNT-LOCATION
           MOVE WS-COUNT-LOCATION TO SLS-LOCATION
           IF NOT SLS-LOC-VALID
               DISPLAY "Localizacao invalida."
           END-IF.

      *-----------------------------------------------------------*
      * 2000-COUNT-ONE-PRODUCT - one shelf count, blind against the
      * book figure
           MOVE WS-OPERATOR-ID TO SC-OPERATOR
           MOVE WS-ENTRY-CODE TO SC-PROD-CODE
           MOVE WS-ENTRY-QTY TO SC-COUNTED-QTY
           MOVE WS-COUNT-LOCATION TO SC-LOCATION
           WRITE STOCK-COUNT-RECORD
           ADD 1 TO WS-CAPTURED-COUNT.
       2000-EXIT.
