      * 2026-09-02  RG  AROPEN is verified against its FILECTL
      *                 control record in a pre-scan before the
      *                 aging runs.
      * 2026-10-15  RG  The 200-customer summary table is gone: AROPEN
      *                 is read in customer order, so each customer's
      *                 buckets are printed on the change of customer
      *                 and any number of customers ages in one run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-CUST-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-CUSTOMER-OPEN            VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-BUCKET             PIC 9(01) VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-BUCKET-IDX         PIC 9(01) VALUE ZEROS.
           05  WS-ITEM-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LETTER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-OVERDUE-60         PIC 9(7)V99 VALUE ZEROS.
           05  WS-OVERDUE-90         PIC 9(7)V99 VALUE ZEROS.

      *    the customer being aged; AROPEN arrives in AR-KEY
      *    order, so a new customer number closes the last one
       01  WS-CUSTOMER-BUCKETS.
           05  WCA-CUST-NUMBER       PIC 9(05) VALUE ZEROS.
           05  WCA-BUCKET-AMOUNT     PIC 9(7)V99 OCCURS 4 TIMES.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BUCKET       PIC 9(8)V99 OCCURS 4 TIMES
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-CUSTOMER-OPEN
               PERFORM 6000-PRINT-ONE-CUSTOMER
           END-IF
           PERFORM 8000-FINALIZE
           STOP RUN.

           END-IF
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 3000-COMPUTE-AGE-BUCKET
           IF NOT WS-CUSTOMER-OPEN
               OR AR-CUST-NUMBER NOT = WCA-CUST-NUMBER
               PERFORM 4000-START-CUSTOMER
           END-IF
           ADD AR-AMOUNT TO WCA-BUCKET-AMOUNT(WS-BUCKET)
           ADD AR-AMOUNT TO WS-GRAND-BUCKET(WS-BUCKET).
       2000-READ-NEXT.
           READ AR-OPEN-ITEMS NEXT RECORD
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4000-START-CUSTOMER - the change of customer: the one just
      * finished is printed and the buckets start again at zero
      *-----------------------------------------------------------*
       4000-START-CUSTOMER.
           IF WS-CUSTOMER-OPEN
               PERFORM 6000-PRINT-ONE-CUSTOMER
           END-IF
           SET WS-CUSTOMER-OPEN TO TRUE
           MOVE AR-CUST-NUMBER TO WCA-CUST-NUMBER
           PERFORM 4100-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.

       4100-CLEAR-ONE-BUCKET.
           MOVE ZEROS TO WCA-BUCKET-AMOUNT(WS-BUCKET-IDX).

      *-----------------------------------------------------------*
      * 6000-PRINT-ONE-CUSTOMER - the customer's bucket line, and a
      * reminder letter when the 60+ buckets hold money
      *-----------------------------------------------------------*
       6000-PRINT-ONE-CUSTOMER.
           MOVE WCA-CUST-NUMBER TO WD-CUST-NUMBER
           MOVE "(CLIENTE DESCONHECIDO)" TO WD-CUST-NAME
           MOVE WCA-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-NAME TO WD-CUST-NAME
           END-READ
           MOVE WCA-BUCKET-AMOUNT(1) TO WD-BUCKET-1
           MOVE WCA-BUCKET-AMOUNT(2) TO WD-BUCKET-2
           MOVE WCA-BUCKET-AMOUNT(3) TO WD-BUCKET-3
           MOVE WCA-BUCKET-AMOUNT(4) TO WD-BUCKET-4
           WRITE AGING-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE WCA-BUCKET-AMOUNT(3) TO WS-OVERDUE-60
           MOVE WCA-BUCKET-AMOUNT(4) TO WS-OVERDUE-90
           IF WS-OVERDUE-60 > ZEROS OR WS-OVERDUE-90 > ZEROS
               PERFORM 7000-PRINT-DUNNING-LETTER
           END-IF.
