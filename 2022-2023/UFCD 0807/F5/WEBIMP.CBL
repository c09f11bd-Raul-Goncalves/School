       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBIMP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Nightly import of the web shop's order export
      *                (WEBORD) into the ORDERS feed, so the shop's
      *                orders reach ORDBATCH without being retyped.
      *                WEBORD is plain comma-separated text, one row
      *                per order line, the rows of an order together,
      *                under a first row of column headings:
      *                  shop order reference, shop customer
      *                  reference, customer name, customer NIF,
      *                  SKU, quantity
      *                The customer reference is mapped to CU-NUMBER
      *                by CU-WEB-REF; a shop customer not on file is
      *                created pending (CU-PENDING, next free number,
      *                no credit limit) for CUSTMNT to complete.  The
      *                SKU is mapped to PROD-CODE by PROD-WEB-SKU.
      *                An order whose every line maps goes out as an
      *                "H"/"D" order under a fresh SEQSVC ORDERNO
      *                number, its header carrying the shop's order
      *                reference through to the invoice; an order
      *                with any bad line goes, line by line with the
      *                reason, to the WEBREJ list instead.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Shop SKUs past the 200th, shop customers past
      *                 the 2000th and orders past the 500th kept for
      *                 the repeat check are counted on the console,
      *                 an order refused for a full customer table
      *                 says so, and the three tables are checked with
      *                 TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WEB-ORDER-FILE ASSIGN TO "WEBORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBORD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO "ORDERS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "WEBREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WEB-ORDER-FILE.
       01  WEB-ORDER-LINE            PIC X(120).

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  PRODUCT-MASTER.
           COPY PRODMAST.

       FD  ORDERS-FILE.
       01  ORDERS-RECORD.
           05  OR-RECORD-TYPE        PIC X(01).
           05  FILLER                PIC X(01).
           05  OR-FIELD-1            PIC 9(05).
           05  FILLER                PIC X(01).
           05  OR-FIELD-2            PIC 9(05).
           05  FILLER                PIC X(01).
           05  OR-LOCATION           PIC X(02).
           05  FILLER                PIC X(01).
           05  OR-WEB-REF            PIC X(15).
           05  FILLER                PIC X(28).

       FD  REJECT-FILE.
       01  REJECT-LINE               PIC X(112).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY SEQSVC.

       COPY CHGJRNL.

       COPY FILCTL.

       COPY TBLCHK.

       01  WS-WEBORD-STATUS          PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-WEBORD-OK                  VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-CUST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-CUST-EOF                 VALUE "Y".
           05  WS-PROD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-PROD-EOF                 VALUE "Y".
           05  WS-ORDER-OPEN-SW      PIC X(01) VALUE "N".
               88  WS-ORDER-OPEN               VALUE "Y".
           05  WS-ORDER-BAD-SW       PIC X(01) VALUE "N".
               88  WS-ORDER-BAD                VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

      *    one WEBORD row taken apart
       01  WS-CSV-FIELDS.
           05  WK-ORDER-REF          PIC X(15).
           05  WK-CUST-REF           PIC X(15).
           05  WK-CUST-NAME          PIC X(25).
           05  WK-NIF-X              PIC X(09).
           05  WK-SKU                PIC X(12).
           05  WK-QTY-X              PIC X(05).
       01  WS-FIELD-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-NUMBER-TEXT            PIC X(09) VALUE SPACES.
       01  WS-NUMBER-LEN             PIC 9(02) VALUE ZEROS.
       01  WS-LINE-QTY               PIC 9(03) VALUE ZEROS.
       01  WS-LINE-REASON            PIC X(30) VALUE SPACES.

      *    the order being gathered, until its reference changes
       01  WS-ORDER-FIELDS.
           05  WS-ORDER-REF          PIC X(15) VALUE SPACES.
           05  WS-ORDER-CUST-REF     PIC X(15) VALUE SPACES.
           05  WS-ORDER-CUST-NAME    PIC X(25) VALUE SPACES.
           05  WS-ORDER-NIF          PIC 9(09) VALUE ZEROS.
           05  WS-ORDER-CUST         PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-NUMBER       PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-REASON       PIC X(30) VALUE SPACES.

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT         PIC 9(02) VALUE ZEROS.
           05  WS-LINE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-LINE-COUNT.
               10  WL-ROW            PIC X(80).
               10  WL-PROD-CODE      PIC 9(03).
               10  WL-QTY            PIC 9(03).
               10  WL-REASON         PIC X(30).
       01  WS-LINE-IDX               PIC 9(02) VALUE ZEROS.

      *    the customers the shop knows, by its reference
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-CUST-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CUST-COUNT.
               10  WC-WEB-REF        PIC X(15).
               10  WC-NUMBER         PIC 9(05).
       01  WS-CUST-IDX               PIC 9(04) VALUE ZEROS.
       01  WS-HIGH-CUST-NUMBER       PIC 9(05) VALUE ZEROS.

      *    the products on sale in the shop, by SKU
       01  WS-SKU-TABLE.
           05  WS-SKU-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-SKU-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-SKU-COUNT.
               10  WT-SKU            PIC X(12).
               10  WT-CODE           PIC 9(03).
       01  WS-SKU-IDX                PIC 9(03) VALUE ZEROS.

      *    the shop references already taken this run - a reference
      *    met again further down the file is a repeat
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-DONE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-DONE-COUNT.
               10  WD-WEB-REF        PIC X(15).
       01  WS-DONE-IDX               PIC 9(03) VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT         PIC 9(06) VALUE ZEROS.
           05  WS-ORDER-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-WRITTEN-COUNT      PIC 9(06) VALUE ZEROS.
           05  WS-NEW-CUST-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-REJECT-ORDERS      PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-SKU-SKIP-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-CUST-SKIP-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-DONE-SKIP-COUNT    PIC 9(05) VALUE ZEROS.

       01  WS-REJECT-DETAIL.
           05  WX-RECORD             PIC X(80).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WX-REASON             PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the product and
      * customer tables, open files and skip the heading row
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "WEBIMP" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           PERFORM 1100-LOAD-SKU-TABLE
           OPEN I-O CUSTOMER-MASTER
           PERFORM 1200-LOAD-ONE-CUSTOMER THRU 1200-EXIT
               UNTIL WS-CUST-EOF
           MOVE "WEBIMP" TO TC-PROGRAM-NAME
           MOVE "WEBSKU" TO TC-TABLE-NAME
           MOVE WS-SKU-COUNT TO TC-ENTRY-COUNT
           MOVE 200 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "WEBCUSTOMER" TO TC-TABLE-NAME
           MOVE WS-CUST-COUNT TO TC-ENTRY-COUNT
           MOVE 2000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN INPUT WEB-ORDER-FILE
           OPEN EXTEND ORDERS-FILE
           OPEN OUTPUT REJECT-FILE
           READ WEB-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               READ WEB-ORDER-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      * 1100-LOAD-SKU-TABLE - every active product with a shop SKU,
      * the product master verified against FILECTL as it loads
      *-----------------------------------------------------------*
       1100-LOAD-SKU-TABLE.
           MOVE ZEROS TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           OPEN INPUT PRODUCT-MASTER
           PERFORM 1110-LOAD-ONE-PRODUCT THRU 1110-EXIT
               UNTIL WS-PROD-EOF
           CLOSE PRODUCT-MASTER
           MOVE "PRODMAST" TO FC-FILE-NAME
           MOVE "WEBIMP" TO FC-CALLER
           MOVE WS-RUN-DATE TO FC-BUSINESS-DATE
           SET FC-REQUEST-VERIFY TO TRUE
           CALL "FILCTL" USING FILCTL-LINKAGE.

       1110-LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO FC-RECORD-COUNT
           ADD PROD-ON-HAND TO FC-HASH-TOTAL
           IF PROD-ACTIVE AND PROD-WEB-SKU NOT = SPACES
               IF WS-SKU-COUNT < 200
                   ADD 1 TO WS-SKU-COUNT
                   MOVE PROD-WEB-SKU TO WT-SKU(WS-SKU-COUNT)
                   MOVE PROD-CODE TO WT-CODE(WS-SKU-COUNT)
               ELSE
                   ADD 1 TO WS-SKU-SKIP-COUNT
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-ONE-CUSTOMER - the customers with a shop reference
      * (a closed one no longer answers to it), and the highest
      * number on file for the next pending customer
      *-----------------------------------------------------------*
       1200-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           MOVE CU-NUMBER TO WS-HIGH-CUST-NUMBER
           IF CU-WEB-REF = SPACES OR CU-CLOSED
               GO TO 1200-EXIT
           END-IF
           IF WS-CUST-COUNT = 2000
               DISPLAY "WEBIMP: mais de 2000 clientes da loja - "
                   CU-NUMBER " fica fora da tabela."
               ADD 1 TO WS-CUST-SKIP-COUNT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE CU-WEB-REF TO WC-WEB-REF(WS-CUST-COUNT)
           MOVE CU-NUMBER TO WC-NUMBER(WS-CUST-COUNT).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ROW - one WEBORD row: a new shop reference
      * closes the order gathered so far and opens the next; the
      * row's line is checked and kept with its order
      *-----------------------------------------------------------*
       2000-PROCESS-ROW.
           ADD 1 TO WS-READ-COUNT
           INSPECT WEB-ORDER-LINE REPLACING ALL X"0D" BY SPACE
           IF WEB-ORDER-LINE = SPACES
               GO TO 2000-READ-NEXT
           END-IF
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE ZEROS TO WS-FIELD-COUNT
           UNSTRING WEB-ORDER-LINE DELIMITED BY ","
               INTO WK-ORDER-REF WK-CUST-REF WK-CUST-NAME
                    WK-NIF-X WK-SKU WK-QTY-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           IF NOT WS-ORDER-OPEN OR WK-ORDER-REF NOT = WS-ORDER-REF
               IF WS-ORDER-OPEN
                   PERFORM 5000-CLOSE-ORDER THRU 5000-EXIT
               END-IF
               PERFORM 3000-START-ORDER THRU 3000-EXIT
           END-IF
           PERFORM 4000-CHECK-LINE THRU 4000-EXIT.
       2000-READ-NEXT.
           READ WEB-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-START-ORDER - the order's reference and customer come
      * from its first row
      *-----------------------------------------------------------*
       3000-START-ORDER.
           SET WS-ORDER-OPEN TO TRUE
           MOVE "N" TO WS-ORDER-BAD-SW
           MOVE SPACES TO WS-ORDER-REASON
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WK-ORDER-REF TO WS-ORDER-REF
           MOVE WK-CUST-REF TO WS-ORDER-CUST-REF
           MOVE WK-CUST-NAME TO WS-ORDER-CUST-NAME
           MOVE ZEROS TO WS-ORDER-NIF
           MOVE WK-NIF-X TO WS-NUMBER-TEXT
           PERFORM 4900-MEASURE-NUMBER
           IF WS-NUMBER-LEN > ZEROS
               IF WS-NUMBER-TEXT(1:WS-NUMBER-LEN) NUMERIC
                   MOVE WS-NUMBER-TEXT(1:WS-NUMBER-LEN)
                       TO WS-ORDER-NIF
               END-IF
           END-IF
           IF WS-ORDER-REF = SPACES
               MOVE "SEM REFERENCIA DE ENCOMENDA" TO WS-ORDER-REASON
               GO TO 3000-MARK-BAD
           END-IF
           IF WS-ORDER-CUST-REF = SPACES
               MOVE "SEM REFERENCIA DE CLIENTE" TO WS-ORDER-REASON
               GO TO 3000-MARK-BAD
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ONE-DONE
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT OR WS-FOUND
           IF WS-FOUND
               MOVE "ENCOMENDA REPETIDA NO FICHEIRO"
                   TO WS-ORDER-REASON
           END-IF.
       3000-MARK-BAD.
           IF WS-ORDER-REASON NOT = SPACES
               SET WS-ORDER-BAD TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-DONE.
           IF WD-WEB-REF(WS-DONE-IDX) = WS-ORDER-REF
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-CHECK-LINE - all six columns, a known SKU and a
      * quantity of 1 to 999; a bad line spoils the whole order
      *-----------------------------------------------------------*
       4000-CHECK-LINE.
           MOVE SPACES TO WS-LINE-REASON
           MOVE ZEROS TO WS-LINE-QTY
           IF WS-LINE-COUNT = 50
               MOVE "MAIS DE 50 LINHAS" TO WS-ORDER-REASON
               SET WS-ORDER-BAD TO TRUE
               MOVE WEB-ORDER-LINE TO WX-RECORD
               MOVE WS-ORDER-REASON TO WX-REASON
               PERFORM 6000-WRITE-REJECT
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WEB-ORDER-LINE TO WL-ROW(WS-LINE-COUNT)
           MOVE ZEROS TO WL-PROD-CODE(WS-LINE-COUNT)
           IF WS-FIELD-COUNT < 6
               MOVE "LINHA INCOMPLETA" TO WS-LINE-REASON
               GO TO 4000-KEEP
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 4100-MATCH-ONE-SKU
               VARYING WS-SKU-IDX FROM 1 BY 1
               UNTIL WS-SKU-IDX > WS-SKU-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               MOVE "SKU DESCONHECIDO" TO WS-LINE-REASON
               GO TO 4000-KEEP
           END-IF
           MOVE WK-QTY-X TO WS-NUMBER-TEXT
           PERFORM 4900-MEASURE-NUMBER
           IF WS-NUMBER-LEN = ZEROS OR WS-NUMBER-LEN > 3
               MOVE "QUANTIDADE INVALIDA" TO WS-LINE-REASON
               GO TO 4000-KEEP
           END-IF
           IF WS-NUMBER-TEXT(1:WS-NUMBER-LEN) NOT NUMERIC
               MOVE "QUANTIDADE INVALIDA" TO WS-LINE-REASON
               GO TO 4000-KEEP
           END-IF
           MOVE WS-NUMBER-TEXT(1:WS-NUMBER-LEN) TO WS-LINE-QTY
           IF WS-LINE-QTY = ZEROS
               MOVE "QUANTIDADE INVALIDA" TO WS-LINE-REASON
           END-IF.
       4000-KEEP.
           MOVE WS-LINE-QTY TO WL-QTY(WS-LINE-COUNT)
           MOVE WS-LINE-REASON TO WL-REASON(WS-LINE-COUNT)
           IF WS-LINE-REASON NOT = SPACES
               SET WS-ORDER-BAD TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-SKU.
           IF WT-SKU(WS-SKU-IDX) = WK-SKU
               SET WS-FOUND TO TRUE
               MOVE WT-CODE(WS-SKU-IDX)
                   TO WL-PROD-CODE(WS-LINE-COUNT)
           END-IF.

      *-----------------------------------------------------------*
      * 4900-MEASURE-NUMBER - a column's digits run from the first
      * position to the first space
      *-----------------------------------------------------------*
       4900-MEASURE-NUMBER.
           MOVE ZEROS TO WS-NUMBER-LEN
           INSPECT WS-NUMBER-TEXT TALLYING WS-NUMBER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

      *-----------------------------------------------------------*
      * 5000-CLOSE-ORDER - a clean order finds or creates its
      * customer and goes out to ORDERS; a spoiled one is rejected
      * line by line
      *-----------------------------------------------------------*
       5000-CLOSE-ORDER.
           MOVE "N" TO WS-ORDER-OPEN-SW
           IF WS-ORDER-BAD
               GO TO 5000-REJECT
           END-IF
           PERFORM 5100-FIND-CUSTOMER THRU 5100-EXIT
           IF WS-ORDER-REASON NOT = SPACES
               GO TO 5000-REJECT
           END-IF
           MOVE "ORDERNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               MOVE "SEM NUMERO DE ENCOMENDA" TO WS-ORDER-REASON
               GO TO 5000-REJECT
           END-IF
           MOVE SEQ-NUMBER TO WS-ORDER-NUMBER
           MOVE SPACES TO ORDERS-RECORD
           MOVE "H" TO OR-RECORD-TYPE
           MOVE WS-ORDER-NUMBER TO OR-FIELD-1
           MOVE WS-ORDER-CUST TO OR-FIELD-2
           MOVE WS-ORDER-REF TO OR-WEB-REF
           WRITE ORDERS-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 5300-WRITE-ONE-DETAIL
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
           ADD 1 TO WS-ORDER-COUNT
           IF WS-DONE-COUNT < 500
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-ORDER-REF TO WD-WEB-REF(WS-DONE-COUNT)
           ELSE
               ADD 1 TO WS-DONE-SKIP-COUNT
           END-IF
           GO TO 5000-EXIT.
       5000-REJECT.
           ADD 1 TO WS-REJECT-ORDERS
           PERFORM 5400-REJECT-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-FIND-CUSTOMER - the shop's reference on file, or a new
      * pending customer under the next free number
      *-----------------------------------------------------------*
       5100-FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 5110-MATCH-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT OR WS-FOUND
           IF WS-FOUND
               GO TO 5100-EXIT
           END-IF
      *    with the table full the customer may be on file already
           IF WS-CUST-COUNT = 2000
               MOVE "TABELA DE CLIENTES CHEIA" TO WS-ORDER-REASON
               GO TO 5100-EXIT
           END-IF
           IF WS-HIGH-CUST-NUMBER = 99999
               MOVE "SEM NUMERO PARA CLIENTE NOVO" TO WS-ORDER-REASON
               GO TO 5100-EXIT
           END-IF
           INITIALIZE CUSTOMER-MASTER-RECORD
           ADD 1 TO WS-HIGH-CUST-NUMBER
           MOVE WS-HIGH-CUST-NUMBER TO CU-NUMBER
           MOVE WS-ORDER-CUST-NAME TO CU-NAME
           IF CU-NAME = SPACES
               MOVE "(CLIENTE DA LOJA ONLINE)" TO CU-NAME
           END-IF
           MOVE WS-ORDER-NIF TO CU-NIF
           SET CU-PENDING TO TRUE
           MOVE WS-ORDER-CUST-REF TO CU-WEB-REF
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "ERRO AO CRIAR O CLIENTE" TO WS-ORDER-REASON
                   GO TO 5100-EXIT
           END-WRITE
           SET CJ-OP-WRITE TO TRUE
           MOVE "CUSTMAST" TO CJ-FILE-NAME
           MOVE "WEBIMP" TO CJ-OPERATOR
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE
           ADD 1 TO WS-NEW-CUST-COUNT
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-ORDER-CUST-REF TO WC-WEB-REF(WS-CUST-COUNT)
           MOVE CU-NUMBER TO WC-NUMBER(WS-CUST-COUNT)
           MOVE CU-NUMBER TO WS-ORDER-CUST.
       5100-EXIT.
           EXIT.

       5110-MATCH-ONE-CUSTOMER.
           IF WC-WEB-REF(WS-CUST-IDX) = WS-ORDER-CUST-REF
               SET WS-FOUND TO TRUE
               MOVE WC-NUMBER(WS-CUST-IDX) TO WS-ORDER-CUST
           END-IF.

       5300-WRITE-ONE-DETAIL.
           MOVE SPACES TO ORDERS-RECORD
           MOVE "D" TO OR-RECORD-TYPE
           MOVE WL-PROD-CODE(WS-LINE-IDX) TO OR-FIELD-1
           MOVE WL-QTY(WS-LINE-IDX) TO OR-FIELD-2
           WRITE ORDERS-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       5400-REJECT-ONE-LINE.
           MOVE WL-ROW(WS-LINE-IDX) TO WX-RECORD
           EVALUATE TRUE
               WHEN WL-REASON(WS-LINE-IDX) NOT = SPACES
                   MOVE WL-REASON(WS-LINE-IDX) TO WX-REASON
               WHEN WS-ORDER-REASON NOT = SPACES
                   MOVE WS-ORDER-REASON TO WX-REASON
               WHEN OTHER
                   MOVE "ENCOMENDA REJEITADA" TO WX-REASON
           END-EVALUATE
           PERFORM 6000-WRITE-REJECT.

      *-----------------------------------------------------------*
      * 6000-WRITE-REJECT - the row as read, with the reason
      *-----------------------------------------------------------*
       6000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           WRITE REJECT-LINE FROM WS-REJECT-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the last order, run log, close and
      * refresh the file controls of the customer master
      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-ORDER-OPEN
               PERFORM 5000-CLOSE-ORDER THRU 5000-EXIT
           END-IF
           MOVE "WEBIMP" TO TC-PROGRAM-NAME
           MOVE "WEBORDER" TO TC-TABLE-NAME
           MOVE WS-DONE-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE WEB-ORDER-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ORDERS-FILE
           CLOSE REJECT-FILE
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           CALL "FCBUILD"
           DISPLAY "WEBIMP: " WS-ORDER-COUNT " encomendas para o "
               "ORDERS, " WS-NEW-CUST-COUNT " clientes pendentes, "
               WS-REJECT-ORDERS " encomendas rejeitadas ("
               WS-REJECT-COUNT " linhas)."
           IF WS-SKU-SKIP-COUNT > ZEROS
               OR WS-CUST-SKIP-COUNT > ZEROS
               OR WS-DONE-SKIP-COUNT > ZEROS
               DISPLAY "WEBIMP: tabelas cheias - " WS-SKU-SKIP-COUNT
                   " SKU, " WS-CUST-SKIP-COUNT " clientes, "
                   WS-DONE-SKIP-COUNT " encomendas sem controlo "
                   "de repeticao."
           END-IF.

       END PROGRAM WEBIMP.
