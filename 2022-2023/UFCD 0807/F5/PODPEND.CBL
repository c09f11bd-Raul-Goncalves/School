       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODPEND.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Unconfirmed-deliveries report: every dispatch
      *                on the DISPATCH register still in transit -
      *                no proof of delivery captured - more than the
      *                keyed number of working days (DATECALC, so
      *                weekends and holidays do not count against
      *                the carrier) after it left, with its transport
      *                document, order, invoice, customer and carrier,
      *                for the dispatch office to chase.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPATCH-REGISTER ASSIGN TO "DISPATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-NOTE-NUMBER
               ALTERNATE RECORD KEY IS DP-INVOICE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT POD-PENDING-REPORT ASSIGN TO "PODPEND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPATCH-REGISTER.
       COPY DISPATCH.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  POD-PENDING-REPORT.
       01  POD-PENDING-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY DATECALC.

       01  WS-DISP-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-DISP-OK                    VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-MAX-DAYS               PIC 9(03) VALUE ZEROS.

       01  WS-REPORT-COUNTS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-TRANSIT-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-LATE-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(30) VALUE
               "ENTREGAS POR CONFIRMAR - DATA ".
           05  WH-REPORT-DATE        PIC 9(08).
           05  FILLER                PIC X(08) VALUE "  MAIS ".
           05  WH-MAX-DAYS           PIC ZZ9.
           05  FILLER                PIC X(12) VALUE " DIAS UTEIS".

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(40) VALUE
               "GUIA   TRANSP ENCOM FATUR CLIENTE       ".
           05  FILLER                PIC X(40) VALUE
               "         EXPEDIDA DIAS TRANSPORTADOR    ".

       01  WS-REPORT-DETAIL.
           05  WD-NOTE-NUMBER        PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-TRANSPORT-DOC      PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-INVOICE-NUMBER     PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CUST-NAME          PIC X(22).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DISPATCH-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-DAYS               PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-CARRIER            PIC X(17).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(22) VALUE
               "GUIAS EM TRANSITO:    ".
           05  WT-TRANSIT-COUNT      PIC ZZZZ9.
           05  FILLER                PIC X(20) VALUE
               "  POR CONFIRMAR:    ".
           05  WT-LATE-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-DISPATCH THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the limit in
      * working days, files, headings and prime the read
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "PODPEND" TO RN-PROGRAM-NAME
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
           DISPLAY "Dias uteis sem confirmacao de entrega (0 = 3): "
           ACCEPT WS-MAX-DAYS
           IF WS-MAX-DAYS = ZEROS
               MOVE 3 TO WS-MAX-DAYS
           END-IF
           OPEN INPUT DISPATCH-REGISTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT POD-PENDING-REPORT
           MOVE WS-RUN-DATE TO WH-REPORT-DATE
           MOVE WS-MAX-DAYS TO WH-MAX-DAYS
           WRITE POD-PENDING-LINE FROM WS-REPORT-HEADER
           WRITE POD-PENDING-LINE FROM WS-COLUMN-HEADER
           IF NOT WS-DISP-OK
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 2900-READ-DISPATCH THRU 2900-EXIT
           END-IF.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-DISPATCH - a dispatch still in transit past
      * the limit is listed
      *-----------------------------------------------------------*
       2000-CHECK-ONE-DISPATCH.
           IF NOT DP-IN-TRANSIT
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-TRANSIT-COUNT
           SET DC-DAYS-BETWEEN TO TRUE
           MOVE DP-DISPATCH-DATE TO DC-DATE-1
           MOVE WS-RUN-DATE TO DC-DATE-2
           CALL "DATECALC" USING DATECALC-LINKAGE
           IF DC-ERROR
               GO TO 2000-NEXT
           END-IF
           IF DC-WORKING-DAYS NOT > WS-MAX-DAYS
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-LATE-COUNT
           MOVE DP-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)" TO CU-NAME
           END-READ
           MOVE DP-NOTE-NUMBER TO WD-NOTE-NUMBER
           MOVE DP-TRANSPORT-DOC TO WD-TRANSPORT-DOC
           MOVE DP-ORDER-NUMBER TO WD-ORDER-NUMBER
           MOVE DP-INVOICE-NUMBER TO WD-INVOICE-NUMBER
           MOVE CU-NAME TO WD-CUST-NAME
           MOVE DP-DISPATCH-DATE TO WD-DISPATCH-DATE
           MOVE DC-WORKING-DAYS TO WD-DAYS
           MOVE DP-CARRIER TO WD-CARRIER
           WRITE POD-PENDING-LINE FROM WS-REPORT-DETAIL.
       2000-NEXT.
           PERFORM 2900-READ-DISPATCH THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-DISPATCH.
           READ DISPATCH-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2900-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - totals, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-TRANSIT-COUNT TO WT-TRANSIT-COUNT
           MOVE WS-LATE-COUNT TO WT-LATE-COUNT
           WRITE POD-PENDING-LINE FROM WS-TRAILER-LINE
           CLOSE DISPATCH-REGISTER
           CLOSE CUSTOMER-MASTER
           CLOSE POD-PENDING-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LATE-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "PODPEND: " WS-TRANSIT-COUNT " em transito, "
               WS-LATE-COUNT " por confirmar.".

       END PROGRAM PODPEND.
