       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROV.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Month-end doubtful-debt provision: the open
      *                AROPEN items are aged into the ARAGE buckets
      *                (current / 30 / 60 / 90+, the same 365/30 day
      *                count), the percentage keyed for each bucket is
      *                applied, and the change against the provision
      *                standing on the PROVHST history is posted to
      *                GLPOST - an increase charged to PERDIMP and
      *                credited to IMPARCLI, a release the other way
      *                round.  Only the change posts, so a second run
      *                in the same month simply corrects the first.
      *                Each run appends its buckets, rates and
      *                provision to PROVHST and prints ARPROVRP.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT OPTIONAL PROVISION-HISTORY ASSIGN TO "PROVHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISION-REPORT ASSIGN TO "ARPROVRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  PROVISION-HISTORY.
       COPY PROVHST.

       FD  PROVISION-REPORT.
       01  PROVISION-REPORT-LINE     PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MONTH          PIC 9(02).
           05  WS-RUN-DAY            PIC 9(02).

       01  WS-INV-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-INV-DATE-SPLIT REDEFINES WS-INV-DATE.
           05  WS-INV-YEAR           PIC 9(04).
           05  WS-INV-MONTH          PIC 9(02).
           05  WS-INV-DAY            PIC 9(02).

       01  WS-AGE-FIELDS.
           05  WS-AGE-DAYS           PIC S9(05) VALUE ZEROS.
           05  WS-BUCKET             PIC 9(01) VALUE ZEROS.

      *    per bucket: the open amount, the percentage provided and
      *    the provision it gives; the prior run's rates are shown
      *    when the new ones are keyed
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BUCKET-AMOUNT  PIC 9(8)V99 VALUE ZEROS.
               10  WS-BUCKET-PCT     PIC 9(03) VALUE ZEROS.
               10  WS-PRIOR-PCT      PIC 9(03) VALUE ZEROS.
               10  WS-BUCKET-PROV    PIC 9(8)V99 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-ITEM-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-PCT          PIC 9(03) VALUE ZEROS.
           05  WS-OPEN-TOTAL         PIC 9(8)V99 VALUE ZEROS.
           05  WS-NEW-PROVISION      PIC 9(8)V99 VALUE ZEROS.
           05  WS-PRIOR-PROVISION    PIC 9(8)V99 VALUE ZEROS.
           05  WS-PRIOR-RUN-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-PROVISION-CHANGE   PIC S9(8)V99 VALUE ZEROS.
           05  WS-POST-AMOUNT        PIC 9(7)V99 VALUE ZEROS.

       01  WS-BUCKET-NAME-DATA.
           05  FILLER                PIC X(10) VALUE "CORRENTE".
           05  FILLER                PIC X(10) VALUE "30 DIAS".
           05  FILLER                PIC X(10) VALUE "60 DIAS".
           05  FILLER                PIC X(10) VALUE "90+ DIAS".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-DATA.
           05  WS-BUCKET-NAME        PIC X(10) OCCURS 4 TIMES.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(34) VALUE
               "IMPARIDADE DE CLIENTES            ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(10) VALUE "ESCALAO".
           05  FILLER                PIC X(16) VALUE
               "   EM ABERTO".
           05  FILLER                PIC X(06) VALUE "   %".
           05  FILLER                PIC X(16) VALUE
               "      IMPARIDADE".

       01  WS-REPORT-DETAIL.
           05  WD-BUCKET-NAME        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-BUCKET-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WD-BUCKET-PCT         PIC ZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WD-BUCKET-PROV        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "TOTAL".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WT-OPEN-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(11) VALUE SPACES.
           05  WT-NEW-PROVISION      PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PRIOR-LINE.
           05  FILLER                PIC X(26) VALUE
               "IMPARIDADE ANTERIOR DE   ".
           05  WP-PRIOR-RUN-DATE     PIC 9(08).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WP-PRIOR-PROVISION    PIC ZZ,ZZZ,ZZ9.99.

       01  WS-CHANGE-LINE.
           05  FILLER                PIC X(40) VALUE
               "VARIACAO LANCADA (+ REFORCO - REVERSAO)".
           05  WC-PROVISION-CHANGE   PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 4000-COMPUTE-PROVISION
           PERFORM 5000-POST-PROVISION-CHANGE THRU 5000-EXIT
           PERFORM 6000-RECORD-HISTORY
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the provision
      * standing, the rates, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "ARPROV" TO RN-PROGRAM-NAME
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
           PERFORM 1100-LOAD-PRIOR-PROVISION
           PERFORM 1200-KEY-ONE-RATE THRU 1200-EXIT
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
           OPEN INPUT AR-OPEN-ITEMS
           OPEN OUTPUT PROVISION-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE PROVISION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE PROVISION-REPORT-LINE FROM WS-COLUMN-HEADER
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 1100-LOAD-PRIOR-PROVISION - the last history record is the
      * provision standing and the rates last used
      *-----------------------------------------------------------*
       1100-LOAD-PRIOR-PROVISION.
           OPEN INPUT PROVISION-HISTORY
           PERFORM 1110-READ-ONE-HISTORY THRU 1110-EXIT
               UNTIL WS-HIST-EOF
           CLOSE PROVISION-HISTORY.

       1110-READ-ONE-HISTORY.
           READ PROVISION-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           MOVE PV-RUN-DATE TO WS-PRIOR-RUN-DATE
           MOVE PV-PROVISION TO WS-PRIOR-PROVISION
           MOVE PV-BUCKET-PCT(1) TO WS-PRIOR-PCT(1)
           MOVE PV-BUCKET-PCT(2) TO WS-PRIOR-PCT(2)
           MOVE PV-BUCKET-PCT(3) TO WS-PRIOR-PCT(3)
           MOVE PV-BUCKET-PCT(4) TO WS-PRIOR-PCT(4).
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-KEY-ONE-RATE - a whole percentage per bucket, 0 to
      * 100, with last run's rate shown for reference
      *-----------------------------------------------------------*
       1200-KEY-ONE-RATE.
           DISPLAY "% imparidade " WS-BUCKET-NAME(WS-BUCKET)
               " (anterior " WS-PRIOR-PCT(WS-BUCKET) "): "
           MOVE WS-PRIOR-PCT(WS-BUCKET) TO WS-ENTRY-PCT
           ACCEPT WS-ENTRY-PCT
           IF WS-ENTRY-PCT > 100
               DISPLAY "Percentagem invalida (0 a 100)."
               GO TO 1200-KEY-ONE-RATE
           END-IF
           MOVE WS-ENTRY-PCT TO WS-BUCKET-PCT(WS-BUCKET).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-AGE-ONE-ITEM - one open item into its bucket
      *-----------------------------------------------------------*
       2000-AGE-ONE-ITEM.
           IF NOT AR-ITEM-OPEN
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 3000-COMPUTE-AGE-BUCKET
           ADD AR-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET).
       2000-READ-NEXT.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COMPUTE-AGE-BUCKET - days since the invoice date, the
      * 365/30 approximation, into buckets 1-4 as ARAGE does
      *-----------------------------------------------------------*
       3000-COMPUTE-AGE-BUCKET.
           MOVE AR-INVOICE-DATE TO WS-INV-DATE
           COMPUTE WS-AGE-DAYS =
               ((WS-RUN-YEAR - WS-INV-YEAR) * 365)
               + ((WS-RUN-MONTH - WS-INV-MONTH) * 30)
               + (WS-RUN-DAY - WS-INV-DAY)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4000-COMPUTE-PROVISION - each bucket at its rate, one
      * report line per bucket, the change against last run
      *-----------------------------------------------------------*
       4000-COMPUTE-PROVISION.
           PERFORM 4100-PROVIDE-ONE-BUCKET
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
           COMPUTE WS-PROVISION-CHANGE =
               WS-NEW-PROVISION - WS-PRIOR-PROVISION
           MOVE WS-OPEN-TOTAL TO WT-OPEN-TOTAL
           MOVE WS-NEW-PROVISION TO WT-NEW-PROVISION
           WRITE PROVISION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-PRIOR-RUN-DATE TO WP-PRIOR-RUN-DATE
           MOVE WS-PRIOR-PROVISION TO WP-PRIOR-PROVISION
           WRITE PROVISION-REPORT-LINE FROM WS-PRIOR-LINE
           MOVE WS-PROVISION-CHANGE TO WC-PROVISION-CHANGE
           WRITE PROVISION-REPORT-LINE FROM WS-CHANGE-LINE.

       4100-PROVIDE-ONE-BUCKET.
           COMPUTE WS-BUCKET-PROV(WS-BUCKET) ROUNDED =
               WS-BUCKET-AMOUNT(WS-BUCKET)
               * WS-BUCKET-PCT(WS-BUCKET) / 100
           ADD WS-BUCKET-AMOUNT(WS-BUCKET) TO WS-OPEN-TOTAL
           ADD WS-BUCKET-PROV(WS-BUCKET) TO WS-NEW-PROVISION
           MOVE WS-BUCKET-NAME(WS-BUCKET) TO WD-BUCKET-NAME
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET) TO WD-BUCKET-AMOUNT
           MOVE WS-BUCKET-PCT(WS-BUCKET) TO WD-BUCKET-PCT
           MOVE WS-BUCKET-PROV(WS-BUCKET) TO WD-BUCKET-PROV
           WRITE PROVISION-REPORT-LINE FROM WS-REPORT-DETAIL.

      *-----------------------------------------------------------*
      * 5000-POST-PROVISION-CHANGE - an increase is charged to
      * PERDIMP against the IMPARCLI allowance, a release reverses
      * it; no change, no posting
      *-----------------------------------------------------------*
       5000-POST-PROVISION-CHANGE.
           IF WS-PROVISION-CHANGE = ZEROS
               GO TO 5000-EXIT
           END-IF
           IF WS-PROVISION-CHANGE > ZEROS
               MOVE WS-PROVISION-CHANGE TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = ZEROS - WS-PROVISION-CHANGE
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ARPROV" TO GL-SOURCE
           MOVE "PERDIMP" TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           IF WS-PROVISION-CHANGE > ZEROS
               MOVE WS-POST-AMOUNT TO GL-DEBIT
               MOVE "REFORCO IMPARIDADE" TO GL-DESCRIPTION
           ELSE
               MOVE WS-POST-AMOUNT TO GL-CREDIT
               MOVE "REVERSAO IMPARIDADE" TO GL-DESCRIPTION
           END-IF
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ARPROV" TO GL-SOURCE
           MOVE "IMPARCLI" TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           IF WS-PROVISION-CHANGE > ZEROS
               MOVE WS-POST-AMOUNT TO GL-CREDIT
               MOVE "REFORCO IMPARIDADE" TO GL-DESCRIPTION
           ELSE
               MOVE WS-POST-AMOUNT TO GL-DEBIT
               MOVE "REVERSAO IMPARIDADE" TO GL-DESCRIPTION
           END-IF
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-RECORD-HISTORY - this run becomes the provision
      * standing
      *-----------------------------------------------------------*
       6000-RECORD-HISTORY.
           OPEN EXTEND PROVISION-HISTORY
           MOVE SPACES TO PROVISION-HISTORY-REC
           MOVE WS-RUN-DATE TO PV-RUN-DATE
           PERFORM 6100-MOVE-ONE-BUCKET
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
           MOVE WS-NEW-PROVISION TO PV-PROVISION
           MOVE WS-PROVISION-CHANGE TO PV-CHANGE
           WRITE PROVISION-HISTORY-REC
           CLOSE PROVISION-HISTORY.

       6100-MOVE-ONE-BUCKET.
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET)
               TO PV-BUCKET-AMOUNT(WS-BUCKET)
           MOVE WS-BUCKET-PCT(WS-BUCKET) TO PV-BUCKET-PCT(WS-BUCKET).

      *-----------------------------------------------------------*
      * 8000-FINALIZE - run log and close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE AR-OPEN-ITEMS
           CLOSE PROVISION-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-ITEM-COUNT TO RN-RECORDS-READ
           MOVE 1 TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "ARPROV: " WS-ITEM-COUNT " itens, imparidade "
               WT-NEW-PROVISION.

       END PROGRAM ARPROV.
