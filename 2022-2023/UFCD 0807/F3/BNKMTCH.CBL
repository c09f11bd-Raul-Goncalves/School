       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMTCH.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Bank reconciliation auto-match.  First the
      *                BANKBOOK book side is brought up to date from
      *                every record of a movement through the bank:
      *                the BANCO postings on the GL archive, the
      *                DEPPREP deposits (DEPREG), the NETPAY payroll
      *                EFT batches (EFTREG) and cheques (CHQREG), the
      *                current MEMDD collection batch (MEMDDFIL) and
      *                the collections the bank returned from it
      *                (MEMDDRET) - an item already on file is left
      *                alone, so the run can be repeated.  Then each
      *                unmatched BANKLINE statement line is paired
      *                with an unmatched book item of the same
      *                direction and amount: one quoting the item's
      *                reference wins outright, otherwise it must be
      *                the only item dated within the defined window
      *                of working days around the value date.  Lines
      *                with more than one candidate or none are left
      *                for BNKMAN; BNKMTRP lists what was matched and
      *                what was not.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Collection lines past the 1000th are counted
      *                 and reported, a return whose member is not
      *                 held for that reason is shown on the console
      *                 for BNKMAN, and both tables are checked with
      *                 TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BANK-BOOK-FILE ASSIGN TO "BANKBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT BANK-LINE-FILE ASSIGN TO "BANKLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT OPTIONAL GL-POSTING-ARCHIVE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-REGISTER ASSIGN TO "DEPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EFT-REGISTER ASSIGN TO "EFTREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DD-INTERCHANGE-FILE ASSIGN TO "MEMDDFIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DD-RETURN-FILE ASSIGN TO "MEMDDRET"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REPORT ASSIGN TO "BNKMTRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  BANK-BOOK-FILE.
       COPY BANKBOOK.

       FD  BANK-LINE-FILE.
       COPY BANKLINE.

       FD  GL-POSTING-ARCHIVE.
       COPY GLPOST.

       FD  DEPOSIT-REGISTER.
       01  DEPOSIT-REGISTER-REC.
           05  DP-DEPOSIT-DATE       PIC 9(08).
           05  FILLER                PIC X(02).
           05  DP-DRAWER-COUNT       PIC 9(03).
           05  FILLER                PIC X(02).
           05  DP-BANKED-AMOUNT      PIC 9(7)V99.
           05  FILLER                PIC X(02).
           05  DP-TICKED             PIC X(01).

       FD  EFT-REGISTER.
       01  EFT-REGISTER-DETAIL.
           05  ER-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(02).
           05  ER-PERIOD             PIC 9(08).
           05  FILLER                PIC X(02).
           05  ER-RECORD-COUNT       PIC 9(05).
           05  FILLER                PIC X(02).
           05  ER-TOTAL-CENTS        PIC 9(09).
           05  FILLER                PIC X(02).
           05  ER-STATUS             PIC X(04).
           05  FILLER                PIC X(38).

       FD  CHEQUE-REGISTER.
       01  CHEQUE-REGISTER-LINE      PIC X(64).

       FD  DD-INTERCHANGE-FILE.
       01  DD-INTERCHANGE-LINE.
           05  DD-RECORD-TYPE        PIC X(01).
               88  DD-HEADER                   VALUE "H".
               88  DD-DETAIL                   VALUE "D".
               88  DD-TRAILER                  VALUE "T".
           05  DD-BODY               PIC X(79).
           05  DD-HEADER-BODY REDEFINES DD-BODY.
               10  FILLER            PIC X(10).
               10  DDH-RUN-DATE      PIC 9(08).
               10  DDH-BATCH-NUMBER  PIC 9(06).
               10  FILLER            PIC X(55).
           05  DD-DETAIL-BODY REDEFINES DD-BODY.
               10  FILLER            PIC X(12).
               10  DDD-MEM-ID        PIC 9(05).
               10  FILLER            PIC X(25).
               10  DDD-AMOUNT-CENTS  PIC 9(07).
               10  FILLER            PIC X(30).
           05  DD-TRAILER-BODY REDEFINES DD-BODY.
               10  DDT-RECORD-COUNT  PIC 9(05).
               10  DDT-TOTAL-CENTS   PIC 9(09).
               10  FILLER            PIC X(65).

       FD  DD-RETURN-FILE.
       01  DD-RETURN-RECORD.
           05  RT-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01).
           05  RT-STATUS             PIC X(03).
               88  RT-REJECTED                 VALUE "REJ".
           05  FILLER                PIC X(01).
           05  RT-REASON             PIC X(20).

       FD  MATCH-REPORT.
       01  MATCH-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY DATECALC.
       COPY CHQREG.
       COPY TBLCHK.

       01  WS-BOOK-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-BOOK-OK                    VALUES "00" "05".
       01  WS-LINE-STATUS            PIC XX.
           88  WS-LINE-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".

      *    the GL account the book side is taken from
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".

      *    the defined window, in working days, a statement line's
      *    value date may fall before or after the book item's date
       01  WS-DAYS-BEFORE            PIC S9(03) VALUE -2.
       01  WS-DAYS-AFTER             PIC S9(03) VALUE 5.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-ARCH-LINE          PIC 9(09) VALUE ZEROS.
           05  WS-BOOK-ADDED         PIC 9(05) VALUE ZEROS.
           05  WS-LINES-READ         PIC 9(05) VALUE ZEROS.
           05  WS-REF-MATCHED        PIC 9(05) VALUE ZEROS.
           05  WS-DATE-MATCHED       PIC 9(05) VALUE ZEROS.
           05  WS-AMBIGUOUS-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-DD-SKIPPED         PIC 9(05) VALUE ZEROS.

       01  WS-REF-BUILD.
           05  WS-REF-DATE           PIC 9(08).
           05  WS-REF-PERIOD         PIC 9(08).
       01  WS-REF-BATCH.
           05  WS-REF-BATCH-NUMBER   PIC 9(06).
           05  WS-REF-MEM-ID         PIC 9(05).
       01  WS-REF-LINE-NUMBER        PIC 9(09).

      *    the collection batch MEMDDFIL currently holds
       01  WS-DD-FIELDS.
           05  WS-DD-BATCH-NUMBER    PIC 9(06) VALUE ZEROS.
           05  WS-DD-RUN-DATE        PIC 9(08) VALUE ZEROS.
           05  WS-DD-COUNT           PIC 9(04) VALUE ZEROS.
           05  WS-DD-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-DD-COUNT.
               10  WDD-MEM-ID        PIC 9(05).
               10  WDD-AMOUNT-CENTS  PIC 9(07).
       01  WS-DD-IDX                 PIC 9(04) VALUE ZEROS.

      *    the unmatched book items, loaded once for the matching
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-BOOK-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-BOOK-COUNT.
               10  WB-KEY            PIC X(24).
               10  WB-DATE           PIC 9(08).
               10  WB-DIRECTION      PIC X(01).
               10  WB-AMOUNT         PIC 9(9)V99.
               10  WB-MATCH-REF      PIC X(16).
               10  WB-MATCH-REF-LEN  PIC 9(02).
               10  WB-USED-SW        PIC X(01).
                   88  WB-USED                 VALUE "Y".
       01  WS-BOOK-IDX               PIC 9(04) VALUE ZEROS.
       01  WS-PICK-IDX               PIC 9(04) VALUE ZEROS.
       01  WS-CANDIDATES             PIC 9(04) VALUE ZEROS.
       01  WS-LINE-DIRECTION         PIC X(01) VALUE SPACE.
       01  WS-REF-HITS               PIC 9(03) VALUE ZEROS.
       01  WS-SEARCH-REF             PIC X(16) VALUE SPACES.
       01  WS-SEARCH-LEN             PIC 9(02) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "RECONCILIACAO BANCARIA - CONCILIACAO AUT".
           05  FILLER                PIC X(08) VALUE "OMATICA ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-BOOK-ADDED-LINE.
           05  FILLER                PIC X(40) VALUE
               "MOVIMENTOS NOVOS NO LIVRO DE BANCO:".
           05  WA-ADDED              PIC ZZZZ9.

       01  WS-COLUMN-HEADER          PIC X(100) VALUE
           "EXTRATO  LINHA DATA-VALOR S        VALOR REFERENCIA       LI
      -    "VRO                      SITUACAO".

       01  WS-REPORT-DETAIL.
           05  WD-STMT-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-LINE-NO            PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-VALUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-DIRECTION          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-REFERENCE          PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-BOOK-KEY           PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-STATUS             PIC X(18).

       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL      PIC X(40).
           05  WS-SUMMARY-COUNT      PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REFRESH-BOOK
           PERFORM 3000-LOAD-OPEN-BOOK THRU 3000-EXIT
           PERFORM 4000-MATCH-STATEMENT THRU 4000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, run log, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           MOVE "BNKMTCH" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN I-O BANK-BOOK-FILE
           IF NOT WS-BOOK-OK
               DISPLAY "Ficheiro BANKBOOK indisponivel."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN I-O BANK-LINE-FILE
           IF NOT WS-LINE-OK
               DISPLAY "Ficheiro BANKLINE indisponivel - importe "
                   "primeiro o extrato (BNKIMP)."
               PERFORM 9000-ABORT-RUN
           END-IF
           OPEN OUTPUT MATCH-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE MATCH-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

      *-----------------------------------------------------------*
      * 2000-REFRESH-BOOK - every source of bank movements, each
      * item written once under its origin and reference
      *-----------------------------------------------------------*
       2000-REFRESH-BOOK.
           OPEN INPUT GL-POSTING-ARCHIVE
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-TAKE-ONE-POSTING THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE GL-POSTING-ARCHIVE
           OPEN INPUT DEPOSIT-REGISTER
           MOVE "N" TO WS-EOF-SW
           PERFORM 2200-TAKE-ONE-DEPOSIT THRU 2200-EXIT
               UNTIL WS-EOF
           CLOSE DEPOSIT-REGISTER
           OPEN INPUT EFT-REGISTER
           MOVE "N" TO WS-EOF-SW
           PERFORM 2300-TAKE-ONE-EFT-BATCH THRU 2300-EXIT
               UNTIL WS-EOF
           CLOSE EFT-REGISTER
           OPEN INPUT CHEQUE-REGISTER
           MOVE "N" TO WS-EOF-SW
           PERFORM 2400-TAKE-ONE-CHEQUE THRU 2400-EXIT
               UNTIL WS-EOF
           CLOSE CHEQUE-REGISTER
           OPEN INPUT DD-INTERCHANGE-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 2500-TAKE-ONE-DD-LINE THRU 2500-EXIT
               UNTIL WS-EOF
           CLOSE DD-INTERCHANGE-FILE
           MOVE "BNKMTCH" TO TC-PROGRAM-NAME
           MOVE "DDCOLLECTION" TO TC-TABLE-NAME
           MOVE WS-DD-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-DD-SKIPPED > ZEROS
               DISPLAY "BNKMTCH: tabela da cobranca DD cheia - "
                   WS-DD-SKIPPED " linhas nao guardadas."
           END-IF
           IF WS-DD-BATCH-NUMBER NOT = ZEROS
               OPEN INPUT DD-RETURN-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 2600-TAKE-ONE-DD-RETURN THRU 2600-EXIT
                   UNTIL WS-EOF
               CLOSE DD-RETURN-FILE
           END-IF
           MOVE WS-BOOK-ADDED TO WA-ADDED
           WRITE MATCH-REPORT-LINE FROM WS-BOOK-ADDED-LINE
           MOVE SPACES TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

      *    a BANCO line on the archive, by its position there - the
      *    archive is only ever appended to
       2100-TAKE-ONE-POSTING.
           READ GL-POSTING-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ARCH-LINE
           IF GL-ACCOUNT NOT = WS-BANK-ACCOUNT
               GO TO 2100-EXIT
           END-IF
           IF GL-DEBIT = ZEROS AND GL-CREDIT = ZEROS
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO BANK-BOOK-RECORD
           MOVE "GLARCH" TO BK-ORIGIN
           MOVE WS-ARCH-LINE TO WS-REF-LINE-NUMBER
           MOVE WS-REF-LINE-NUMBER TO BK-ORIGIN-REF
           MOVE GL-POST-DATE TO BK-DATE
           IF GL-DEBIT > ZEROS
               SET BK-RECEIPT TO TRUE
               MOVE GL-DEBIT TO BK-AMOUNT
           ELSE
               SET BK-PAYMENT TO TRUE
               MOVE GL-CREDIT TO BK-AMOUNT
           END-IF
           MOVE GL-SOURCE TO BK-SOURCE
           MOVE GL-DESCRIPTION TO BK-DESCRIPTION
           MOVE ZEROS TO BK-MATCH-REF-LEN
           SET BK-POSTED-TO-GL TO TRUE
           PERFORM 2900-WRITE-BOOK-ITEM.
       2100-EXIT.
           EXIT.

       2200-TAKE-ONE-DEPOSIT.
           READ DEPOSIT-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF DP-BANKED-AMOUNT = ZEROS
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO BANK-BOOK-RECORD
           MOVE "DEPREG" TO BK-ORIGIN
           MOVE DP-DEPOSIT-DATE TO BK-ORIGIN-REF
           MOVE DP-DEPOSIT-DATE TO BK-DATE
           SET BK-RECEIPT TO TRUE
           MOVE DP-BANKED-AMOUNT TO BK-AMOUNT
           MOVE "DEPPREP" TO BK-SOURCE
           MOVE "DEPOSITO NUMERARIO" TO BK-DESCRIPTION
           MOVE ZEROS TO BK-MATCH-REF-LEN
           SET BK-NOT-IN-GL TO TRUE
           PERFORM 2900-WRITE-BOOK-ITEM.
       2200-EXIT.
           EXIT.

      *    only the SENT line carries the batch total; EFTRTN's
      *    RETN line carries counts
       2300-TAKE-ONE-EFT-BATCH.
           READ EFT-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2300-EXIT
           END-READ
           IF ER-STATUS NOT = "SENT" OR ER-TOTAL-CENTS = ZEROS
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO BANK-BOOK-RECORD
           MOVE "EFTREG" TO BK-ORIGIN
           MOVE ER-RUN-DATE TO WS-REF-DATE
           MOVE ER-PERIOD TO WS-REF-PERIOD
           MOVE WS-REF-BUILD TO BK-ORIGIN-REF
           MOVE ER-RUN-DATE TO BK-DATE
           SET BK-PAYMENT TO TRUE
           DIVIDE ER-TOTAL-CENTS BY 100 GIVING BK-AMOUNT
           MOVE "NETPAY" TO BK-SOURCE
           MOVE "TRANSF. SALARIOS" TO BK-DESCRIPTION
           MOVE ZEROS TO BK-MATCH-REF-LEN
           SET BK-NOT-IN-GL TO TRUE
           PERFORM 2900-WRITE-BOOK-ITEM.
       2300-EXIT.
           EXIT.

      *    the bank quotes the cheque number on the line
       2400-TAKE-ONE-CHEQUE.
           READ CHEQUE-REGISTER INTO CHEQUE-REGISTER-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2400-EXIT
           END-READ
           MOVE SPACES TO BANK-BOOK-RECORD
           MOVE "CHQREG" TO BK-ORIGIN
           MOVE CQ-CHEQUE-NUMBER TO BK-ORIGIN-REF
           MOVE CQ-ISSUE-DATE TO BK-DATE
           SET BK-PAYMENT TO TRUE
           MOVE CQ-AMOUNT TO BK-AMOUNT
           MOVE "NETPAY" TO BK-SOURCE
           MOVE CQ-EMP-NAME TO BK-DESCRIPTION
           MOVE CQ-CHEQUE-NUMBER TO BK-MATCH-REF
           MOVE 6 TO BK-MATCH-REF-LEN
           SET BK-NOT-IN-GL TO TRUE
           IF BK-AMOUNT > ZEROS
               PERFORM 2900-WRITE-BOOK-ITEM
           END-IF.
       2400-EXIT.
           EXIT.

      *    the collection is credited as one batch, quoting the
      *    batch number; the members' amounts are kept for returns
       2500-TAKE-ONE-DD-LINE.
           READ DD-INTERCHANGE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2500-EXIT
           END-READ
           EVALUATE TRUE
               WHEN DD-HEADER
                   MOVE DDH-BATCH-NUMBER TO WS-DD-BATCH-NUMBER
                   MOVE DDH-RUN-DATE TO WS-DD-RUN-DATE
               WHEN DD-DETAIL
                   IF WS-DD-COUNT < 1000
                       ADD 1 TO WS-DD-COUNT
                       MOVE DDD-MEM-ID TO WDD-MEM-ID(WS-DD-COUNT)
                       MOVE DDD-AMOUNT-CENTS
                           TO WDD-AMOUNT-CENTS(WS-DD-COUNT)
                   ELSE
                       ADD 1 TO WS-DD-SKIPPED
                   END-IF
               WHEN DD-TRAILER
                   IF WS-DD-BATCH-NUMBER NOT = ZEROS
                      AND DDT-TOTAL-CENTS > ZEROS
                       MOVE SPACES TO BANK-BOOK-RECORD
                       MOVE "MEMDD" TO BK-ORIGIN
                       MOVE WS-DD-BATCH-NUMBER TO BK-ORIGIN-REF
                       MOVE WS-DD-RUN-DATE TO BK-DATE
                       SET BK-RECEIPT TO TRUE
                       DIVIDE DDT-TOTAL-CENTS BY 100 GIVING BK-AMOUNT
                       MOVE "MEMDD" TO BK-SOURCE
                       MOVE "COBRANCA DD QUOTAS" TO BK-DESCRIPTION
                       MOVE WS-DD-BATCH-NUMBER TO BK-MATCH-REF
                       MOVE 6 TO BK-MATCH-REF-LEN
                       SET BK-NOT-IN-GL TO TRUE
                       PERFORM 2900-WRITE-BOOK-ITEM
                   END-IF
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *    a returned collection comes back off the account
       2600-TAKE-ONE-DD-RETURN.
           READ DD-RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2600-EXIT
           END-READ
           IF NOT RT-REJECTED
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2610-MATCH-ONE-DD-MEMBER
               VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-COUNT
                  OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-DD-SKIPPED > ZEROS
                   DISPLAY "Devolucao DD do socio " RT-MEM-ID
                       " fora da tabela - registe-a no BNKMAN."
               END-IF
               GO TO 2600-EXIT
           END-IF
           SUBTRACT 1 FROM WS-DD-IDX
           MOVE SPACES TO BANK-BOOK-RECORD
           MOVE "MEMDDRET" TO BK-ORIGIN
           MOVE WS-DD-BATCH-NUMBER TO WS-REF-BATCH-NUMBER
           MOVE RT-MEM-ID TO WS-REF-MEM-ID
           MOVE WS-REF-BATCH TO BK-ORIGIN-REF
           MOVE WS-RUN-DATE TO BK-DATE
           SET BK-PAYMENT TO TRUE
           DIVIDE WDD-AMOUNT-CENTS(WS-DD-IDX) BY 100
               GIVING BK-AMOUNT
           MOVE "MEMDDRTN" TO BK-SOURCE
           MOVE "DEVOLUCAO DD QUOTA" TO BK-DESCRIPTION
           MOVE ZEROS TO BK-MATCH-REF-LEN
           SET BK-NOT-IN-GL TO TRUE
           PERFORM 2900-WRITE-BOOK-ITEM.
       2600-EXIT.
           EXIT.

       2610-MATCH-ONE-DD-MEMBER.
           IF WDD-MEM-ID(WS-DD-IDX) = RT-MEM-ID
               SET WS-FOUND TO TRUE
           END-IF.

      *    an item already on file keeps its match state
       2900-WRITE-BOOK-ITEM.
           SET BK-UNMATCHED TO TRUE
           MOVE ZEROS TO BK-STMT-DATE
           MOVE ZEROS TO BK-STMT-LINE
           MOVE ZEROS TO BK-MATCH-DATE
           WRITE BANK-BOOK-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BOOK-ADDED
           END-WRITE.

      *-----------------------------------------------------------*
      * 3000-LOAD-OPEN-BOOK - the unmatched book items into the
      * matching table
      *-----------------------------------------------------------*
       3000-LOAD-OPEN-BOOK.
           MOVE LOW-VALUES TO BK-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-BOOK-FILE KEY NOT < BK-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LOAD-ONE-BOOK-ITEM THRU 3100-EXIT
               UNTIL WS-EOF
           MOVE "BNKMTCH" TO TC-PROGRAM-NAME
           MOVE "BANKBOOK" TO TC-TABLE-NAME
           MOVE WS-BOOK-COUNT TO TC-ENTRY-COUNT
           MOVE 3000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-BOOK-ITEM.
           READ BANK-BOOK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT BK-UNMATCHED
               GO TO 3100-EXIT
           END-IF
           IF WS-BOOK-COUNT = 3000
               DISPLAY "Mais de 3000 movimentos por conciliar - "
                   "os restantes ficam para a proxima corrida."
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-BOOK-COUNT
           MOVE BK-KEY TO WB-KEY(WS-BOOK-COUNT)
           MOVE BK-DATE TO WB-DATE(WS-BOOK-COUNT)
           MOVE BK-DIRECTION TO WB-DIRECTION(WS-BOOK-COUNT)
           MOVE BK-AMOUNT TO WB-AMOUNT(WS-BOOK-COUNT)
           MOVE BK-MATCH-REF TO WB-MATCH-REF(WS-BOOK-COUNT)
           MOVE BK-MATCH-REF-LEN TO WB-MATCH-REF-LEN(WS-BOOK-COUNT)
           MOVE "N" TO WB-USED-SW(WS-BOOK-COUNT).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MATCH-STATEMENT - every unmatched statement movement
      *-----------------------------------------------------------*
       4000-MATCH-STATEMENT.
           WRITE MATCH-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE LOW-VALUES TO BL-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-LINE-FILE KEY NOT < BL-KEY
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           PERFORM 4100-MATCH-ONE-LINE THRU 4100-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-LINE.
           READ BANK-LINE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT BL-MOVEMENT-LINE OR NOT BL-UNMATCHED
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-LINES-READ
           IF BL-CREDIT
               MOVE "R" TO WS-LINE-DIRECTION
           ELSE
               MOVE "P" TO WS-LINE-DIRECTION
           END-IF
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE BL-STMT-DATE TO WD-STMT-DATE
           MOVE BL-LINE-NO TO WD-LINE-NO
           MOVE BL-VALUE-DATE TO WD-VALUE-DATE
           MOVE BL-DIRECTION TO WD-DIRECTION
           MOVE BL-AMOUNT TO WD-AMOUNT
           MOVE BL-REFERENCE TO WD-REFERENCE
           MOVE ZEROS TO WS-PICK-IDX
           PERFORM 4200-TRY-REFERENCE
               VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                  OR WS-PICK-IDX > ZEROS
           IF WS-PICK-IDX > ZEROS
               ADD 1 TO WS-REF-MATCHED
               MOVE "POR REFERENCIA" TO WD-STATUS
               PERFORM 4500-RECORD-MATCH THRU 4500-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE ZEROS TO WS-CANDIDATES
           PERFORM 4300-TRY-DATE-WINDOW
               VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
           EVALUATE WS-CANDIDATES
               WHEN 1
                   ADD 1 TO WS-DATE-MATCHED
                   MOVE "POR VALOR E DATA" TO WD-STATUS
                   PERFORM 4500-RECORD-MATCH THRU 4500-EXIT
               WHEN ZEROS
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "SEM CORRESPONDENCIA" TO WD-STATUS
                   WRITE MATCH-REPORT-LINE FROM WS-REPORT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-AMBIGUOUS-COUNT
                   MOVE "VARIOS CANDIDATOS" TO WD-STATUS
                   WRITE MATCH-REPORT-LINE FROM WS-REPORT-DETAIL
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *    same direction and amount, and the line quotes the
      *    item's reference in its reference or narrative
       4200-TRY-REFERENCE.
           IF WB-USED(WS-BOOK-IDX)
              OR WB-DIRECTION(WS-BOOK-IDX) NOT = WS-LINE-DIRECTION
              OR WB-AMOUNT(WS-BOOK-IDX) NOT = BL-AMOUNT
              OR WB-MATCH-REF-LEN(WS-BOOK-IDX) = ZEROS
               CONTINUE
           ELSE
               MOVE WB-MATCH-REF(WS-BOOK-IDX) TO WS-SEARCH-REF
               MOVE WB-MATCH-REF-LEN(WS-BOOK-IDX) TO WS-SEARCH-LEN
               MOVE ZEROS TO WS-REF-HITS
               INSPECT BL-REFERENCE TALLYING WS-REF-HITS
                   FOR ALL WS-SEARCH-REF(1:WS-SEARCH-LEN)
               INSPECT BL-NARRATIVE TALLYING WS-REF-HITS
                   FOR ALL WS-SEARCH-REF(1:WS-SEARCH-LEN)
               IF WS-REF-HITS > ZEROS
                   MOVE WS-BOOK-IDX TO WS-PICK-IDX
               END-IF
           END-IF.

      *    same direction and amount, dated inside the window
       4300-TRY-DATE-WINDOW.
           IF WB-USED(WS-BOOK-IDX)
              OR WB-DIRECTION(WS-BOOK-IDX) NOT = WS-LINE-DIRECTION
              OR WB-AMOUNT(WS-BOOK-IDX) NOT = BL-AMOUNT
               CONTINUE
           ELSE
               SET DC-DAYS-BETWEEN TO TRUE
               MOVE WB-DATE(WS-BOOK-IDX) TO DC-DATE-1
               MOVE BL-VALUE-DATE TO DC-DATE-2
               CALL "DATECALC" USING DATECALC-LINKAGE
               IF DC-OK
                  AND DC-WORKING-DAYS NOT < WS-DAYS-BEFORE
                  AND DC-WORKING-DAYS NOT > WS-DAYS-AFTER
                   ADD 1 TO WS-CANDIDATES
                   MOVE WS-BOOK-IDX TO WS-PICK-IDX
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4500-RECORD-MATCH - the pair marked on both files
      *-----------------------------------------------------------*
       4500-RECORD-MATCH.
           SET WB-USED(WS-PICK-IDX) TO TRUE
           MOVE WB-KEY(WS-PICK-IDX) TO BK-KEY
           READ BANK-BOOK-FILE
               INVALID KEY
                   MOVE "ERRO NO LIVRO" TO WD-STATUS
                   WRITE MATCH-REPORT-LINE FROM WS-REPORT-DETAIL
                   GO TO 4500-EXIT
           END-READ
           SET BK-AUTO-MATCHED TO TRUE
           MOVE BL-STMT-DATE TO BK-STMT-DATE
           MOVE BL-LINE-NO TO BK-STMT-LINE
           MOVE WS-RUN-DATE TO BK-MATCH-DATE
           REWRITE BANK-BOOK-RECORD
           SET BL-AUTO-MATCHED TO TRUE
           MOVE BK-KEY TO BL-BOOK-KEY
           MOVE WS-RUN-DATE TO BL-MATCH-DATE
           REWRITE BANK-LINE-RECORD
           MOVE BK-KEY TO WD-BOOK-KEY
           WRITE MATCH-REPORT-LINE FROM WS-REPORT-DETAIL.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - summary, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           MOVE "LINHAS DO EXTRATO POR CONCILIAR LIDAS" TO
               WS-SUMMARY-LABEL
           MOVE WS-LINES-READ TO WS-SUMMARY-COUNT
           WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "CONCILIADAS POR REFERENCIA" TO WS-SUMMARY-LABEL
           MOVE WS-REF-MATCHED TO WS-SUMMARY-COUNT
           WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "CONCILIADAS POR VALOR E DATA" TO WS-SUMMARY-LABEL
           MOVE WS-DATE-MATCHED TO WS-SUMMARY-COUNT
           WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "COM VARIOS CANDIDATOS (BNKMAN)" TO WS-SUMMARY-LABEL
           MOVE WS-AMBIGUOUS-COUNT TO WS-SUMMARY-COUNT
           WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "SEM CORRESPONDENCIA (BNKMAN)" TO WS-SUMMARY-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-SUMMARY-COUNT
           WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-DD-SKIPPED > ZEROS
               MOVE "LINHAS DD ALEM DA TABELA (CHEIA)" TO
                   WS-SUMMARY-LABEL
               MOVE WS-DD-SKIPPED TO WS-SUMMARY-COUNT
               WRITE MATCH-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF
           CLOSE BANK-BOOK-FILE
           CLOSE BANK-LINE-FILE
           CLOSE MATCH-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-LINES-READ TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN =
               WS-REF-MATCHED + WS-DATE-MATCHED
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "BNKMTCH: " WS-REF-MATCHED " por referencia, "
               WS-DATE-MATCHED " por valor e data, "
               WS-UNMATCHED-COUNT " sem correspondencia.".

      *-----------------------------------------------------------*
      * 9000-ABORT-RUN - log the failed run
      *-----------------------------------------------------------*
       9000-ABORT-RUN.
           SET RN-EVENT-END TO TRUE
           SET RN-RUN-FAILED TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           STOP RUN.

       END PROGRAM BNKMTCH.
