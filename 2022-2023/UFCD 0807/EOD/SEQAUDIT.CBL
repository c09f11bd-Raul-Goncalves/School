       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQAUDIT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Nightly numbering audit of the document
      *                sequences, CALLed by EODRUN: for each SEQSVC
      *                sequence that numbers a document, every number
      *                from 1 to the last one SEQFILE has issued is
      *                looked for on the sequence's register(s) -
      *                  CREDNOTE  CRNREG      RECEIPT   MEMRCREG
      *                  CERTNO    CERTREG     CHEQUE    CHQREG
      *                  QUOTENO   QUOTEREG    INVNO     INVDATA
      *                  DELNO     DISPATCH    TRANSDOC  DISPATCH
      *                  DONREC    DONATION
      *                  ORDERNO   SORDER, the till orders on INVDATA
      *                            and the AROPEN interest items.
      *                The register records are sorted by number and
      *                every run of numbers missing, number found
      *                twice, number dated before the one ahead of it
      *                and number never issued is listed on SEQAUDRP
      *                and kept on SEQGAP, where SEQGAPMT takes the
      *                operator's explanation.  A pending exception
      *                no longer found is closed as resolved.  The
      *                internal sequences (batch, pick list, template
      *                numbers and the like) are listed but not
      *                audited; a sequence whose register cannot be
      *                opened is reported and left for the next night.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "SEQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-NAME
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT INVOICE-DATA-FILE ASSIGN TO "INVDATA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT DISPATCH-REGISTER ASSIGN TO "DISPATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-NOTE-NUMBER
               ALTERNATE RECORD KEY IS DP-INVOICE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.
           SELECT SALES-ORDER-FILE ASSIGN TO "SORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT DONATION-FILE ASSIGN TO "DONATION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DN-RECEIPT-NUMBER
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL SEQUENCE-GAP-FILE ASSIGN TO "SEQGAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GAP-STATUS.
           SELECT NUMBER-SORT-FILE ASSIGN TO "SEQSORT".
           SELECT AUDIT-REPORT ASSIGN TO "SEQAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SQ-NAME               PIC X(08).
           05  SQ-LAST-ISSUED        PIC 9(09).

       FD  REGISTER-FILE.
       01  REGISTER-LINE             PIC X(200).

       FD  INVOICE-DATA-FILE.
       COPY INVDATA.

       FD  DISPATCH-REGISTER.
       COPY DISPATCH.

       FD  SALES-ORDER-FILE.
       COPY SORDER.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  DONATION-FILE.
       COPY DONATION.

       FD  SEQUENCE-GAP-FILE.
       COPY SEQGAP.

       SD  NUMBER-SORT-FILE.
       01  NUMBER-SORT-RECORD.
           05  NS-NUMBER             PIC 9(09).
           05  NS-SOURCE-IDX         PIC 9(02).
           05  NS-DATE               PIC 9(08).
           05  NS-DOC-ID             PIC X(12).

       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-SEQ-STATUS             PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-SEQ-OK                     VALUES "00" "05".
       01  WS-REG-STATUS             PIC XX VALUE "00".
           88  WS-REG-OK                     VALUE "00".
       01  WS-GAP-STATUS             PIC XX VALUE "00".
           88  WS-GAP-OK                     VALUES "00" "05".

       01  WS-REGISTER-FILE-NAME     PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-SORT-EOF-SW        PIC X(01) VALUE "N".
               88  WS-SORT-EOF                 VALUE "Y".
           05  WS-SOURCES-SW         PIC X(01) VALUE "Y".
               88  WS-SOURCES-OK               VALUE "Y".
           05  WS-DUP-SW             PIC X(01) VALUE "N".
               88  WS-DUP-RECORDED             VALUE "Y".
           05  WS-AUDITED-SW         PIC X(01) VALUE "N".
               88  WS-SEQ-AUDITED              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

      *    the document sequences and their registers, grouped by
      *    sequence: the register, how it is read ("L" a line
      *    register at the positions given, else its own layout),
      *    the number's position and length, the date's position,
      *    and the position and length of what tells one document
      *    from another under the same number on a register that
      *    carries a line per document line (0 = one line each)
       01  WS-AUDIT-DATA.
           05  FILLER                PIC X(30) VALUE
               "CREDNOTECRNREG  L0110600104005".
           05  FILLER                PIC X(30) VALUE
               "RECEIPT MEMRCREGL0010600900000".
           05  FILLER                PIC X(30) VALUE
               "CERTNO  CERTREG L0010600900000".
           05  FILLER                PIC X(30) VALUE
               "CHEQUE  CHQREG  L0010605400000".
           05  FILLER                PIC X(30) VALUE
               "QUOTENO QUOTEREGL0010600900000".
           05  FILLER                PIC X(30) VALUE
               "INVNO   INVDATA I0000000000000".
           05  FILLER                PIC X(30) VALUE
               "DELNO   DISPATCHD0000000000000".
           05  FILLER                PIC X(30) VALUE
               "TRANSDOCDISPATCHT0000000000000".
           05  FILLER                PIC X(30) VALUE
               "ORDERNO SORDER  S0000000000005".
           05  FILLER                PIC X(30) VALUE
               "ORDERNO INVDATA O0000000000005".
           05  FILLER                PIC X(30) VALUE
               "ORDERNO AROPEN  J0000000000000".
           05  FILLER                PIC X(30) VALUE
               "DONREC  DONATIONN0000000000000".
       01  WS-AUDIT-TABLE REDEFINES WS-AUDIT-DATA.
           05  WS-AUDIT-ENTRY OCCURS 12 TIMES.
               10  WAT-SEQ-NAME      PIC X(08).
               10  WAT-REGISTER      PIC X(08).
               10  WAT-SOURCE-TYPE   PIC X(01).
                   88  WAT-LINE-REGISTER       VALUE "L".
                   88  WAT-INVOICES            VALUE "I".
                   88  WAT-DELIVERY-NOTES      VALUE "D".
                   88  WAT-TRANSPORT-DOCS      VALUE "T".
                   88  WAT-SALES-ORDERS        VALUE "S".
                   88  WAT-TILL-ORDERS         VALUE "O".
                   88  WAT-INTEREST-ITEMS      VALUE "J".
                   88  WAT-DONATIONS           VALUE "N".
               10  WAT-NUM-POS       PIC 9(03).
               10  WAT-NUM-LEN       PIC 9(02).
               10  WAT-DATE-POS      PIC 9(03).
               10  WAT-DOC-POS       PIC 9(03).
               10  WAT-DOC-LEN       PIC 9(02).
       01  WS-AUDIT-COUNT            PIC 9(02) VALUE 12.

       01  WS-AUDIT-FIELDS.
           05  WS-AUD-IDX            PIC 9(02) VALUE ZEROS.
           05  WS-FIRST-IDX          PIC 9(02) VALUE ZEROS.
           05  WS-LAST-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-SRC-IDX            PIC 9(02) VALUE ZEROS.
           05  WS-SEQ-NAME           PIC X(08) VALUE SPACES.
           05  WS-LAST-ISSUED        PIC 9(09) VALUE ZEROS.
           05  WS-EXPECTED           PIC 9(10) VALUE ZEROS.
           05  WS-PREV-NUMBER        PIC 9(09) VALUE ZEROS.
           05  WS-PREV-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-PREV-SOURCE        PIC 9(02) VALUE ZEROS.
           05  WS-PREV-DOC-ID        PIC X(12) VALUE SPACES.
           05  WS-PREV-REC-DATE      PIC 9(08) VALUE ZEROS.

      *    the sequences audited tonight, so only their pending
      *    exceptions can be closed as resolved
       01  WS-AUDITED-TABLE.
           05  WS-AUDITED-COUNT      PIC 9(02) VALUE ZEROS.
           05  WS-AUDITED-NAME       PIC X(08) OCCURS 12 TIMES.
       01  WS-DONE-IDX               PIC 9(02) VALUE ZEROS.

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXC-TYPE           PIC X(01) VALUE SPACE.
           05  WS-EXC-FIRST          PIC 9(09) VALUE ZEROS.
           05  WS-EXC-LAST           PIC 9(09) VALUE ZEROS.

       01  WS-SEQUENCE-COUNTS.
           05  WS-DOC-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-MISSING-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-DUP-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-UNISSUED-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-PENDING-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-RESOLVED-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(34) VALUE
               "AUDITORIA DA NUMERACAO DE DOCUMEN".
           05  FILLER                PIC X(12) VALUE "TOS   DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-SEQUENCE-LINE.
           05  FILLER                PIC X(11) VALUE "SEQUENCIA ".
           05  WQ-SEQ-NAME           PIC X(08).
           05  FILLER                PIC X(12) VALUE "  EMITIDOS: ".
           05  WQ-LAST-ISSUED        PIC Z(8)9.
           05  FILLER                PIC X(14) VALUE
               "  DOCUMENTOS: ".
           05  WQ-DOC-COUNT          PIC Z(6)9.
           05  FILLER                PIC X(11) VALUE "  FALTAM: ".
           05  WQ-MISSING-COUNT      PIC Z(6)9.
           05  FILLER                PIC X(14) VALUE
               "  DUPLICADOS: ".
           05  WQ-DUP-COUNT          PIC ZZZZ9.
           05  FILLER                PIC X(17) VALUE
               "  FORA DE ORDEM: ".
           05  WQ-ORDER-COUNT        PIC ZZZZ9.
           05  FILLER                PIC X(16) VALUE
               "  NAO EMITIDOS: ".
           05  WQ-UNISSUED-COUNT     PIC ZZZZ9.

       01  WS-NOTE-LINE.
           05  FILLER                PIC X(11) VALUE "SEQUENCIA ".
           05  WN-SEQ-NAME           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-TEXT               PIC X(60).

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WD-TYPE-TEXT          PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-FIRST-NUMBER       PIC Z(8)9.
           05  FILLER                PIC X(03) VALUE " A ".
           05  WD-LAST-NUMBER        PIC Z(8)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-STATUS-TEXT        PIC X(13).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-EXPLANATION        PIC X(40).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WD-EXPLAINED-BY       PIC X(10).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "EXCECOES: ".
           05  WT-EXCEPTION-COUNT    PIC ZZZZ9.
           05  FILLER                PIC X(16) VALUE
               "  POR EXPLICAR: ".
           05  WT-PENDING-COUNT      PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  RESOLVIDAS: ".
           05  WT-RESOLVED-COUNT     PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-AUD-IDX
           PERFORM 2000-AUDIT-ONE-SEQUENCE THRU 2000-EXIT
               UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
           PERFORM 6000-LIST-OTHER-SEQUENCES THRU 6000-EXIT
           PERFORM 7000-CLOSE-RESOLVED THRU 7000-EXIT
           PERFORM 8000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, run log, files, header
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
           MOVE "SEQAUDIT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           MOVE ZEROS TO WS-RUN-COUNTS
           MOVE ZEROS TO WS-AUDITED-COUNT
           OPEN INPUT SEQUENCE-FILE
           OPEN I-O SEQUENCE-GAP-FILE
           OPEN OUTPUT AUDIT-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE AUDIT-REPORT-LINE FROM WS-REPORT-HEADER.

      *-----------------------------------------------------------*
      * 2000-AUDIT-ONE-SEQUENCE - the entries of one sequence, from
      * WS-AUD-IDX on: its registers sorted by number and checked
      * against what SEQFILE has issued
      *-----------------------------------------------------------*
       2000-AUDIT-ONE-SEQUENCE.
           MOVE WS-AUD-IDX TO WS-FIRST-IDX
           MOVE WS-AUD-IDX TO WS-LAST-IDX
           MOVE WAT-SEQ-NAME (WS-AUD-IDX) TO WS-SEQ-NAME
           PERFORM 2100-FIND-LAST-ENTRY
               UNTIL WS-LAST-IDX = WS-AUDIT-COUNT
               OR WAT-SEQ-NAME (WS-LAST-IDX + 1) NOT = WS-SEQ-NAME
           COMPUTE WS-AUD-IDX = WS-LAST-IDX + 1
           MOVE WS-SEQ-NAME TO WN-SEQ-NAME
           MOVE WS-SEQ-NAME TO SQ-NAME
           MOVE ZEROS TO WS-LAST-ISSUED
           READ SEQUENCE-FILE
               INVALID KEY
                   MOVE ZEROS TO SQ-LAST-ISSUED
           END-READ
           IF WS-SEQ-STATUS = "00"
               MOVE SQ-LAST-ISSUED TO WS-LAST-ISSUED
           END-IF
           IF WS-LAST-ISSUED = ZEROS
               MOVE "SEM NUMEROS EMITIDOS" TO WN-TEXT
               WRITE AUDIT-REPORT-LINE FROM WS-NOTE-LINE
               GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO WS-SOURCES-SW
           PERFORM 2200-CHECK-ONE-SOURCE
               VARYING WS-SRC-IDX FROM WS-FIRST-IDX BY 1
               UNTIL WS-SRC-IDX > WS-LAST-IDX
           IF NOT WS-SOURCES-OK
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-AUDITED-COUNT
           MOVE WS-SEQ-NAME TO WS-AUDITED-NAME (WS-AUDITED-COUNT)
           MOVE ZEROS TO WS-SEQUENCE-COUNTS
           SORT NUMBER-SORT-FILE
               ON ASCENDING KEY NS-NUMBER
                                NS-SOURCE-IDX
                                NS-DATE
                                NS-DOC-ID
               INPUT PROCEDURE IS 3000-RELEASE-REGISTERS
                   THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-CHECK-NUMBERS
                   THRU 4000-EXIT
           MOVE WS-SEQ-NAME TO WQ-SEQ-NAME
           MOVE WS-LAST-ISSUED TO WQ-LAST-ISSUED
           MOVE WS-DOC-COUNT TO WQ-DOC-COUNT
           MOVE WS-MISSING-COUNT TO WQ-MISSING-COUNT
           MOVE WS-DUP-COUNT TO WQ-DUP-COUNT
           MOVE WS-ORDER-COUNT TO WQ-ORDER-COUNT
           MOVE WS-UNISSUED-COUNT TO WQ-UNISSUED-COUNT
           WRITE AUDIT-REPORT-LINE FROM WS-SEQUENCE-LINE.
       2000-EXIT.
           EXIT.

       2100-FIND-LAST-ENTRY.
           ADD 1 TO WS-LAST-IDX.

      *-----------------------------------------------------------*
      * 2200-CHECK-ONE-SOURCE - a register that will not open
      * leaves the whole sequence for the next night, rather than
      * report every number on it missing
      *-----------------------------------------------------------*
       2200-CHECK-ONE-SOURCE.
           EVALUATE TRUE
               WHEN WAT-LINE-REGISTER (WS-SRC-IDX)
                   MOVE WAT-REGISTER (WS-SRC-IDX)
                       TO WS-REGISTER-FILE-NAME
                   OPEN INPUT REGISTER-FILE
                   IF WS-REG-OK
                       CLOSE REGISTER-FILE
                   END-IF
               WHEN WAT-INVOICES (WS-SRC-IDX)
                   OR WAT-TILL-ORDERS (WS-SRC-IDX)
                   OPEN INPUT INVOICE-DATA-FILE
                   IF WS-REG-OK
                       CLOSE INVOICE-DATA-FILE
                   END-IF
               WHEN WAT-DELIVERY-NOTES (WS-SRC-IDX)
                   OR WAT-TRANSPORT-DOCS (WS-SRC-IDX)
                   OPEN INPUT DISPATCH-REGISTER
                   IF WS-REG-OK
                       CLOSE DISPATCH-REGISTER
                   END-IF
               WHEN WAT-SALES-ORDERS (WS-SRC-IDX)
                   OPEN INPUT SALES-ORDER-FILE
                   IF WS-REG-OK
                       CLOSE SALES-ORDER-FILE
                   END-IF
               WHEN WAT-INTEREST-ITEMS (WS-SRC-IDX)
                   OPEN INPUT AR-OPEN-ITEMS
                   IF WS-REG-OK
                       CLOSE AR-OPEN-ITEMS
                   END-IF
               WHEN WAT-DONATIONS (WS-SRC-IDX)
                   OPEN INPUT DONATION-FILE
                   IF WS-REG-OK
                       CLOSE DONATION-FILE
                   END-IF
           END-EVALUATE
           IF NOT WS-REG-OK
               MOVE "N" TO WS-SOURCES-SW
               MOVE SPACES TO WN-TEXT
               STRING "REGISTO " WAT-REGISTER (WS-SRC-IDX)
                   " INDISPONIVEL - NAO AUDITADA"
                   DELIMITED BY SIZE INTO WN-TEXT
               WRITE AUDIT-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-RELEASE-REGISTERS - every document number on the
      * sequence's registers into the sort
      *-----------------------------------------------------------*
       3000-RELEASE-REGISTERS.
           PERFORM 3100-RELEASE-ONE-SOURCE
               VARYING WS-SRC-IDX FROM WS-FIRST-IDX BY 1
               UNTIL WS-SRC-IDX > WS-LAST-IDX.
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-SOURCE.
           MOVE "N" TO WS-EOF-SW
           EVALUATE TRUE
               WHEN WAT-LINE-REGISTER (WS-SRC-IDX)
                   MOVE WAT-REGISTER (WS-SRC-IDX)
                       TO WS-REGISTER-FILE-NAME
                   OPEN INPUT REGISTER-FILE
                   PERFORM 3200-RELEASE-ONE-LINE THRU 3200-EXIT
                       UNTIL WS-EOF
                   CLOSE REGISTER-FILE
               WHEN WAT-INVOICES (WS-SRC-IDX)
                   OR WAT-TILL-ORDERS (WS-SRC-IDX)
                   OPEN INPUT INVOICE-DATA-FILE
                   PERFORM 3300-RELEASE-ONE-INVOICE THRU 3300-EXIT
                       UNTIL WS-EOF
                   CLOSE INVOICE-DATA-FILE
               WHEN WAT-DELIVERY-NOTES (WS-SRC-IDX)
                   OR WAT-TRANSPORT-DOCS (WS-SRC-IDX)
                   OPEN INPUT DISPATCH-REGISTER
                   PERFORM 3400-RELEASE-ONE-DISPATCH THRU 3400-EXIT
                       UNTIL WS-EOF
                   CLOSE DISPATCH-REGISTER
               WHEN WAT-SALES-ORDERS (WS-SRC-IDX)
                   OPEN INPUT SALES-ORDER-FILE
                   PERFORM 3500-RELEASE-ONE-ORDER THRU 3500-EXIT
                       UNTIL WS-EOF
                   CLOSE SALES-ORDER-FILE
               WHEN WAT-INTEREST-ITEMS (WS-SRC-IDX)
                   OPEN INPUT AR-OPEN-ITEMS
                   PERFORM 3600-RELEASE-ONE-ITEM THRU 3600-EXIT
                       UNTIL WS-EOF
                   CLOSE AR-OPEN-ITEMS
               WHEN WAT-DONATIONS (WS-SRC-IDX)
                   OPEN INPUT DONATION-FILE
                   PERFORM 3700-RELEASE-ONE-DONATION THRU 3700-EXIT
                       UNTIL WS-EOF
                   CLOSE DONATION-FILE
           END-EVALUATE.

      *    a line register: number, date and document at the
      *    positions in the audit table
       3200-RELEASE-ONE-LINE.
           MOVE SPACES TO REGISTER-LINE
           READ REGISTER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF REGISTER-LINE (WAT-NUM-POS (WS-SRC-IDX):
               WAT-NUM-LEN (WS-SRC-IDX)) NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           MOVE REGISTER-LINE (WAT-NUM-POS (WS-SRC-IDX):
               WAT-NUM-LEN (WS-SRC-IDX)) TO NS-NUMBER
           MOVE ZEROS TO NS-DATE
           IF REGISTER-LINE (WAT-DATE-POS (WS-SRC-IDX):8) NUMERIC
               MOVE REGISTER-LINE (WAT-DATE-POS (WS-SRC-IDX):8)
                   TO NS-DATE
           END-IF
           MOVE SPACES TO NS-DOC-ID
           IF WAT-DOC-LEN (WS-SRC-IDX) NOT = ZEROS
               MOVE REGISTER-LINE (WAT-DOC-POS (WS-SRC-IDX):
                   WAT-DOC-LEN (WS-SRC-IDX)) TO NS-DOC-ID
           END-IF
           PERFORM 3900-RELEASE-NUMBER.
       3200-EXIT.
           EXIT.

      *    INVDATA headers: the invoice number, or the order number
      *    of a till or backorder-release document
       3300-RELEASE-ONE-INVOICE.
           READ INVOICE-DATA-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT ID-HEADER-REC
               GO TO 3300-EXIT
           END-IF
           MOVE ID-INVOICE-DATE TO NS-DATE
           MOVE SPACES TO NS-DOC-ID
           IF WAT-INVOICES (WS-SRC-IDX)
               MOVE ID-INVOICE-NUMBER TO NS-NUMBER
           ELSE
               IF ID-SOURCE NOT = "FICHA5E3"
                   AND ID-SOURCE NOT = "BORLSE"
                   GO TO 3300-EXIT
               END-IF
               MOVE ID-ORDER-NUMBER TO NS-NUMBER
               MOVE ID-CUST-NUMBER TO NS-DOC-ID
           END-IF
           PERFORM 3900-RELEASE-NUMBER.
       3300-EXIT.
           EXIT.

      *    DISPATCH: the delivery note, or its transport document
       3400-RELEASE-ONE-DISPATCH.
           READ DISPATCH-REGISTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3400-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE DP-DISPATCH-DATE TO NS-DATE
           MOVE SPACES TO NS-DOC-ID
           IF WAT-DELIVERY-NOTES (WS-SRC-IDX)
               MOVE DP-NOTE-NUMBER TO NS-NUMBER
           ELSE
               MOVE DP-TRANSPORT-DOC TO NS-NUMBER
           END-IF
           PERFORM 3900-RELEASE-NUMBER.
       3400-EXIT.
           EXIT.

      *    SORDER: a line per order line, the customer telling one
      *    order from another
       3500-RELEASE-ONE-ORDER.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3500-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SO-ORDER-NUMBER TO NS-NUMBER
           MOVE SO-ORDER-DATE TO NS-DATE
           MOVE SO-CUST-NUMBER TO NS-DOC-ID
           PERFORM 3900-RELEASE-NUMBER.
       3500-EXIT.
           EXIT.

      *    AROPEN: only the interest items ARINT numbers as orders
       3600-RELEASE-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT AR-TYPE-INTEREST
               GO TO 3600-EXIT
           END-IF
           MOVE AR-ORDER-NUMBER TO NS-NUMBER
           MOVE AR-INVOICE-DATE TO NS-DATE
           MOVE SPACES TO NS-DOC-ID
           PERFORM 3900-RELEASE-NUMBER.
       3600-EXIT.
           EXIT.

       3700-RELEASE-ONE-DONATION.
           READ DONATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3700-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE DN-RECEIPT-NUMBER TO NS-NUMBER
           MOVE DN-DATE TO NS-DATE
           MOVE SPACES TO NS-DOC-ID
           PERFORM 3900-RELEASE-NUMBER.
       3700-EXIT.
           EXIT.

       3900-RELEASE-NUMBER.
           IF NS-NUMBER NOT = ZEROS
               MOVE WS-SRC-IDX TO NS-SOURCE-IDX
               RELEASE NUMBER-SORT-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 4000-CHECK-NUMBERS - the numbers in order: a jump past the
      * next one expected is a run missing, the same number again
      * on the same register (another document, or any second line
      * on a one-line register) a duplicate, a date before the
      * previous number's out of order, a number past the last one
      * issued never issued; the numbers still expected at the end
      * are missing too
      *-----------------------------------------------------------*
       4000-CHECK-NUMBERS.
           MOVE 1 TO WS-EXPECTED
           MOVE ZEROS TO WS-PREV-NUMBER
           MOVE ZEROS TO WS-PREV-DATE
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM 4100-CHECK-ONE-NUMBER THRU 4100-EXIT
               UNTIL WS-SORT-EOF
           IF WS-EXPECTED NOT > WS-LAST-ISSUED
               MOVE "M" TO WS-EXC-TYPE
               MOVE WS-EXPECTED TO WS-EXC-FIRST
               MOVE WS-LAST-ISSUED TO WS-EXC-LAST
               COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                   + WS-EXC-LAST - WS-EXC-FIRST + 1
               PERFORM 5000-RECORD-EXCEPTION THRU 5000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-NUMBER.
           RETURN NUMBER-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-RETURN
           IF NS-NUMBER = WS-PREV-NUMBER
               PERFORM 4200-CHECK-SAME-NUMBER THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-DOC-COUNT
           MOVE "N" TO WS-DUP-SW
           IF NS-NUMBER > WS-LAST-ISSUED
               MOVE "N" TO WS-EXC-TYPE
               MOVE NS-NUMBER TO WS-EXC-FIRST
               MOVE NS-NUMBER TO WS-EXC-LAST
               ADD 1 TO WS-UNISSUED-COUNT
               PERFORM 5000-RECORD-EXCEPTION THRU 5000-EXIT
           END-IF
           IF NS-NUMBER > WS-EXPECTED
               AND WS-EXPECTED NOT > WS-LAST-ISSUED
               MOVE "M" TO WS-EXC-TYPE
               MOVE WS-EXPECTED TO WS-EXC-FIRST
               IF NS-NUMBER > WS-LAST-ISSUED
                   MOVE WS-LAST-ISSUED TO WS-EXC-LAST
               ELSE
                   COMPUTE WS-EXC-LAST = NS-NUMBER - 1
               END-IF
               COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
                   + WS-EXC-LAST - WS-EXC-FIRST + 1
               PERFORM 5000-RECORD-EXCEPTION THRU 5000-EXIT
           END-IF
           IF NS-DATE NOT = ZEROS
               AND WS-PREV-DATE NOT = ZEROS
               AND NS-DATE < WS-PREV-DATE
               MOVE "O" TO WS-EXC-TYPE
               MOVE NS-NUMBER TO WS-EXC-FIRST
               MOVE NS-NUMBER TO WS-EXC-LAST
               ADD 1 TO WS-ORDER-COUNT
               PERFORM 5000-RECORD-EXCEPTION THRU 5000-EXIT
           END-IF
           COMPUTE WS-EXPECTED = NS-NUMBER + 1
           MOVE NS-NUMBER TO WS-PREV-NUMBER
           IF NS-DATE NOT = ZEROS
               MOVE NS-DATE TO WS-PREV-DATE
           END-IF
           MOVE NS-SOURCE-IDX TO WS-PREV-SOURCE
           MOVE NS-DOC-ID TO WS-PREV-DOC-ID
           MOVE NS-DATE TO WS-PREV-REC-DATE.
       4100-EXIT.
           EXIT.

      *    another record under the number already seen: another
      *    register carrying the same document is no duplicate, nor
      *    is a further line of the same document
       4200-CHECK-SAME-NUMBER.
           IF NS-SOURCE-IDX NOT = WS-PREV-SOURCE
               MOVE NS-SOURCE-IDX TO WS-PREV-SOURCE
               MOVE NS-DOC-ID TO WS-PREV-DOC-ID
               MOVE NS-DATE TO WS-PREV-REC-DATE
               GO TO 4200-EXIT
           END-IF
           IF WAT-DOC-LEN (NS-SOURCE-IDX) NOT = ZEROS
               AND NS-DOC-ID = WS-PREV-DOC-ID
               AND NS-DATE = WS-PREV-REC-DATE
               GO TO 4200-EXIT
           END-IF
           MOVE NS-DOC-ID TO WS-PREV-DOC-ID
           MOVE NS-DATE TO WS-PREV-REC-DATE
           IF WS-DUP-RECORDED
               GO TO 4200-EXIT
           END-IF
           SET WS-DUP-RECORDED TO TRUE
           MOVE "D" TO WS-EXC-TYPE
           MOVE NS-NUMBER TO WS-EXC-FIRST
           MOVE NS-NUMBER TO WS-EXC-LAST
           ADD 1 TO WS-DUP-COUNT
           PERFORM 5000-RECORD-EXCEPTION THRU 5000-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-RECORD-EXCEPTION - onto SEQGAP (new ones pending, a
      * resolved one found again pending once more) and onto the
      * report with its explanation, if any
      *-----------------------------------------------------------*
       5000-RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-SEQ-NAME TO SG-SEQ-NAME
           MOVE WS-EXC-FIRST TO SG-FIRST-NUMBER
           MOVE WS-EXC-TYPE TO SG-EXCEPTION-TYPE
           READ SEQUENCE-GAP-FILE
               INVALID KEY
                   MOVE WS-EXC-LAST TO SG-LAST-NUMBER
                   MOVE WS-RUN-DATE TO SG-FOUND-DATE
                   MOVE WS-RUN-DATE TO SG-LAST-SEEN-DATE
                   SET SG-PENDING TO TRUE
                   MOVE SPACES TO SG-EXPLANATION
                   MOVE SPACES TO SG-EXPLAINED-BY
                   MOVE ZEROS TO SG-EXPLAINED-DATE
                   WRITE SEQUENCE-GAP-RECORD
                       INVALID KEY
                           DISPLAY "SEQAUDIT: erro ao gravar SEQGAP "
                               WS-GAP-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-EXC-LAST TO SG-LAST-NUMBER
                   MOVE WS-RUN-DATE TO SG-LAST-SEEN-DATE
                   IF SG-RESOLVED
                       SET SG-PENDING TO TRUE
                   END-IF
                   REWRITE SEQUENCE-GAP-RECORD
                       INVALID KEY
                           DISPLAY "SEQAUDIT: erro ao regravar SEQGAP "
                               WS-GAP-STATUS
                   END-REWRITE
           END-READ
           EVALUATE TRUE
               WHEN SG-MISSING
                   MOVE "EM FALTA" TO WD-TYPE-TEXT
               WHEN SG-DUPLICATE
                   MOVE "DUPLICADO" TO WD-TYPE-TEXT
               WHEN SG-OUT-OF-ORDER
                   MOVE "FORA DE ORDEM" TO WD-TYPE-TEXT
               WHEN SG-NOT-ISSUED
                   MOVE "NAO EMITIDO" TO WD-TYPE-TEXT
           END-EVALUATE
           MOVE SG-FIRST-NUMBER TO WD-FIRST-NUMBER
           MOVE SG-LAST-NUMBER TO WD-LAST-NUMBER
           IF SG-EXPLAINED
               MOVE "EXPLICADO" TO WD-STATUS-TEXT
           ELSE
               MOVE "POR EXPLICAR" TO WD-STATUS-TEXT
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           MOVE SG-EXPLANATION TO WD-EXPLANATION
           MOVE SG-EXPLAINED-BY TO WD-EXPLAINED-BY
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LIST-OTHER-SEQUENCES - the SEQFILE sequences with no
      * register to audit against, listed so nothing goes unseen
      *-----------------------------------------------------------*
       6000-LIST-OTHER-SEQUENCES.
           IF NOT WS-SEQ-OK
               GO TO 6000-EXIT
           END-IF
           MOVE LOW-VALUES TO SQ-NAME
           START SEQUENCE-FILE KEY NOT < SQ-NAME
               INVALID KEY
                   GO TO 6000-EXIT
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM 6100-LIST-ONE-SEQUENCE THRU 6100-EXIT
               UNTIL WS-EOF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-SEQUENCE.
           READ SEQUENCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           MOVE "N" TO WS-AUDITED-SW
           PERFORM 6110-CHECK-ONE-ENTRY
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUDIT-COUNT OR WS-SEQ-AUDITED
           IF WS-SEQ-AUDITED
               GO TO 6100-EXIT
           END-IF
           MOVE SQ-NAME TO WN-SEQ-NAME
           MOVE "SEQUENCIA INTERNA - NAO AUDITADA" TO WN-TEXT
           WRITE AUDIT-REPORT-LINE FROM WS-NOTE-LINE.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-ENTRY.
           IF WAT-SEQ-NAME (WS-AUD-IDX) = SQ-NAME
               SET WS-SEQ-AUDITED TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-CLOSE-RESOLVED - a pending exception of a sequence
      * audited tonight that was not found again is resolved
      *-----------------------------------------------------------*
       7000-CLOSE-RESOLVED.
           IF NOT WS-GAP-OK
               GO TO 7000-EXIT
           END-IF
           MOVE LOW-VALUES TO SG-KEY
           START SEQUENCE-GAP-FILE KEY NOT < SG-KEY
               INVALID KEY
                   GO TO 7000-EXIT
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM 7100-CHECK-ONE-GAP THRU 7100-EXIT
               UNTIL WS-EOF.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-GAP.
           READ SEQUENCE-GAP-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF NOT SG-PENDING
               OR SG-LAST-SEEN-DATE = WS-RUN-DATE
               GO TO 7100-EXIT
           END-IF
           MOVE "N" TO WS-AUDITED-SW
           PERFORM 7110-CHECK-AUDITED
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-AUDITED-COUNT
               OR WS-SEQ-AUDITED
           IF NOT WS-SEQ-AUDITED
               GO TO 7100-EXIT
           END-IF
           SET SG-RESOLVED TO TRUE
           REWRITE SEQUENCE-GAP-RECORD
               INVALID KEY
                   GO TO 7100-EXIT
           END-REWRITE
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE SG-SEQ-NAME TO WN-SEQ-NAME
           MOVE SPACES TO WN-TEXT
           STRING "EXCECAO " SG-EXCEPTION-TYPE " DESDE O NUMERO "
               SG-FIRST-NUMBER " RESOLVIDA"
               DELIMITED BY SIZE INTO WN-TEXT
           WRITE AUDIT-REPORT-LINE FROM WS-NOTE-LINE.
       7100-EXIT.
           EXIT.

       7110-CHECK-AUDITED.
           IF WS-AUDITED-NAME (WS-DONE-IDX) = SG-SEQ-NAME
               SET WS-SEQ-AUDITED TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - totals, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-EXCEPTION-COUNT TO WT-EXCEPTION-COUNT
           MOVE WS-PENDING-COUNT TO WT-PENDING-COUNT
           MOVE WS-RESOLVED-COUNT TO WT-RESOLVED-COUNT
           WRITE AUDIT-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE SEQUENCE-FILE
           CLOSE SEQUENCE-GAP-FILE
           CLOSE AUDIT-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-EXCEPTION-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "SEQAUDIT: " WS-EXCEPTION-COUNT " excecoes, "
               WS-PENDING-COUNT " por explicar.".

       END PROGRAM SEQAUDIT.
