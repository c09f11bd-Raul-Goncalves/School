       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONSTMT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Year-end donor run for the keyed year.  The
      *                year's DONATION records are sorted by donor
      *                NIF, donor and date; each donor gets a
      *                statement letter (DONSTMTS) listing every gift
      *                with its receipt number, fund and amount and
      *                the year's total, and each NIF gets one line
      *                on the declaration file (DONDECL) sent to the
      *                tax authority, between a header carrying the
      *                entity's NIF and a trailer with the count and
      *                the total.  Gifts without a donor NIF cannot be
      *                declared; they are listed on DONEXC instead.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DONATION-FILE ASSIGN TO "DONATION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DN-RECEIPT-NUMBER
               FILE STATUS IS WS-DONATION-STATUS.
           SELECT DONOR-SORT-FILE ASSIGN TO "DONSORT".
           SELECT STATEMENT-PRINT ASSIGN TO "DONSTMTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECLARATION-FILE ASSIGN TO "DONDECL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "DONEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  DONATION-FILE.
       COPY DONATION.

       SD  DONOR-SORT-FILE.
       01  DONOR-SORT-RECORD.
           05  DS-DONOR-NIF          PIC 9(09).
           05  DS-DONOR-TYPE         PIC X(01).
           05  DS-MEM-ID             PIC 9(05).
           05  DS-DATE               PIC 9(08).
           05  DS-RECEIPT-NUMBER     PIC 9(09).
           05  DS-DONOR-NAME         PIC X(30).
           05  DS-DONOR-ADDRESS-1    PIC X(30).
           05  DS-DONOR-ADDRESS-2    PIC X(30).
           05  DS-AMOUNT             PIC 9(7)V99.
           05  DS-FUND-CODE          PIC X(04).

       FD  STATEMENT-PRINT.
       01  STATEMENT-LINE            PIC X(80).

      *    fixed 80-byte records: "H" header, "D" one per donor NIF,
      *    "T" trailer; amounts in cents
       FD  DECLARATION-FILE.
       01  DECLARATION-RECORD        PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY FLDVAL.
       COPY DONFUND.

       01  WS-DONATION-STATUS        PIC XX.
           88  WS-DONATION-OK                VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FIRST-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD             VALUE "Y".
           05  WS-FUND-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-FUND-FOUND               VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-ENTITY-NIF             PIC 9(09) VALUE ZEROS.
       01  WS-YEAR                   PIC 9(04) VALUE ZEROS.
       01  WS-YEAR-FROM              PIC 9(08) VALUE ZEROS.
       01  WS-YEAR-TO                PIC 9(08) VALUE ZEROS.

       01  WS-PREVIOUS-DONOR.
           05  WS-PREV-NIF           PIC 9(09) VALUE ZEROS.
           05  WS-PREV-TYPE          PIC X(01) VALUE SPACE.
           05  WS-PREV-MEM-ID        PIC 9(05) VALUE ZEROS.
           05  WS-PREV-NAME          PIC X(30) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-SELECTED-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-STATEMENT-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-DONOR-GIFTS        PIC 9(05) VALUE ZEROS.
           05  WS-DONOR-TOTAL        PIC 9(9)V99 VALUE ZEROS.
           05  WS-NIF-GIFTS          PIC 9(05) VALUE ZEROS.
           05  WS-NIF-TOTAL          PIC 9(9)V99 VALUE ZEROS.
           05  WS-DECLARED-COUNT     PIC 9(06) VALUE ZEROS.
           05  WS-DECLARED-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           05  WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-EXCEPTION-TOTAL    PIC 9(9)V99 VALUE ZEROS.
           05  WS-FUND-IDX           PIC 9(02) VALUE ZEROS.

       01  WS-DECLARATION-HEADER.
           05  FILLER                PIC X(01) VALUE "H".
           05  DH-ENTITY-NIF         PIC 9(09).
           05  DH-YEAR               PIC 9(04).
           05  DH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(58) VALUE SPACES.

       01  WS-DECLARATION-DETAIL.
           05  FILLER                PIC X(01) VALUE "D".
           05  DD-DONOR-NIF          PIC 9(09).
           05  DD-AMOUNT-CENTS       PIC 9(11).
           05  DD-GIFT-COUNT         PIC 9(05).
           05  DD-DONOR-NAME         PIC X(30).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-DECLARATION-TRAILER.
           05  FILLER                PIC X(01) VALUE "T".
           05  DT-RECORD-COUNT       PIC 9(06).
           05  DT-TOTAL-CENTS        PIC 9(13).
           05  FILLER                PIC X(60) VALUE SPACES.

       01  WS-STATEMENT-SEPARATOR    PIC X(60) VALUE ALL "-".

       01  WS-STATEMENT-TITLE.
           05  FILLER                PIC X(40) VALUE
               "DECLARACAO ANUAL DE DONATIVOS - ANO DE ".
           05  ST-YEAR               PIC 9(04).

       01  WS-STATEMENT-NAME-LINE.
           05  ST-DONOR-NAME         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ST-DONOR-REF          PIC X(15).

       01  WS-STATEMENT-NIF-LINE.
           05  FILLER                PIC X(05) VALUE "NIF: ".
           05  ST-DONOR-NIF          PIC X(09).

       01  WS-STATEMENT-TEXT         PIC X(60) VALUE
           "Agradecemos os donativos recebidos durante o ano:".

       01  WS-STATEMENT-HEADING      PIC X(60) VALUE
           "DATA      RECIBO     FIM                        VALOR".

       01  WS-STATEMENT-DETAIL.
           05  SD-DATE               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-RECEIPT-NUMBER     PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-FUND-NAME          PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  SD-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01  WS-STATEMENT-TOTAL.
           05  FILLER                PIC X(43) VALUE
               "TOTAL DO ANO".
           05  STT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-HEADER       PIC X(80) VALUE
           "DONATIVOS SEM NIF - FORA DA DECLARACAO".

       01  WS-EXCEPTION-DETAIL.
           05  ED-DONOR-NAME         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ED-DONOR-REF          PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ED-GIFTS              PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  ED-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-TRAILER.
           05  FILLER                PIC X(23) VALUE
               "TOTAL SEM NIF:".
           05  ET-COUNT              PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE " DOADORES    ".
           05  ET-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT DONOR-SORT-FILE
               ON ASCENDING KEY DS-DONOR-NIF
                                DS-DONOR-TYPE
                                DS-MEM-ID
                                DS-DATE
                                DS-RECEIPT-NUMBER
               INPUT PROCEDURE IS 2000-RELEASE-DONATIONS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 8000-PRINT-STATEMENTS
                   THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, year, entity NIF, run
      * log
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
           DISPLAY "Ano dos donativos (AAAA): "
           ACCEPT WS-YEAR
           COMPUTE WS-YEAR-FROM = WS-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-TO = WS-YEAR * 10000 + 1231
           PERFORM 1100-ACCEPT-ENTITY-NIF THRU 1100-EXIT
           MOVE "DONSTMT" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

      *-----------------------------------------------------------*
      * 1100-ACCEPT-ENTITY-NIF - the declaring entity's NIF, which
      * heads the declaration file; re-prompt until it is valid
      *-----------------------------------------------------------*
       1100-ACCEPT-ENTITY-NIF.
           DISPLAY "NIF da entidade: "
           ACCEPT WS-ENTITY-NIF
           MOVE "N" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTITY-NIF TO FV-FIELD(1:9)
           MOVE 9 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "NIF invalido - tente de novo."
               GO TO 1100-ACCEPT-ENTITY-NIF
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-DONATIONS - the year's donations into the
      * sort
      *-----------------------------------------------------------*
       2000-RELEASE-DONATIONS.
           OPEN INPUT DONATION-FILE
           IF NOT WS-DONATION-OK
               DISPLAY "Ficheiro DONATION indisponivel."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-RELEASE-ONE-DONATION THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE DONATION-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-DONATION.
           READ DONATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF DN-DATE < WS-YEAR-FROM OR DN-DATE > WS-YEAR-TO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE DN-DONOR-NIF TO DS-DONOR-NIF
           MOVE DN-DONOR-TYPE TO DS-DONOR-TYPE
           MOVE DN-MEM-ID TO DS-MEM-ID
           MOVE DN-DATE TO DS-DATE
           MOVE DN-RECEIPT-NUMBER TO DS-RECEIPT-NUMBER
           MOVE DN-DONOR-NAME TO DS-DONOR-NAME
           MOVE DN-DONOR-ADDRESS-1 TO DS-DONOR-ADDRESS-1
           MOVE DN-DONOR-ADDRESS-2 TO DS-DONOR-ADDRESS-2
           MOVE DN-AMOUNT TO DS-AMOUNT
           MOVE DN-FUND-CODE TO DS-FUND-CODE
           RELEASE DONOR-SORT-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-STATEMENTS - control break on the donor for the
      * statement and on the NIF for the declaration line
      *-----------------------------------------------------------*
       8000-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-PRINT
           OPEN OUTPUT DECLARATION-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-ENTITY-NIF TO DH-ENTITY-NIF
           MOVE WS-YEAR TO DH-YEAR
           MOVE WS-RUN-DATE TO DH-RUN-DATE
           WRITE DECLARATION-RECORD FROM WS-DECLARATION-HEADER
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
           MOVE "N" TO WS-EOF-SW
           PERFORM 8100-PRINT-ONE-DONATION THRU 8100-EXIT
               UNTIL WS-EOF
           MOVE WS-DECLARED-COUNT TO DT-RECORD-COUNT
           COMPUTE DT-TOTAL-CENTS = WS-DECLARED-TOTAL * 100
           WRITE DECLARATION-RECORD FROM WS-DECLARATION-TRAILER
           MOVE WS-EXCEPTION-COUNT TO ET-COUNT
           MOVE WS-EXCEPTION-TOTAL TO ET-AMOUNT
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-TRAILER
           CLOSE STATEMENT-PRINT
           CLOSE DECLARATION-FILE
           CLOSE EXCEPTION-REPORT.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-DONATION.
           RETURN DONOR-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   IF NOT WS-FIRST-RECORD
                       PERFORM 8300-END-STATEMENT
                       PERFORM 8400-END-NIF
                   END-IF
                   GO TO 8100-EXIT
           END-RETURN
           IF NOT WS-FIRST-RECORD
               IF DS-DONOR-NIF NOT = WS-PREV-NIF
                   OR DS-DONOR-TYPE NOT = WS-PREV-TYPE
                   OR DS-MEM-ID NOT = WS-PREV-MEM-ID
                   PERFORM 8300-END-STATEMENT
                   IF DS-DONOR-NIF NOT = WS-PREV-NIF
                       PERFORM 8400-END-NIF
                   END-IF
                   PERFORM 8200-START-STATEMENT
               END-IF
           ELSE
               MOVE "N" TO WS-FIRST-SW
               PERFORM 8200-START-STATEMENT
           END-IF
           MOVE DS-DATE TO SD-DATE
           MOVE DS-RECEIPT-NUMBER TO SD-RECEIPT-NUMBER
           PERFORM 8500-FIND-FUND
           IF WS-FUND-FOUND
               MOVE WS-FUND-NAME(WS-FUND-IDX) TO SD-FUND-NAME
           ELSE
               MOVE DS-FUND-CODE TO SD-FUND-NAME
           END-IF
           MOVE DS-AMOUNT TO SD-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STATEMENT-DETAIL
           ADD 1 TO WS-DONOR-GIFTS
           ADD DS-AMOUNT TO WS-DONOR-TOTAL
           ADD 1 TO WS-NIF-GIFTS
           ADD DS-AMOUNT TO WS-NIF-TOTAL.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-START-STATEMENT - the letter head for a new donor
      *-----------------------------------------------------------*
       8200-START-STATEMENT.
           MOVE DS-DONOR-NIF TO WS-PREV-NIF
           MOVE DS-DONOR-TYPE TO WS-PREV-TYPE
           MOVE DS-MEM-ID TO WS-PREV-MEM-ID
           MOVE DS-DONOR-NAME TO WS-PREV-NAME
           MOVE ZEROS TO WS-DONOR-GIFTS
           MOVE ZEROS TO WS-DONOR-TOTAL
           ADD 1 TO WS-STATEMENT-COUNT
           WRITE STATEMENT-LINE FROM WS-STATEMENT-SEPARATOR
           MOVE WS-YEAR TO ST-YEAR
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TITLE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE DS-DONOR-NAME TO ST-DONOR-NAME
           PERFORM 8600-BUILD-DONOR-REF
           MOVE ED-DONOR-REF TO ST-DONOR-REF
           WRITE STATEMENT-LINE FROM WS-STATEMENT-NAME-LINE
           WRITE STATEMENT-LINE FROM DS-DONOR-ADDRESS-1
           WRITE STATEMENT-LINE FROM DS-DONOR-ADDRESS-2
           IF DS-DONOR-NIF = ZEROS
               MOVE "-" TO ST-DONOR-NIF
           ELSE
               MOVE DS-DONOR-NIF TO ST-DONOR-NIF
           END-IF
           WRITE STATEMENT-LINE FROM WS-STATEMENT-NIF-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TEXT
           WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING.

      *-----------------------------------------------------------*
      * 8300-END-STATEMENT - the donor's year total; a donor with
      * no NIF goes on the exception list
      *-----------------------------------------------------------*
       8300-END-STATEMENT.
           MOVE WS-DONOR-TOTAL TO STT-AMOUNT
           WRITE STATEMENT-LINE FROM WS-STATEMENT-TOTAL
           IF WS-PREV-NIF = ZEROS
               MOVE WS-PREV-NAME TO ED-DONOR-NAME
               PERFORM 8600-BUILD-DONOR-REF
               MOVE WS-DONOR-GIFTS TO ED-GIFTS
               MOVE WS-DONOR-TOTAL TO ED-AMOUNT
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-DONOR-TOTAL TO WS-EXCEPTION-TOTAL
           END-IF.

      *-----------------------------------------------------------*
      * 8400-END-NIF - one declaration line per donor NIF
      *-----------------------------------------------------------*
       8400-END-NIF.
           IF WS-PREV-NIF NOT = ZEROS
               MOVE WS-PREV-NIF TO DD-DONOR-NIF
               COMPUTE DD-AMOUNT-CENTS = WS-NIF-TOTAL * 100
               MOVE WS-NIF-GIFTS TO DD-GIFT-COUNT
               MOVE WS-PREV-NAME TO DD-DONOR-NAME
               WRITE DECLARATION-RECORD FROM WS-DECLARATION-DETAIL
               ADD 1 TO WS-DECLARED-COUNT
               ADD WS-NIF-TOTAL TO WS-DECLARED-TOTAL
           END-IF
           MOVE ZEROS TO WS-NIF-GIFTS
           MOVE ZEROS TO WS-NIF-TOTAL.

       8500-FIND-FUND.
           MOVE "N" TO WS-FUND-FOUND-SW
           PERFORM 8510-MATCH-ONE-FUND
               VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT
                  OR WS-FUND-FOUND
           IF WS-FUND-FOUND
               SUBTRACT 1 FROM WS-FUND-IDX
           END-IF.

       8510-MATCH-ONE-FUND.
           IF WS-FUND-CODE(WS-FUND-IDX) = DS-FUND-CODE
               SET WS-FUND-FOUND TO TRUE
           END-IF.

       8600-BUILD-DONOR-REF.
           MOVE SPACES TO ED-DONOR-REF
           IF WS-PREV-TYPE = "M"
               STRING "SOCIO N " WS-PREV-MEM-ID DELIMITED BY SIZE
                   INTO ED-DONOR-REF
           END-IF.

      *-----------------------------------------------------------*
      * 9000-FINALIZE - run log and counts
      *-----------------------------------------------------------*
       9000-FINALIZE.
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-DECLARED-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "DONSTMT: " WS-SELECTED-COUNT " donativos, "
               WS-STATEMENT-COUNT " declaracoes a doadores, "
               WS-DECLARED-COUNT " NIF declarados, "
               WS-EXCEPTION-COUNT " sem NIF.".

       END PROGRAM DONSTMT.
