      *                 a heavy day would lose postings finance
      *                 imports.  The run says so and leaves the
      *                 file as written for a hand correction.
      * 2026-10-15  RG  The cost center on a posting is validated
      *                 against the CCMAST master: an unknown center
      *                 is cleared - in the journal and in GLPOST -
      *                 and listed on GLSUSP for correction, and the
      *                 journal prints the center.
      * 2026-10-15  RG  Each posting re-pointed to SUSPENSE raises a
      *                 GLSUSP item on the WORKQ operator work queue,
      *                 through WQRAISE, for the account to be
      *                 corrected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT SUSPENSE-REPORT ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  SUSPENSE-REPORT.
       01  SUSPENSE-REPORT-LINE      PIC X(80).

               88  WS-ACCT-EOF                 VALUE "Y".
           05  WS-ACCT-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-ACCT-FOUND               VALUE "Y".
           05  WS-CCM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CCM-EOF                  VALUE "Y".
           05  WS-CENTER-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-CENTER-FOUND             VALUE "Y".

       01  WS-ACCT-STATUS            PIC XX VALUE "00".
           88  WS-ACCT-OK                    VALUES "00" "05".
       01  WS-CCM-STATUS             PIC XX VALUE "00".
           88  WS-CCM-OK                     VALUES "00" "05".

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT         PIC 9(03) VALUE ZEROS.
               10  WGA-ACCOUNT       PIC X(08).
       01  WS-ACCT-IDX               PIC 9(03) VALUE ZEROS.

       01  WS-CENTER-TABLE.
           05  WS-CTR-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-CTR-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON WS-CTR-COUNT.
               10  WCC-CENTER-ID     PIC 9(03).
       01  WS-CTR-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-CENTER-FIX-COUNT       PIC 9(04) VALUE ZEROS.

       01  WS-POSTING-TABLE.
           05  WS-PST-COUNT          PIC 9(04) VALUE ZEROS.
           05  WS-PST-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-PST-COUNT.
               10  WPS-RECORD        PIC X(77).
       01  WS-PST-IDX                PIC 9(04) VALUE ZEROS.

       01  WS-SUSPENSE-COUNT         PIC 9(04) VALUE ZEROS.
           05  FILLER                PIC X(09) VALUE "  VALOR: ".
           05  WX-AMOUNT             PIC ZZZ,ZZ9.99.

       01  WS-CENTER-EXCEPTION.
           05  FILLER                PIC X(19) VALUE
               "CENTRO DESCONHECIDO".
           05  WX-BAD-CENTER         PIC X(03).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WX-CENTER-ACCOUNT     PIC X(08).
           05  FILLER                PIC X(09) VALUE "  FONTE: ".
           05  WX-CENTER-SOURCE      PIC X(08).
           05  FILLER                PIC X(09) VALUE "  VALOR: ".
           05  WX-CENTER-AMOUNT      PIC ZZZ,ZZ9.99.

       01  WS-JOURNAL-TOTALS.
           05  WS-RECORD-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZEROS.
           05  WD-CREDIT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-COST-CENTER        PIC X(03).

       01  WS-CONTROL-LINE.
           05  FILLER                PIC X(10) VALUE "REGISTOS: ".
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WC-BALANCE-FLAG       PIC X(15).

       COPY WQRAISE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-PRINT-POSTING THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           IF WS-SUSPENSE-COUNT > ZEROS OR WS-CENTER-FIX-COUNT > ZEROS
               IF WS-TABLE-FULL
      *            writing back a truncated table would lose the
      *            postings past the cap - leave the file alone
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-LOAD-ACCOUNT-TABLE THRU 1100-DONE
           PERFORM 1200-LOAD-CENTER-TABLE THRU 1200-DONE
           OPEN OUTPUT SUSPENSE-REPORT
           OPEN INPUT GL-POSTING-FILE
           OPEN OUTPUT JOURNAL-REPORT
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-CENTER-TABLE - the cost-center ids, once
      *-----------------------------------------------------------*
       1200-LOAD-CENTER-TABLE.
           OPEN INPUT COST-CENTER-MASTER
           IF NOT WS-CCM-OK
               CLOSE COST-CENTER-MASTER
               GO TO 1200-DONE
           END-IF
           PERFORM 1210-LOAD-ONE-CENTER THRU 1210-EXIT
               UNTIL WS-CCM-EOF
           CLOSE COST-CENTER-MASTER.
       1200-DONE.
           EXIT.

       1210-LOAD-ONE-CENTER.
           READ COST-CENTER-MASTER NEXT RECORD
               AT END
                   SET WS-CCM-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF WS-CTR-COUNT = 999
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-CTR-COUNT
           MOVE CM-CENTER-ID TO WCC-CENTER-ID(WS-CTR-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PRINT-POSTING - validate the account, print one
      * journal line and roll it into the control totals
           IF WS-ACCT-COUNT > ZEROS
               PERFORM 2500-VALIDATE-ACCOUNT
           END-IF
      *    likewise an empty cost-center master
           IF WS-CTR-COUNT > ZEROS AND NOT GL-NO-COST-CENTER
               PERFORM 2600-VALIDATE-CENTER
           END-IF
           IF WS-PST-COUNT < 2000
               ADD 1 TO WS-PST-COUNT
               MOVE GL-POSTING-RECORD TO WPS-RECORD(WS-PST-COUNT)
           MOVE GL-DEBIT TO WD-DEBIT
           MOVE GL-CREDIT TO WD-CREDIT
           MOVE GL-DESCRIPTION TO WD-DESCRIPTION
           MOVE GL-COST-CENTER TO WD-COST-CENTER
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-DETAIL
           READ GL-POSTING-FILE
               AT END
               MOVE GL-SOURCE TO WX-SOURCE
               COMPUTE WX-AMOUNT = GL-DEBIT + GL-CREDIT
               WRITE SUSPENSE-REPORT-LINE FROM WS-SUSPENSE-DETAIL
               PERFORM 2550-QUEUE-SUSPENSE
               MOVE "SUSPENSE" TO GL-ACCOUNT
           END-IF.

               SET WS-ACCT-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2550-QUEUE-SUSPENSE - the posting waiting in SUSPENSE goes on
      * the operator work queue by date, source and the bad account
      *-----------------------------------------------------------*
       2550-QUEUE-SUSPENSE.
           MOVE "GLSUSP" TO WR-ITEM-TYPE
           MOVE SPACES TO WR-REFERENCE
           STRING GL-POST-DATE      DELIMITED BY SIZE
                  GL-SOURCE         DELIMITED BY SIZE
                  GL-ACCOUNT        DELIMITED BY SIZE
               INTO WR-REFERENCE
           END-STRING
           MOVE SPACES TO WR-DESCRIPTION
           STRING "LANCAMENTO EM SUSPENSE - CONTA " DELIMITED BY SIZE
                  GL-ACCOUNT        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  GL-SOURCE         DELIMITED BY SIZE
               INTO WR-DESCRIPTION
           END-STRING
           MOVE 2 TO WR-REQUIRED-LEVEL
           MOVE "GLSUMM" TO WR-RAISED-BY
           CALL "WQRAISE" USING WQRAISE-LINKAGE.

      *-----------------------------------------------------------*
      * 2600-VALIDATE-CENTER - a center not on CCMAST is cleared
      * from the posting and goes on the correction list
      *-----------------------------------------------------------*
       2600-VALIDATE-CENTER.
           MOVE "N" TO WS-CENTER-FOUND-SW
           IF GL-COST-CENTER-ID NUMERIC
               PERFORM 2610-MATCH-ONE-CENTER
                   VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
                      OR WS-CENTER-FOUND
           END-IF
           IF NOT WS-CENTER-FOUND
               ADD 1 TO WS-CENTER-FIX-COUNT
               MOVE GL-COST-CENTER TO WX-BAD-CENTER
               MOVE GL-ACCOUNT TO WX-CENTER-ACCOUNT
               MOVE GL-SOURCE TO WX-CENTER-SOURCE
               COMPUTE WX-CENTER-AMOUNT = GL-DEBIT + GL-CREDIT
               WRITE SUSPENSE-REPORT-LINE FROM WS-CENTER-EXCEPTION
               MOVE SPACES TO GL-COST-CENTER
           END-IF.

       2610-MATCH-ONE-CENTER.
           IF WCC-CENTER-ID(WS-CTR-IDX) = GL-COST-CENTER-ID
               SET WS-CENTER-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 8500-WRITE-FILE-BACK - the re-pointed postings replace the
      * file finance imports, so the suspense repair is in the data
