       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOWRUN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Monthly trainee allowance run for the funded
      *                courses.  The month's ATTMAST marks are counted
      *                per student and course as FUNDEXP totals them -
      *                days present, and justified absences as the
      *                course's CRS-JUSTIFIED-RULE allows - and priced
      *                at the course's daily training grant, meal and
      *                transport rates.  Each entitlement, validated
      *                against the ENROLL status like the agency
      *                export, is paid by credit transfer to the
      *                trainee's STUBANK IBAN (put through the FLDVAL
      *                mod-97 check first, as APPAYRUN does): one
      *                detail on the ALLOWEFT bank file under a
      *                SEQSVC batch number, one line on the ALLOWREG
      *                register and an ALLOWHST record, so a rerun of
      *                the month pays nothing twice.  A trainee with
      *                no IBAN or a bad one is listed, not paid, and
      *                picked up by a rerun once the IBAN is fixed.
      *                The cost posts to GLPOST per course against its
      *                cost center and into its BUDGYTD actuals, the
      *                bank taking the credit.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The allowance cost lines carry the course's
      *                 cost center on GLPOST.
      * 2026-10-15  RG  The tally and course-cost tables are bounded:
      *                 marks past the 500th student and course, and
      *                 entitlements whose course finds the cost table
      *                 full, are left for a rerun and counted on the
      *                 console instead of overrunning the table, and
      *                 both tables are checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL STUDENT-BANK-FILE ASSIGN TO "STUBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-NUMERO
               FILE STATUS IS WS-BANK-STATUS.
           SELECT OPTIONAL ALLOWANCE-HISTORY ASSIGN TO "ALLOWHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT OPTIONAL BUDGET-YTD-FILE ASSIGN TO "BUDGYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BY-CENTER-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT ALLOWANCE-EFT-FILE ASSIGN TO "ALLOWEFT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOWANCE-REGISTER ASSIGN TO "ALLOWREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE.
       COPY ATTEND.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.

       FD  STUDENT-BANK-FILE.
       COPY STUBANK.

       FD  ALLOWANCE-HISTORY.
       COPY ALLOWHST.

       FD  BUDGET-YTD-FILE.
       COPY BUDGYTD.

       FD  ALLOWANCE-EFT-FILE.
       01  ALLOWANCE-EFT-LINE        PIC X(80).

       FD  ALLOWANCE-REGISTER.
       01  ALLOWANCE-REGISTER-LINE   PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY SEQSVC.

       COPY FLDVAL.

       COPY TBLCHK.

       01  WS-ATT-STATUS             PIC XX.
           88  WS-ATT-OK                     VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".
       01  WS-BANK-STATUS            PIC XX.
           88  WS-BANK-OK                    VALUES "00" "05".
       01  WS-AH-STATUS              PIC XX.
           88  WS-AH-OK                      VALUES "00" "05".
       01  WS-YTD-STATUS             PIC XX.
           88  WS-YTD-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND              VALUE "Y".

      *    the GL accounts a trainee allowance posts to
       01  WS-GRANT-ACCOUNT          PIC X(08) VALUE "BOLSAFOR".
       01  WS-MEAL-ACCOUNT           PIC X(08) VALUE "SUBALFOR".
       01  WS-TRANSPORT-ACCOUNT      PIC X(08) VALUE "SUBTRFOR".
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".
       01  WS-COST-ACCOUNT           PIC X(08) VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-REPORT-MONTH           PIC 9(06) VALUE ZEROS.
       01  WS-ATT-MONTH              PIC 9(06) VALUE ZEROS.

       01  WS-TALLY-TABLE.
           05  WS-TLY-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-TLY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-TLY-COUNT.
               10  WTY-NUMERO        PIC 9(04).
               10  WTY-CRS-CODE      PIC X(06).
               10  WTY-PRESENT       PIC 9(02).
               10  WTY-JUSTIFIED     PIC 9(02).
       01  WS-TLY-IDX                PIC 9(03) VALUE ZEROS.

      *    the cost paid per course, for the cost-center postings
       01  WS-COURSE-COST-TABLE.
           05  WS-CCT-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-CCT-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CCT-COUNT.
               10  WCC-CRS-CODE      PIC X(06).
               10  WCC-CENTER-ID     PIC 9(03).
               10  WCC-GRANT         PIC 9(7)V99.
               10  WCC-MEAL          PIC 9(7)V99.
               10  WCC-TRANSPORT     PIC 9(7)V99.
       01  WS-CCT-IDX                PIC 9(02) VALUE ZEROS.

       01  WS-ENTITLEMENT.
           05  WS-GRANT-DAYS         PIC 9(02) VALUE ZEROS.
           05  WS-OTHER-DAYS         PIC 9(02) VALUE ZEROS.
           05  WS-GRANT-AMOUNT       PIC 9(5)V99 VALUE ZEROS.
           05  WS-MEAL-AMOUNT        PIC 9(5)V99 VALUE ZEROS.
           05  WS-TRANSPORT-AMOUNT   PIC 9(5)V99 VALUE ZEROS.
           05  WS-TOTAL-AMOUNT       PIC 9(5)V99 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-PAID-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-BLOCKED-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-DEFERRED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-PAID-TOTAL         PIC 9(8)V99 VALUE ZEROS.
           05  WS-BLOCKED-TOTAL      PIC 9(8)V99 VALUE ZEROS.
           05  WS-COST-AMOUNT        PIC 9(7)V99 VALUE ZEROS.

       01  WS-EFT-COUNTS.
           05  WS-EFT-RECORD-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-EFT-TOTAL-CENTS    PIC 9(11) VALUE ZEROS.
           05  WS-EFT-AMOUNT-CENTS   PIC 9(10) VALUE ZEROS.

       01  WS-EFT-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  FILLER                PIC X(10) VALUE "UFCD0807CO".
           05  EH-RUN-DATE           PIC X(08).
           05  EH-BATCH-NUMBER       PIC 9(06).
           05  FILLER                PIC X(55) VALUE SPACES.

      *    the supplier-payment detail, the trainee in the payee slot
       01  WS-EFT-DETAIL-LINE.
           05  FILLER                PIC X(01) VALUE "D".
           05  ED-IBAN               PIC X(25).
           05  ED-NUMERO             PIC 9(05).
           05  ED-NOME               PIC X(25).
           05  ED-AMOUNT-CENTS       PIC 9(10).
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-EFT-TRAILER-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  ET-RECORD-COUNT       PIC 9(05).
           05  ET-TOTAL-CENTS        PIC 9(11).
           05  FILLER                PIC X(63) VALUE SPACES.

       01  WS-GL-DESC.
           05  WG-LABEL              PIC X(12).
           05  FILLER                PIC X(03) VALUE "CC ".
           05  WG-CENTER-ID          PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-REGISTER-HEADER.
           05  FILLER                PIC X(30) VALUE
               "REGISTO DE BOLSAS E SUBSIDIOS ".
           05  FILLER                PIC X(05) VALUE "MES: ".
           05  RH-MONTH              PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  LOTE: ".
           05  RH-BATCH-NUMBER       PIC 9(06).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  RH-RUN-DATE           PIC 9(08).

       01  WS-REGISTER-COLUMNS.
           05  FILLER                PIC X(22) VALUE "ALUNO NOME".
           05  FILLER                PIC X(07) VALUE "CURSO".
           05  FILLER                PIC X(06) VALUE " P  J".
           05  FILLER                PIC X(10) VALUE "     BOLSA".
           05  FILLER                PIC X(08) VALUE "  ALIM.".
           05  FILLER                PIC X(08) VALUE "  TRANS.".
           05  FILLER                PIC X(10) VALUE "     TOTAL".
           05  FILLER                PIC X(09) VALUE "  NOTA".

       01  WS-REGISTER-DETAIL.
           05  RD-NUMERO             PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-NOME               PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-PRESENT            PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-JUSTIFIED          PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-GRANT              PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-MEAL               PIC ZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-TRANSPORT          PIC ZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-TOTAL              PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RD-NOTE               PIC X(08).

       01  WS-REGISTER-TRAILER.
           05  FILLER                PIC X(08) VALUE "PAGOS:  ".
           05  RT-PAID-COUNT         PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-PAID-TOTAL         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(15) VALUE
               "   BLOQUEADOS: ".
           05  RT-BLOCKED-COUNT      PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-BLOCKED-TOTAL      PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-MARK THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 5000-PAY-ONE-ENTRY THRU 5000-EXIT
               VARYING WS-TLY-IDX FROM 1 BY 1
               UNTIL WS-TLY-IDX > WS-TLY-COUNT
           PERFORM 7000-POST-COST THRU 7000-EXIT
           PERFORM 7900-CHECK-TABLES
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the month, business date, files, the EFT
      * batch header and the register heading
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "ALLOWRUN" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "Mes a pagar (AAAAMM): "
           ACCEPT WS-REPORT-MONTH
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT ATTENDANCE-FILE
           IF NOT WS-ATT-OK
               DISPLAY "Ficheiro ATTMAST indisponivel."
               STOP RUN
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT STUDENT-BANK-FILE
           OPEN I-O ALLOWANCE-HISTORY
           OPEN I-O BUDGET-YTD-FILE
           OPEN OUTPUT ALLOWANCE-EFT-FILE
           OPEN OUTPUT ALLOWANCE-REGISTER
           MOVE WS-RUN-DATE TO EH-RUN-DATE
           MOVE "EFTBATCH" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           MOVE SEQ-NUMBER TO EH-BATCH-NUMBER
           WRITE ALLOWANCE-EFT-LINE FROM WS-EFT-HEADER-LINE
           MOVE WS-REPORT-MONTH TO RH-MONTH
           MOVE SEQ-NUMBER TO RH-BATCH-NUMBER
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE ALLOWANCE-REGISTER-LINE FROM WS-REGISTER-HEADER
           WRITE ALLOWANCE-REGISTER-LINE FROM WS-REGISTER-COLUMNS
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-MARK - one month mark into its student and
      * course's days present or justified
      *-----------------------------------------------------------*
       2000-TALLY-ONE-MARK.
           ADD 1 TO WS-READ-COUNT
           MOVE ZEROS TO WS-ATT-MONTH
           MOVE AT-DATE(1:6) TO WS-ATT-MONTH(1:6)
           IF WS-ATT-MONTH NOT = WS-REPORT-MONTH
               GO TO 2000-READ-NEXT
           END-IF
           IF NOT AT-PRESENT AND NOT AT-JUSTIFIED
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-FIND-TALLY-ENTRY
           IF WS-TLY-IDX = ZEROS
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           IF AT-PRESENT
               ADD 1 TO WTY-PRESENT(WS-TLY-IDX)
           ELSE
               ADD 1 TO WTY-JUSTIFIED(WS-TLY-IDX)
           END-IF.
       2000-READ-NEXT.
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-FIND-TALLY-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-MATCH-ONE-TALLY
               VARYING WS-TLY-IDX FROM 1 BY 1
               UNTIL WS-TLY-IDX > WS-TLY-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TLY-IDX
           ELSE
      *        a full table leaves the mark for a rerun
               IF WS-TLY-COUNT = 500
                   MOVE ZEROS TO WS-TLY-IDX
               ELSE
                   ADD 1 TO WS-TLY-COUNT
                   MOVE WS-TLY-COUNT TO WS-TLY-IDX
                   MOVE AT-NUMERO TO WTY-NUMERO(WS-TLY-IDX)
                   MOVE AT-CRS-CODE TO WTY-CRS-CODE(WS-TLY-IDX)
                   MOVE ZEROS TO WTY-PRESENT(WS-TLY-IDX)
                   MOVE ZEROS TO WTY-JUSTIFIED(WS-TLY-IDX)
               END-IF
           END-IF.

       3100-MATCH-ONE-TALLY.
           IF WTY-NUMERO(WS-TLY-IDX) = AT-NUMERO
               AND WTY-CRS-CODE(WS-TLY-IDX) = AT-CRS-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 5000-PAY-ONE-ENTRY - the entitlement of one trainee on one
      * funded course; paid to a good IBAN, listed otherwise
      *-----------------------------------------------------------*
       5000-PAY-ONE-ENTRY.
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 5000-EXIT
           END-READ
           IF CRS-GRANT-RATE = ZEROS AND CRS-MEAL-RATE = ZEROS
               AND CRS-TRANSPORT-RATE = ZEROS
      *        not a funded course
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE WTY-NUMERO(WS-TLY-IDX) TO RD-NUMERO
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO RD-CRS-CODE
           MOVE WTY-PRESENT(WS-TLY-IDX) TO RD-PRESENT
           MOVE WTY-JUSTIFIED(WS-TLY-IDX) TO RD-JUSTIFIED
           MOVE "(DESCONHECIDO)" TO RD-NOME
           MOVE SPACES TO SM-NOME
           MOVE WTY-NUMERO(WS-TLY-IDX) TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-NOME TO RD-NOME
           END-READ
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO EN-CRS-CODE
           MOVE WTY-NUMERO(WS-TLY-IDX) TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "S/INSCR." TO RD-NOTE
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 5000-PRINT
           END-READ
           IF EN-WITHDRAWN
               MOVE "DESIST." TO RD-NOTE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 5000-PRINT
           END-IF
           PERFORM 5100-COMPUTE-ENTITLEMENT
           MOVE WS-GRANT-AMOUNT TO RD-GRANT
           MOVE WS-MEAL-AMOUNT TO RD-MEAL
           MOVE WS-TRANSPORT-AMOUNT TO RD-TRANSPORT
           MOVE WS-TOTAL-AMOUNT TO RD-TOTAL
           IF WS-TOTAL-AMOUNT = ZEROS
               MOVE "NADA" TO RD-NOTE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 5000-PRINT
           END-IF
           MOVE WS-REPORT-MONTH TO AH-MONTH
           MOVE WTY-NUMERO(WS-TLY-IDX) TO AH-NUMERO
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO AH-CRS-CODE
           READ ALLOWANCE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "JA PAGO" TO RD-NOTE
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 5000-PRINT
           END-READ
           MOVE WTY-NUMERO(WS-TLY-IDX) TO SB-NUMERO
           READ STUDENT-BANK-FILE
               INVALID KEY
                   MOVE "S/IBAN" TO RD-NOTE
                   PERFORM 5200-BLOCK-ENTRY
                   GO TO 5000-PRINT
           END-READ
           MOVE "I" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE SB-IBAN TO FV-FIELD(1:25)
           MOVE 25 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               MOVE "IBAN INV" TO RD-NOTE
               PERFORM 5200-BLOCK-ENTRY
               GO TO 5000-PRINT
           END-IF
      *    no room for the course's cost - paid on a rerun instead
           PERFORM 6100-FIND-COURSE-COST
           IF WS-CCT-IDX = ZEROS
               MOVE "ADIADO" TO RD-NOTE
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 5000-PRINT
           END-IF
           PERFORM 6000-PAY-ENTRY
           MOVE "PAGO" TO RD-NOTE.
       5000-PRINT.
           WRITE ALLOWANCE-REGISTER-LINE FROM WS-REGISTER-DETAIL.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-COMPUTE-ENTITLEMENT - the grant for the days present
      * and, unless the funder refuses them, the justified ones;
      * meal and transport only for days present unless the rule
      * pays every allowance on a justified absence
      *-----------------------------------------------------------*
       5100-COMPUTE-ENTITLEMENT.
           MOVE WTY-PRESENT(WS-TLY-IDX) TO WS-GRANT-DAYS
           MOVE WTY-PRESENT(WS-TLY-IDX) TO WS-OTHER-DAYS
           IF NOT CRS-JUST-NOT-PAID
               ADD WTY-JUSTIFIED(WS-TLY-IDX) TO WS-GRANT-DAYS
           END-IF
           IF CRS-JUST-ALL-PAID
               ADD WTY-JUSTIFIED(WS-TLY-IDX) TO WS-OTHER-DAYS
           END-IF
           COMPUTE WS-GRANT-AMOUNT = WS-GRANT-DAYS * CRS-GRANT-RATE
           COMPUTE WS-MEAL-AMOUNT = WS-OTHER-DAYS * CRS-MEAL-RATE
           COMPUTE WS-TRANSPORT-AMOUNT =
               WS-OTHER-DAYS * CRS-TRANSPORT-RATE
           COMPUTE WS-TOTAL-AMOUNT = WS-GRANT-AMOUNT
               + WS-MEAL-AMOUNT + WS-TRANSPORT-AMOUNT.

       5200-BLOCK-ENTRY.
           ADD 1 TO WS-BLOCKED-COUNT
           ADD WS-TOTAL-AMOUNT TO WS-BLOCKED-TOTAL.

      *-----------------------------------------------------------*
      * 6000-PAY-ENTRY - the credit-transfer detail, the history
      * record that stops a second payment, and the course's cost
      *-----------------------------------------------------------*
       6000-PAY-ENTRY.
           COMPUTE WS-EFT-AMOUNT-CENTS = WS-TOTAL-AMOUNT * 100
           MOVE SB-IBAN TO ED-IBAN
           MOVE WTY-NUMERO(WS-TLY-IDX) TO ED-NUMERO
           MOVE SM-NOME TO ED-NOME
           MOVE WS-EFT-AMOUNT-CENTS TO ED-AMOUNT-CENTS
           WRITE ALLOWANCE-EFT-LINE FROM WS-EFT-DETAIL-LINE
           ADD 1 TO WS-EFT-RECORD-COUNT
           ADD WS-EFT-AMOUNT-CENTS TO WS-EFT-TOTAL-CENTS
           MOVE WS-REPORT-MONTH TO AH-MONTH
           MOVE WTY-NUMERO(WS-TLY-IDX) TO AH-NUMERO
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO AH-CRS-CODE
           MOVE WTY-PRESENT(WS-TLY-IDX) TO AH-PRESENT-DAYS
           MOVE WTY-JUSTIFIED(WS-TLY-IDX) TO AH-JUSTIFIED-DAYS
           MOVE WS-GRANT-AMOUNT TO AH-GRANT-AMOUNT
           MOVE WS-MEAL-AMOUNT TO AH-MEAL-AMOUNT
           MOVE WS-TRANSPORT-AMOUNT TO AH-TRANSPORT-AMOUNT
           MOVE WS-TOTAL-AMOUNT TO AH-TOTAL-AMOUNT
           MOVE EH-BATCH-NUMBER TO AH-BATCH-NUMBER
           MOVE SB-IBAN TO AH-IBAN
           MOVE WS-RUN-DATE TO AH-RUN-DATE
           WRITE ALLOWANCE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Erro no historico - aluno "
                       AH-NUMERO " curso " AH-CRS-CODE
           END-WRITE
           ADD 1 TO WS-PAID-COUNT
           ADD WS-TOTAL-AMOUNT TO WS-PAID-TOTAL
           ADD WS-GRANT-AMOUNT TO WCC-GRANT(WS-CCT-IDX)
           ADD WS-MEAL-AMOUNT TO WCC-MEAL(WS-CCT-IDX)
           ADD WS-TRANSPORT-AMOUNT TO WCC-TRANSPORT(WS-CCT-IDX).

       6100-FIND-COURSE-COST.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6110-MATCH-ONE-COURSE
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT
                  OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-CCT-IDX
           ELSE
               IF WS-CCT-COUNT = 50
                   MOVE ZEROS TO WS-CCT-IDX
               ELSE
                   ADD 1 TO WS-CCT-COUNT
                   MOVE WS-CCT-COUNT TO WS-CCT-IDX
                   MOVE CRS-CODE TO WCC-CRS-CODE(WS-CCT-IDX)
                   MOVE CRS-CENTER-ID TO WCC-CENTER-ID(WS-CCT-IDX)
                   MOVE ZEROS TO WCC-GRANT(WS-CCT-IDX)
                   MOVE ZEROS TO WCC-MEAL(WS-CCT-IDX)
                   MOVE ZEROS TO WCC-TRANSPORT(WS-CCT-IDX)
               END-IF
           END-IF.

       6110-MATCH-ONE-COURSE.
           IF WCC-CRS-CODE(WS-CCT-IDX) = CRS-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-POST-COST - each course's grant, meal and transport
      * debited against its cost center, the bank credited with
      * the batch
      *-----------------------------------------------------------*
       7000-POST-COST.
           IF WS-PAID-TOTAL = ZEROS
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           PERFORM 7100-POST-ONE-COURSE
               VARYING WS-CCT-IDX FROM 1 BY 1
               UNTIL WS-CCT-IDX > WS-CCT-COUNT
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ALLOWRUN" TO GL-SOURCE
           MOVE WS-BANK-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-PAID-TOTAL TO GL-CREDIT
           MOVE "TRANSF. BOLSAS" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           CLOSE GL-POSTING-FILE.
       7000-EXIT.
           EXIT.

       7100-POST-ONE-COURSE.
           MOVE WCC-CENTER-ID(WS-CCT-IDX) TO WG-CENTER-ID
           IF WCC-GRANT(WS-CCT-IDX) > ZEROS
               MOVE "BOLSA" TO WG-LABEL
               MOVE WS-GRANT-ACCOUNT TO WS-COST-ACCOUNT
               MOVE WCC-GRANT(WS-CCT-IDX) TO WS-COST-AMOUNT
               PERFORM 7110-WRITE-COST-LINE
           END-IF
           IF WCC-MEAL(WS-CCT-IDX) > ZEROS
               MOVE "ALIMENTACAO" TO WG-LABEL
               MOVE WS-MEAL-ACCOUNT TO WS-COST-ACCOUNT
               MOVE WCC-MEAL(WS-CCT-IDX) TO WS-COST-AMOUNT
               PERFORM 7110-WRITE-COST-LINE
           END-IF
           IF WCC-TRANSPORT(WS-CCT-IDX) > ZEROS
               MOVE "TRANSPORTE" TO WG-LABEL
               MOVE WS-TRANSPORT-ACCOUNT TO WS-COST-ACCOUNT
               MOVE WCC-TRANSPORT(WS-CCT-IDX) TO WS-COST-AMOUNT
               PERFORM 7110-WRITE-COST-LINE
           END-IF.

       7110-WRITE-COST-LINE.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "ALLOWRUN" TO GL-SOURCE
           MOVE WS-COST-ACCOUNT TO GL-ACCOUNT
           MOVE WS-COST-AMOUNT TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           MOVE WG-CENTER-ID TO GL-COST-CENTER-ID
           WRITE GL-POSTING-RECORD
           IF WG-CENTER-ID NOT = ZEROS
               PERFORM 7200-POST-CENTER-YTD
           END-IF.

       7200-POST-CENTER-YTD.
           MOVE WG-CENTER-ID TO BY-CENTER-ID
           READ BUDGET-YTD-FILE
               INVALID KEY
                   MOVE WG-CENTER-ID TO BY-CENTER-ID
                   MOVE WS-COST-AMOUNT TO BY-YTD-ACTUAL
                   WRITE BUDGET-YTD-RECORD
                       INVALID KEY
                           DISPLAY "Erro no YTD do centro "
                               WG-CENTER-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-COST-AMOUNT TO BY-YTD-ACTUAL
                   REWRITE BUDGET-YTD-RECORD
                       INVALID KEY
                           DISPLAY "Erro no YTD do centro "
                               WG-CENTER-ID
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      * 7900-CHECK-TABLES - the tally and course-cost tables as
      * filled, against their capacity
      *-----------------------------------------------------------*
       7900-CHECK-TABLES.
           MOVE "ALLOWRUN" TO TC-PROGRAM-NAME
           MOVE "TALLY" TO TC-TABLE-NAME
           MOVE WS-TLY-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE "COURSECOST" TO TC-TABLE-NAME
           MOVE WS-CCT-COUNT TO TC-ENTRY-COUNT
           MOVE 50 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailers, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-EFT-RECORD-COUNT TO ET-RECORD-COUNT
           MOVE WS-EFT-TOTAL-CENTS TO ET-TOTAL-CENTS
           WRITE ALLOWANCE-EFT-LINE FROM WS-EFT-TRAILER-LINE
           MOVE WS-PAID-COUNT TO RT-PAID-COUNT
           MOVE WS-PAID-TOTAL TO RT-PAID-TOTAL
           MOVE WS-BLOCKED-COUNT TO RT-BLOCKED-COUNT
           MOVE WS-BLOCKED-TOTAL TO RT-BLOCKED-TOTAL
           WRITE ALLOWANCE-REGISTER-LINE FROM WS-REGISTER-TRAILER
           CLOSE ATTENDANCE-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-BANK-FILE
           CLOSE ALLOWANCE-HISTORY
           CLOSE BUDGET-YTD-FILE
           CLOSE ALLOWANCE-EFT-FILE
           CLOSE ALLOWANCE-REGISTER
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-PAID-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "ALLOWRUN: " WS-PAID-COUNT " pagos, total "
               WS-PAID-TOTAL
           DISPLAY "Bloqueados: " WS-BLOCKED-COUNT
               "  Ignorados: " WS-SKIPPED-COUNT
           IF WS-DEFERRED-COUNT > ZEROS
               DISPLAY "ALLOWRUN: tabelas cheias - " WS-DEFERRED-COUNT
                   " marcas/pagamentos adiados para nova execucao."
           END-IF.

       END PROGRAM ALLOWRUN.
