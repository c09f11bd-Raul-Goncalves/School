       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTREM.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Monthly tuition arrears run over the STUOPEN
      *                student ledger: every charge already due and
      *                still open - an INSTPLAN instalment or a whole
      *                fee - is gathered per student and course into
      *                one reminder letter (INSTLTRS), in the RENLTR
      *                style, and the charge's reminder count and date
      *                are updated (once a month, so a rerun reprints
      *                without counting twice).  The students in
      *                arrears on an enrollment not withdrawn are
      *                listed on INSTARR: these are the certificates
      *                CERTRUN will withhold until the arrears are
      *                paid.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT LETTER-PRINT ASSIGN TO "INSTLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREARS-REPORT ASSIGN TO "INSTARR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  LETTER-PRINT.
       01  LETTER-LINE               PIC X(80).

       FD  ARREARS-REPORT.
       01  ARREARS-REPORT-LINE       PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-STUOPEN-STATUS         PIC XX.
           88  WS-STUOPEN-OK                 VALUE "00".
       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-GROUP-KEY.
           05  WS-GROUP-NUMERO       PIC 9(04) VALUE ZEROS.
           05  WS-GROUP-CRS-CODE     PIC X(06) VALUE SPACES.

      *    the overdue charges of the student and course in hand
       01  WS-OVERDUE-TABLE.
           05  WS-OVD-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-OVD-ENTRY OCCURS 1 TO 13 TIMES
               DEPENDING ON WS-OVD-COUNT.
               10  WOV-INSTALMENT    PIC 9(02).
               10  WOV-DUE-DATE      PIC 9(08).
               10  WOV-AMOUNT        PIC 9(5)V99.
               10  WOV-REMINDER      PIC 9(02).
       01  WS-OVD-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-GROUP-TOTAL            PIC 9(6)V99 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LETTER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-HELD-COUNT         PIC 9(04) VALUE ZEROS.
           05  WS-ARREARS-TOTAL      PIC 9(8)V99 VALUE ZEROS.

       01  WS-LETTER-SEPARATOR       PIC X(60) VALUE ALL "-".

       01  WS-NAME-LINE.
           05  LN-NAME               PIC X(30).

       01  WS-COURSE-LINE.
           05  FILLER                PIC X(07) VALUE "Curso: ".
           05  LC-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  LC-CRS-NAME           PIC X(30).

       01  WS-INTRO-LINE             PIC X(60) VALUE
           "Tem as seguintes propinas vencidas e por pagar:".

       01  WS-OVERDUE-LINE.
           05  FILLER                PIC X(13) VALUE "  Prestacao  ".
           05  LO-INSTALMENT         PIC 9(02).
           05  FILLER                PIC X(12) VALUE "  vencida a ".
           05  LO-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  LO-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(09) VALUE "   aviso ".
           05  LO-REMINDER           PIC Z9.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(26) VALUE
               "Total em divida:          ".
           05  LT-TOTAL              PIC ZZZ,ZZ9.99.

       01  WS-HOLD-LINE              PIC X(60) VALUE
           "Ate a regularizacao o certificado do curso fica retido.".

       01  WS-CLOSING-LINE           PIC X(60) VALUE
           "Queira dirigir-se a secretaria para efetuar o pagamento.".

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "PROPINAS EM ATRASO - CERTIFICADO RETIDO ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  AR-RUN-DATE           PIC 9(08).

       01  WS-REPORT-DETAIL.
           05  AD-NUMERO             PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AD-NOME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AD-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AD-OVD-COUNT          PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AD-AMOUNT             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AD-STATUS             PIC X(10).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(10) VALUE "RETIDOS: ".
           05  AT-HELD-COUNT         PIC ZZZ9.
           05  FILLER                PIC X(10) VALUE "  CARTAS: ".
           05  AT-LETTER-COUNT       PIC ZZZ9.
           05  FILLER                PIC X(09) VALUE "  TOTAL: ".
           05  AT-ARREARS-TOTAL      PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, files, prime the read
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "INSTREM" TO RN-PROGRAM-NAME
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
           OPEN I-O STUDENT-OPEN-ITEMS
           IF NOT WS-STUOPEN-OK
               DISPLAY "Ficheiro STUOPEN indisponivel."
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT COURSE-MASTER
           OPEN INPUT ENROLLMENT-FILE
           OPEN OUTPUT LETTER-PRINT
           OPEN OUTPUT ARREARS-REPORT
           MOVE WS-RUN-DATE TO AR-RUN-DATE
           WRITE ARREARS-REPORT-LINE FROM WS-REPORT-HEADER
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           MOVE ST-NUMERO TO WS-GROUP-NUMERO
           MOVE ST-CRS-CODE TO WS-GROUP-CRS-CODE.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-ITEM - a charge due and still open joins its
      * student and course's letter; the reminder is counted on it
      * once a month
      *-----------------------------------------------------------*
       2000-CHECK-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF ST-NUMERO NOT = WS-GROUP-NUMERO
               OR ST-CRS-CODE NOT = WS-GROUP-CRS-CODE
               PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
               MOVE ST-NUMERO TO WS-GROUP-NUMERO
               MOVE ST-CRS-CODE TO WS-GROUP-CRS-CODE
           END-IF
           IF NOT ST-ITEM-OPEN OR ST-AMOUNT = ZEROS
               GO TO 2000-READ-NEXT
           END-IF
           IF ST-CHARGE-DATE > WS-RUN-DATE
               GO TO 2000-READ-NEXT
           END-IF
           IF ST-LAST-REMINDER(1:6) NOT = WS-RUN-DATE(1:6)
               ADD 1 TO ST-REMINDER-COUNT
               MOVE WS-RUN-DATE TO ST-LAST-REMINDER
               REWRITE STUDENT-OPEN-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o aviso do aluno "
                           ST-NUMERO
               END-REWRITE
           END-IF
           IF WS-OVD-COUNT < 13
               ADD 1 TO WS-OVD-COUNT
               MOVE ST-INSTALMENT TO WOV-INSTALMENT(WS-OVD-COUNT)
               MOVE ST-CHARGE-DATE TO WOV-DUE-DATE(WS-OVD-COUNT)
               MOVE ST-AMOUNT TO WOV-AMOUNT(WS-OVD-COUNT)
               MOVE ST-REMINDER-COUNT TO WOV-REMINDER(WS-OVD-COUNT)
           END-IF.
       2000-READ-NEXT.
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CLOSE-GROUP - the letter for the student and course
      * just read, and their line on the arrears list unless the
      * enrollment was withdrawn
      *-----------------------------------------------------------*
       3000-CLOSE-GROUP.
           IF WS-OVD-COUNT = ZEROS
               GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO WS-GROUP-TOTAL
           MOVE WS-GROUP-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*** SEM REGISTO ***" TO SM-NOME
           END-READ
           MOVE WS-GROUP-CRS-CODE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE SPACES TO CRS-NAME
           END-READ
           PERFORM 3100-PRINT-LETTER
           MOVE WS-GROUP-CRS-CODE TO EN-CRS-CODE
           MOVE WS-GROUP-NUMERO TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "SEM INSCR." TO AD-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EN-WITHDRAWN
                           GO TO 3000-RESET
                       WHEN EN-COMPLETED
                           MOVE "CONCLUIDO" TO AD-STATUS
                       WHEN OTHER
                           MOVE "INSCRITO" TO AD-STATUS
                   END-EVALUATE
           END-READ
           ADD 1 TO WS-HELD-COUNT
           ADD WS-GROUP-TOTAL TO WS-ARREARS-TOTAL
           MOVE WS-GROUP-NUMERO TO AD-NUMERO
           MOVE SM-NOME TO AD-NOME
           MOVE WS-GROUP-CRS-CODE TO AD-CRS-CODE
           MOVE WS-OVD-COUNT TO AD-OVD-COUNT
           MOVE WS-GROUP-TOTAL TO AD-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM WS-REPORT-DETAIL.
       3000-RESET.
           MOVE ZEROS TO WS-OVD-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-PRINT-LETTER - one reminder listing every overdue
      * charge for the course
      *-----------------------------------------------------------*
       3100-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           WRITE LETTER-LINE FROM WS-LETTER-SEPARATOR
           MOVE SM-NOME TO LN-NAME
           WRITE LETTER-LINE FROM WS-NAME-LINE
           MOVE WS-GROUP-CRS-CODE TO LC-CRS-CODE
           MOVE CRS-NAME TO LC-CRS-NAME
           WRITE LETTER-LINE FROM WS-COURSE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM WS-INTRO-LINE
           PERFORM 3110-PRINT-ONE-OVERDUE
               VARYING WS-OVD-IDX FROM 1 BY 1
               UNTIL WS-OVD-IDX > WS-OVD-COUNT
           MOVE WS-GROUP-TOTAL TO LT-TOTAL
           WRITE LETTER-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM WS-HOLD-LINE
           WRITE LETTER-LINE FROM WS-CLOSING-LINE.

       3110-PRINT-ONE-OVERDUE.
           ADD WOV-AMOUNT(WS-OVD-IDX) TO WS-GROUP-TOTAL
           MOVE WOV-INSTALMENT(WS-OVD-IDX) TO LO-INSTALMENT
           MOVE WOV-DUE-DATE(WS-OVD-IDX) TO LO-DUE-DATE
           MOVE WOV-AMOUNT(WS-OVD-IDX) TO LO-AMOUNT
           MOVE WOV-REMINDER(WS-OVD-IDX) TO LO-REMINDER
           WRITE LETTER-LINE FROM WS-OVERDUE-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer, run log, close
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-HELD-COUNT TO AT-HELD-COUNT
           MOVE WS-LETTER-COUNT TO AT-LETTER-COUNT
           MOVE WS-ARREARS-TOTAL TO AT-ARREARS-TOTAL
           WRITE ARREARS-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE STUDENT-OPEN-ITEMS
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           CLOSE ENROLLMENT-FILE
           CLOSE LETTER-PRINT
           CLOSE ARREARS-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LETTER-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "INSTREM: " WS-LETTER-COUNT " cartas, "
               WS-HELD-COUNT " certificados retidos.".

       END PROGRAM INSTREM.
