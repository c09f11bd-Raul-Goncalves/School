       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Weekly referential-integrity run over the
      *                masters, CALLed by EODRUN.  Every foreign key
      *                between the files is looked up on its master -
      *                  ENROLL, ATTMAST, ASSESS, STUOPEN  STUDMAST
      *                                                    and COURSE
      *                  SESSIONS                COURSE and TRAINER
      *                  AROPEN                  CUSTMAST
      *                  BACKORD, CONPRICE       CUSTMAST and PRODMAST
      *                  MEMOPEN, RENEWDT        MEMBER
      *                  EMPYTD, LEAVEBAL, TIMESHT  EMPPAY
      *                - and a record whose key is not there is an
      *                orphan (a trainee found only on STUDARCH is
      *                said so).  A live record against a master that
      *                has left, closed or gone inactive is a status
      *                conflict: an active enrolment of a trainee who
      *                left or on an inactive course, attendance
      *                after the leave date, a future session of an
      *                inactive course or trainer, an open AR item of
      *                a closed customer, a backorder or contract
      *                price of a closed customer or inactive product,
      *                a direct debit being collected from a cancelled
      *                or deceased member, a timesheet after an
      *                employee's leave date.  Each is listed by file
      *                on INTEGRPT with the counts by file, and the
      *                totals go back to the caller so the night's
      *                run is flagged as a warning.  A master that
      *                cannot be opened skips its group, reported,
      *                rather than make every record an orphan.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  6200 to 6700 are PERFORMed THRU their exits.
      *                 More than 500 EMPPAY employees skips the
      *                 employee group as TABELA DE MESTRE CHEIA
      *                 rather than make the rest orphans, and the
      *                 table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUD-STATUS.
           SELECT OPTIONAL STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT TRAINER-MASTER ASSIGN TO "TRAINER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT OPTIONAL ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL ASSESSMENT-FILE ASSIGN TO "ASSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "SESSIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL CONTRACT-PRICE-FILE ASSIGN TO "CONPRICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL RENEWAL-DATES ASSIGN TO "RENEWDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REN-MEM-ID
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EMPLOYEE-YTD-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO "TIMESHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDMAST.

       FD  STUDENT-ARCHIVE.
       01  STUDENT-ARCHIVE-RECORD.
           05  SA-ARCHIVE-DATE       PIC 9(08).
           05  SA-NUMERO             PIC 9(004).
           05  SA-NOME               PIC X(030).
           05  SA-PROFISSIONAL       PIC X(025).
           05  SA-LEAVE-DATE         PIC 9(08).

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  ATTENDANCE-FILE.
       COPY ATTEND.

       FD  ASSESSMENT-FILE.
       COPY ASSESS.

       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  SESSION-FILE.
       COPY SESSION.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  PRODUCT-MASTER.
       COPY PRODMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  BACKORDER-FILE.
       COPY BACKORD.

       FD  CONTRACT-PRICE-FILE.
       COPY CONPRICE.

       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  MEMBER-OPEN-ITEMS.
       COPY MEMOPEN.

       FD  RENEWAL-DATES.
       COPY RENEWDT.

       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  EMPLOYEE-YTD-FILE.
       COPY EMPYTD.

       FD  LEAVE-BALANCE-FILE.
       COPY LEAVEBAL.

       FD  TIMESHEET-FILE.
       COPY TIMESHT.

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY TBLCHK.

       01  WS-STUD-STATUS            PIC XX VALUE "00".
           88  WS-STUD-OK                    VALUE "00".
       01  WS-COURSE-STATUS          PIC XX VALUE "00".
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-TRAINER-STATUS         PIC XX VALUE "00".
           88  WS-TRAINER-OK                 VALUE "00".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
       01  WS-PROD-STATUS            PIC XX VALUE "00".
           88  WS-PROD-OK                    VALUE "00".
       01  WS-MEMBER-STATUS          PIC XX VALUE "00".
           88  WS-MEMBER-OK                  VALUE "00".
       01  WS-EMPPAY-STATUS          PIC XX VALUE "00".
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-CHILD-STATUS           PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN -
      *    nothing on it to check
           88  WS-CHILD-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".
           05  WS-TRAINER-OPEN-SW    PIC X(01) VALUE "N".
               88  WS-TRAINER-OPEN             VALUE "Y".
           05  WS-PROD-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-PROD-OPEN                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

      *    the files checked, in report order, with what was read
      *    and found on each
       01  WS-FILE-NAME-DATA.
           05  FILLER                PIC X(08) VALUE "ENROLL".
           05  FILLER                PIC X(08) VALUE "ATTMAST".
           05  FILLER                PIC X(08) VALUE "ASSESS".
           05  FILLER                PIC X(08) VALUE "STUOPEN".
           05  FILLER                PIC X(08) VALUE "SESSIONS".
           05  FILLER                PIC X(08) VALUE "AROPEN".
           05  FILLER                PIC X(08) VALUE "BACKORD".
           05  FILLER                PIC X(08) VALUE "CONPRICE".
           05  FILLER                PIC X(08) VALUE "MEMOPEN".
           05  FILLER                PIC X(08) VALUE "RENEWDT".
           05  FILLER                PIC X(08) VALUE "EMPYTD".
           05  FILLER                PIC X(08) VALUE "LEAVEBAL".
           05  FILLER                PIC X(08) VALUE "TIMESHT".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
           05  WS-FILE-NAME          PIC X(08) OCCURS 13 TIMES.
       01  WS-FILE-COUNT-TABLE.
           05  WS-FILE-COUNTS OCCURS 13 TIMES.
               10  WFC-READ          PIC 9(07).
               10  WFC-ORPHANS       PIC 9(05).
               10  WFC-CONFLICTS     PIC 9(05).
               10  WFC-STATE         PIC X(01).
      *            " " checked, "A" master unavailable,
      *            "F" file unavailable, "T" master past its table
       01  WS-FILE-IDX               PIC 9(02) VALUE ZEROS.

      *    the archived trainees by number, and every member's
      *    status by number ("A" for an active member, space for a
      *    number not on MEMBER)
       01  WS-ARCHIVE-FLAGS.
           05  WS-ARCHIVED           PIC X(01) OCCURS 9999 TIMES.
       01  WS-MEMBER-STATES.
           05  WS-MEMBER-STATE       PIC X(01) OCCURS 99999 TIMES.

      *    the employees' pay records: status and leave date
       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-ID            PIC 9(05).
               10  WET-STATUS        PIC X(01).
               10  WET-LEAVE-DATE    PIC 9(08).
       01  WS-EMP-IDX                PIC 9(03) VALUE ZEROS.
       01  WS-FOUND-IDX              PIC 9(03) VALUE ZEROS.
       01  WS-EMP-SKIPPED            PIC 9(05) VALUE ZEROS.

       01  WS-CHECK-FIELDS.
           05  WS-CHK-NUMERO         PIC 9(04) VALUE ZEROS.
           05  WS-CHK-COURSE         PIC X(06) VALUE SPACES.
           05  WS-CHK-TRAINER        PIC 9(04) VALUE ZEROS.
           05  WS-CHK-CUSTOMER       PIC 9(05) VALUE ZEROS.
           05  WS-CHK-PRODUCT        PIC 9(03) VALUE ZEROS.
           05  WS-CHK-MEMBER         PIC 9(05) VALUE ZEROS.
           05  WS-CHK-EMPLOYEE       PIC 9(05) VALUE ZEROS.

       01  WS-EXCEPTION-FIELDS.
           05  WS-EXC-KIND           PIC X(01) VALUE SPACE.
               88  WS-EXC-ORPHAN               VALUE "O".
               88  WS-EXC-CONFLICT             VALUE "C".
           05  WS-EXC-KEY            PIC X(20) VALUE SPACES.
           05  WS-EXC-TEXT           PIC X(60) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-ORPHAN-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-CONFLICT-COUNT     PIC 9(07) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(40) VALUE
               "INTEGRIDADE REFERENCIAL DOS FICHEIROS   ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(10) VALUE "FICHEIRO".
           05  FILLER                PIC X(22) VALUE "CHAVE".
           05  FILLER                PIC X(10) VALUE "TIPO".
           05  FILLER                PIC X(60) VALUE "DESCRICAO".

       01  WS-DETAIL-LINE.
           05  WD-FILE-NAME          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-KEY                PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-KIND               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-TEXT               PIC X(60).

       01  WS-NOTE-LINE.
           05  WN-FILE-NAME          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-TEXT               PIC X(60).

       01  WS-SUMMARY-HEADER.
           05  FILLER                PIC X(10) VALUE "FICHEIRO".
           05  FILLER                PIC X(10) VALUE "   LIDOS".
           05  FILLER                PIC X(10) VALUE "   ORFAOS".
           05  FILLER                PIC X(12) VALUE "  CONFLITOS".
           05  FILLER                PIC X(20) VALUE "  SITUACAO".

       01  WS-SUMMARY-LINE.
           05  WS-SUM-FILE-NAME      PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SUM-READ           PIC Z(6)9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-SUM-ORPHANS        PIC Z(6)9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WS-SUM-CONFLICTS      PIC Z(6)9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-SUM-STATE          PIC X(25).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(16) VALUE
               "REGISTOS LIDOS: ".
           05  WT-READ-COUNT         PIC Z(6)9.
           05  FILLER                PIC X(10) VALUE "  ORFAOS: ".
           05  WT-ORPHAN-COUNT       PIC Z(6)9.
           05  FILLER                PIC X(13) VALUE
               "  CONFLITOS: ".
           05  WT-CONFLICT-COUNT     PIC Z(6)9.

       LINKAGE SECTION.
       COPY INTEGCHK.

       PROCEDURE DIVISION USING INTEGCHK-LINKAGE.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-STUDENT-FILES THRU 2000-EXIT
           PERFORM 3000-CHECK-CUSTOMER-FILES THRU 3000-EXIT
           PERFORM 4000-CHECK-MEMBER-FILES THRU 4000-EXIT
           PERFORM 5000-CHECK-EMPLOYEE-FILES THRU 5000-EXIT
           PERFORM 8000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, run log, report header
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
           MOVE "INTEGCHK" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           MOVE ZEROS TO WS-RUN-COUNTS
           MOVE ZEROS TO IC-ORPHAN-COUNT
           MOVE ZEROS TO IC-CONFLICT-COUNT
           SET IC-CLEAN TO TRUE
           PERFORM 1100-CLEAR-FILE-COUNTS
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 13
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE INTEGRITY-REPORT-LINE FROM WS-COLUMN-HEADER.

       1100-CLEAR-FILE-COUNTS.
           MOVE ZEROS TO WFC-READ (WS-FILE-IDX)
           MOVE ZEROS TO WFC-ORPHANS (WS-FILE-IDX)
           MOVE ZEROS TO WFC-CONFLICTS (WS-FILE-IDX)
           MOVE SPACE TO WFC-STATE (WS-FILE-IDX).

      *-----------------------------------------------------------*
      * 2000-CHECK-STUDENT-FILES - ENROLL, ATTMAST, ASSESS and
      * STUOPEN against STUDMAST and COURSE, SESSIONS against
      * COURSE and TRAINER
      *-----------------------------------------------------------*
       2000-CHECK-STUDENT-FILES.
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT COURSE-MASTER
           IF NOT WS-STUD-OK OR NOT WS-COURSE-OK
               PERFORM 2010-FLAG-MASTER-UNAVAILABLE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 5
               IF WS-STUD-OK
                   CLOSE STUDENT-MASTER
               END-IF
               IF WS-COURSE-OK
                   CLOSE COURSE-MASTER
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-TRAINER-OPEN-SW
           OPEN INPUT TRAINER-MASTER
           IF WS-TRAINER-OK
               SET WS-TRAINER-OPEN TO TRUE
           END-IF
           PERFORM 2050-LOAD-ARCHIVE THRU 2050-EXIT
           MOVE 1 TO WS-FILE-IDX
           OPEN INPUT ENROLLMENT-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2100-CHECK-ONE-ENROLMENT THRU 2100-EXIT
                   UNTIL WS-EOF
               CLOSE ENROLLMENT-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 2 TO WS-FILE-IDX
           OPEN INPUT ATTENDANCE-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2200-CHECK-ONE-ATTENDANCE THRU 2200-EXIT
                   UNTIL WS-EOF
               CLOSE ATTENDANCE-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 3 TO WS-FILE-IDX
           OPEN INPUT ASSESSMENT-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2300-CHECK-ONE-ASSESSMENT THRU 2300-EXIT
                   UNTIL WS-EOF
               CLOSE ASSESSMENT-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 4 TO WS-FILE-IDX
           OPEN INPUT STUDENT-OPEN-ITEMS
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2400-CHECK-ONE-STUDENT-ITEM THRU 2400-EXIT
                   UNTIL WS-EOF
               CLOSE STUDENT-OPEN-ITEMS
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 5 TO WS-FILE-IDX
           OPEN INPUT SESSION-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 2500-CHECK-ONE-SESSION THRU 2500-EXIT
                   UNTIL WS-EOF
               CLOSE SESSION-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           CLOSE STUDENT-MASTER
           CLOSE COURSE-MASTER
           IF WS-TRAINER-OPEN
               CLOSE TRAINER-MASTER
           END-IF.
       2000-EXIT.
           EXIT.

       2010-FLAG-MASTER-UNAVAILABLE.
           MOVE "A" TO WFC-STATE (WS-FILE-IDX).

       2020-FLAG-MASTER-TOO-LARGE.
           MOVE "T" TO WFC-STATE (WS-FILE-IDX).

      *    the archived trainees, so an orphan that was archived
      *    from under its records says so
       2050-LOAD-ARCHIVE.
           MOVE ALL "N" TO WS-ARCHIVE-FLAGS
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-CHILD-OK
               GO TO 2050-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2060-LOAD-ONE-ARCHIVED THRU 2060-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-ARCHIVE.
       2050-EXIT.
           EXIT.

       2060-LOAD-ONE-ARCHIVED.
           READ STUDENT-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2060-EXIT
           END-READ
           IF SA-NUMERO NOT = ZEROS
               MOVE "Y" TO WS-ARCHIVED (SA-NUMERO)
           END-IF.
       2060-EXIT.
           EXIT.

       2100-CHECK-ONE-ENROLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING EN-CRS-CODE "/" EN-NUMERO
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE EN-NUMERO TO WS-CHK-NUMERO
           PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT
           IF WS-FOUND AND EN-ENROLLED AND SM-LEFT
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "INSCRICAO ATIVA DE ALUNO QUE JA SAIU"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           MOVE EN-CRS-CODE TO WS-CHK-COURSE
           PERFORM 6200-CHECK-COURSE THRU 6200-EXIT
           IF WS-FOUND AND EN-ENROLLED AND CRS-INACTIVE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "INSCRICAO ATIVA EM CURSO INATIVO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING AT-CRS-CODE "/" AT-NUMERO "/" AT-DATE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE AT-NUMERO TO WS-CHK-NUMERO
           PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT
           IF WS-FOUND AND SM-LEFT
               AND SM-LEAVE-DATE NOT = ZEROS
               AND AT-DATE > SM-LEAVE-DATE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "PRESENCA REGISTADA DEPOIS DA SAIDA DO ALUNO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           MOVE AT-CRS-CODE TO WS-CHK-COURSE
           PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
       2200-EXIT.
           EXIT.

       2300-CHECK-ONE-ASSESSMENT.
           READ ASSESSMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2300-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING AS-CRS-CODE "/" AS-NUMERO
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE AS-NUMERO TO WS-CHK-NUMERO
           PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT
           MOVE AS-CRS-CODE TO WS-CHK-COURSE
           PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
       2300-EXIT.
           EXIT.

       2400-CHECK-ONE-STUDENT-ITEM.
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2400-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING ST-NUMERO "/" ST-CRS-CODE "/" ST-INSTALMENT
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE ST-NUMERO TO WS-CHK-NUMERO
           PERFORM 6100-CHECK-STUDENT THRU 6100-EXIT
           MOVE ST-CRS-CODE TO WS-CHK-COURSE
           PERFORM 6200-CHECK-COURSE THRU 6200-EXIT.
       2400-EXIT.
           EXIT.

      *    a session still to be given must have a live course and
      *    a live trainer; one already given keeps whoever gave it
       2500-CHECK-ONE-SESSION.
           READ SESSION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2500-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING SN-CRS-CODE "/" SN-DATE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE SN-CRS-CODE TO WS-CHK-COURSE
           PERFORM 6200-CHECK-COURSE THRU 6200-EXIT
           IF WS-FOUND AND CRS-INACTIVE
               AND SN-DATE NOT < WS-RUN-DATE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "SESSAO POR DAR DE CURSO INATIVO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF NOT WS-TRAINER-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE SN-TRAINER-ID TO WS-CHK-TRAINER
           PERFORM 6300-CHECK-TRAINER THRU 6300-EXIT
           IF WS-FOUND AND TR-INACTIVE
               AND SN-DATE NOT < WS-RUN-DATE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "SESSAO POR DAR COM FORMADOR INATIVO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-CUSTOMER-FILES - AROPEN against CUSTMAST,
      * BACKORD and CONPRICE against CUSTMAST and PRODMAST
      *-----------------------------------------------------------*
       3000-CHECK-CUSTOMER-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               PERFORM 2010-FLAG-MASTER-UNAVAILABLE
                   VARYING WS-FILE-IDX FROM 6 BY 1
                   UNTIL WS-FILE-IDX > 8
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-PROD-OPEN-SW
           OPEN INPUT PRODUCT-MASTER
           IF WS-PROD-OK
               SET WS-PROD-OPEN TO TRUE
           END-IF
           MOVE 6 TO WS-FILE-IDX
           OPEN INPUT AR-OPEN-ITEMS
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 3100-CHECK-ONE-AR-ITEM THRU 3100-EXIT
                   UNTIL WS-EOF
               CLOSE AR-OPEN-ITEMS
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           IF NOT WS-PROD-OPEN
               PERFORM 2010-FLAG-MASTER-UNAVAILABLE
                   VARYING WS-FILE-IDX FROM 7 BY 1
                   UNTIL WS-FILE-IDX > 8
               CLOSE CUSTOMER-MASTER
               GO TO 3000-EXIT
           END-IF
           MOVE 7 TO WS-FILE-IDX
           OPEN INPUT BACKORDER-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 3200-CHECK-ONE-BACKORDER THRU 3200-EXIT
                   UNTIL WS-EOF
               CLOSE BACKORDER-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 8 TO WS-FILE-IDX
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 3300-CHECK-ONE-CONTRACT THRU 3300-EXIT
                   UNTIL WS-EOF
               CLOSE CONTRACT-PRICE-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-MASTER.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-AR-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING AR-CUST-NUMBER "/" AR-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE AR-CUST-NUMBER TO WS-CHK-CUSTOMER
           PERFORM 6400-CHECK-CUSTOMER THRU 6400-EXIT
           IF WS-FOUND AND AR-ITEM-OPEN AND CU-CLOSED
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "PENDENTE EM ABERTO DE CLIENTE FECHADO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING BO-ORDER-NUMBER "/" BO-CODIGO
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE BO-CUST-NUMBER TO WS-CHK-CUSTOMER
           PERFORM 6400-CHECK-CUSTOMER THRU 6400-EXIT
           IF WS-FOUND AND CU-CLOSED
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "ENCOMENDA PENDENTE DE CLIENTE FECHADO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           MOVE BO-CODIGO TO WS-CHK-PRODUCT
           PERFORM 6500-CHECK-PRODUCT THRU 6500-EXIT
           IF WS-FOUND AND PROD-INACTIVE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "ENCOMENDA PENDENTE DE PRODUTO INATIVO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF BO-KIT-CODE NOT = ZEROS
               MOVE BO-KIT-CODE TO WS-CHK-PRODUCT
               PERFORM 6500-CHECK-PRODUCT THRU 6500-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CHECK-ONE-CONTRACT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING CN-CUST-NUMBER "/" CN-PROD-CODE "/"
               CN-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE CN-CUST-NUMBER TO WS-CHK-CUSTOMER
           PERFORM 6400-CHECK-CUSTOMER THRU 6400-EXIT
           IF WS-FOUND AND CU-CLOSED
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "PRECO CONTRATUAL DE CLIENTE FECHADO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           MOVE CN-PROD-CODE TO WS-CHK-PRODUCT
           PERFORM 6500-CHECK-PRODUCT THRU 6500-EXIT
           IF WS-FOUND AND PROD-INACTIVE
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "PRECO CONTRATUAL DE PRODUTO INATIVO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHECK-MEMBER-FILES - MEMBER is sequential, so every
      * member's status is loaded by number first; then MEMOPEN
      * and RENEWDT against it
      *-----------------------------------------------------------*
       4000-CHECK-MEMBER-FILES.
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               PERFORM 2010-FLAG-MASTER-UNAVAILABLE
                   VARYING WS-FILE-IDX FROM 9 BY 1
                   UNTIL WS-FILE-IDX > 10
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-MEMBER-STATES
           MOVE "N" TO WS-EOF-SW
           PERFORM 4050-LOAD-ONE-MEMBER THRU 4050-EXIT
               UNTIL WS-EOF
           CLOSE MEMBERSHIP-FILE
           MOVE 9 TO WS-FILE-IDX
           OPEN INPUT MEMBER-OPEN-ITEMS
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 4100-CHECK-ONE-MEMBER-ITEM THRU 4100-EXIT
                   UNTIL WS-EOF
               CLOSE MEMBER-OPEN-ITEMS
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 10 TO WS-FILE-IDX
           OPEN INPUT RENEWAL-DATES
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 4200-CHECK-ONE-RENEWAL THRU 4200-EXIT
                   UNTIL WS-EOF
               CLOSE RENEWAL-DATES
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF.
       4000-EXIT.
           EXIT.

       4050-LOAD-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4050-EXIT
           END-READ
           IF MEM-ID = ZEROS
               GO TO 4050-EXIT
           END-IF
           IF MEM-STATUS-CODE = SPACE
               MOVE "A" TO WS-MEMBER-STATE (MEM-ID)
           ELSE
               MOVE MEM-STATUS-CODE TO WS-MEMBER-STATE (MEM-ID)
           END-IF.
       4050-EXIT.
           EXIT.

      *    a direct debit still being collected from a member who
      *    cancelled or died is a conflict; the debt itself is not
       4100-CHECK-ONE-MEMBER-ITEM.
           READ MEMBER-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING MO-MEM-ID "/" MO-BILL-DATE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE MO-MEM-ID TO WS-CHK-MEMBER
           PERFORM 6600-CHECK-MEMBER THRU 6600-EXIT
           IF WS-FOUND AND MO-ITEM-COLLECTING
               AND (WS-MEMBER-STATE (MO-MEM-ID) = "C"
                   OR WS-MEMBER-STATE (MO-MEM-ID) = "D")
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "DEBITO EM COBRANCA DE SOCIO CANCELADO/FALECIDO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-RENEWAL.
           READ RENEWAL-DATES NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           MOVE REN-MEM-ID TO WS-EXC-KEY
           MOVE REN-MEM-ID TO WS-CHK-MEMBER
           PERFORM 6600-CHECK-MEMBER THRU 6600-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CHECK-EMPLOYEE-FILES - the EMPPAY pay records loaded
      * (the adjustment records carry no employee of their own),
      * then EMPYTD, LEAVEBAL and TIMESHT against them
      *-----------------------------------------------------------*
       5000-CHECK-EMPLOYEE-FILES.
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               PERFORM 2010-FLAG-MASTER-UNAVAILABLE
                   VARYING WS-FILE-IDX FROM 11 BY 1
                   UNTIL WS-FILE-IDX > 13
               GO TO 5000-EXIT
           END-IF
           MOVE ZEROS TO WS-EMP-COUNT
           MOVE "N" TO WS-EOF-SW
           PERFORM 5050-LOAD-ONE-EMPLOYEE THRU 5050-EXIT
               UNTIL WS-EOF
           CLOSE EMPLOYEE-PAY-FILE
           MOVE "INTEGCHK" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-SKIPPED > ZEROS
               PERFORM 2020-FLAG-MASTER-TOO-LARGE
                   VARYING WS-FILE-IDX FROM 11 BY 1
                   UNTIL WS-FILE-IDX > 13
               GO TO 5000-EXIT
           END-IF
           MOVE 11 TO WS-FILE-IDX
           OPEN INPUT EMPLOYEE-YTD-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 5100-CHECK-ONE-YTD THRU 5100-EXIT
                   UNTIL WS-EOF
               CLOSE EMPLOYEE-YTD-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 12 TO WS-FILE-IDX
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 5200-CHECK-ONE-BALANCE THRU 5200-EXIT
                   UNTIL WS-EOF
               CLOSE LEAVE-BALANCE-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF
           MOVE 13 TO WS-FILE-IDX
           OPEN INPUT TIMESHEET-FILE
           IF WS-CHILD-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM 5300-CHECK-ONE-TIMESHEET THRU 5300-EXIT
                   UNTIL WS-EOF
               CLOSE TIMESHEET-FILE
           ELSE
               PERFORM 7100-FLAG-FILE-UNAVAILABLE
           END-IF.
       5000-EXIT.
           EXIT.

       5050-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5050-EXIT
           END-READ
           IF NOT EMP-PAY-REC
               GO TO 5050-EXIT
           END-IF
           IF WS-EMP-COUNT = 500
               ADD 1 TO WS-EMP-SKIPPED
               GO TO 5050-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WET-ID (WS-EMP-COUNT)
           MOVE EMP-STATUS-CODE TO WET-STATUS (WS-EMP-COUNT)
           MOVE EMP-LEAVE-DATE TO WET-LEAVE-DATE (WS-EMP-COUNT).
       5050-EXIT.
           EXIT.

       5100-CHECK-ONE-YTD.
           READ EMPLOYEE-YTD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           MOVE YTD-ID TO WS-EXC-KEY
           MOVE YTD-ID TO WS-CHK-EMPLOYEE
           PERFORM 6700-CHECK-EMPLOYEE THRU 6700-EXIT.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-BALANCE.
           READ LEAVE-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           MOVE LB-EMP-ID TO WS-EXC-KEY
           MOVE LB-EMP-ID TO WS-CHK-EMPLOYEE
           PERFORM 6700-CHECK-EMPLOYEE THRU 6700-EXIT.
       5200-EXIT.
           EXIT.

       5300-CHECK-ONE-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5300-EXIT
           END-READ
           PERFORM 7200-COUNT-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING TS-EMP-ID "/" TS-WEEK-DATE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE TS-EMP-ID TO WS-CHK-EMPLOYEE
           PERFORM 6700-CHECK-EMPLOYEE THRU 6700-EXIT
           IF WS-FOUND
               AND WET-STATUS (WS-FOUND-IDX) = "T"
               AND WET-LEAVE-DATE (WS-FOUND-IDX) NOT = ZEROS
               AND TS-WEEK-DATE > WET-LEAVE-DATE (WS-FOUND-IDX)
               SET WS-EXC-CONFLICT TO TRUE
               MOVE "FOLHA DE HORAS DEPOIS DA SAIDA DO EMPREGADO"
                   TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-6700 - one foreign key looked up on its master; not
      * there is an orphan, written here.  WS-FOUND is left for
      * the caller's status checks.
      *-----------------------------------------------------------*
       6100-CHECK-STUDENT.
           MOVE "Y" TO WS-FOUND-SW
           MOVE WS-CHK-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF WS-FOUND
               GO TO 6100-EXIT
           END-IF
           SET WS-EXC-ORPHAN TO TRUE
           MOVE "ALUNO NAO EXISTE EM STUDMAST" TO WS-EXC-TEXT
           IF WS-CHK-NUMERO NOT = ZEROS
               IF WS-ARCHIVED (WS-CHK-NUMERO) = "Y"
                   MOVE "ALUNO SO EXISTE NO ARQUIVO STUDARCH"
                       TO WS-EXC-TEXT
               END-IF
           END-IF
           PERFORM 7000-WRITE-EXCEPTION.
       6100-EXIT.
           EXIT.

       6200-CHECK-COURSE.
           MOVE "Y" TO WS-FOUND-SW
           MOVE WS-CHK-COURSE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "CURSO NAO EXISTE EM COURSE" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6200-EXIT.
           EXIT.

       6300-CHECK-TRAINER.
           MOVE "Y" TO WS-FOUND-SW
           MOVE WS-CHK-TRAINER TO TR-TRAINER-ID
           READ TRAINER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "FORMADOR NAO EXISTE EM TRAINER" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6300-EXIT.
           EXIT.

       6400-CHECK-CUSTOMER.
           MOVE "Y" TO WS-FOUND-SW
           MOVE WS-CHK-CUSTOMER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "CLIENTE NAO EXISTE EM CUSTMAST" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6400-EXIT.
           EXIT.

       6500-CHECK-PRODUCT.
           MOVE "Y" TO WS-FOUND-SW
           MOVE WS-CHK-PRODUCT TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
           END-READ
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "PRODUTO NAO EXISTE EM PRODMAST" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6500-EXIT.
           EXIT.

       6600-CHECK-MEMBER.
           MOVE "Y" TO WS-FOUND-SW
           IF WS-CHK-MEMBER = ZEROS
               MOVE "N" TO WS-FOUND-SW
           ELSE
               IF WS-MEMBER-STATE (WS-CHK-MEMBER) = SPACE
                   MOVE "N" TO WS-FOUND-SW
               END-IF
           END-IF
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "SOCIO NAO EXISTE EM MEMBER" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6600-EXIT.
           EXIT.

       6700-CHECK-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-FOUND-IDX
           PERFORM 6710-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               SET WS-EXC-ORPHAN TO TRUE
               MOVE "EMPREGADO NAO EXISTE EM EMPPAY" TO WS-EXC-TEXT
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.
       6700-EXIT.
           EXIT.

       6710-MATCH-ONE-EMPLOYEE.
           IF WET-ID (WS-EMP-IDX) = WS-CHK-EMPLOYEE
               SET WS-FOUND TO TRUE
               MOVE WS-EMP-IDX TO WS-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------*
      * 7000-WRITE-EXCEPTION - one orphan or conflict on the report,
      * counted under its file
      *-----------------------------------------------------------*
       7000-WRITE-EXCEPTION.
           MOVE WS-FILE-NAME (WS-FILE-IDX) TO WD-FILE-NAME
           MOVE WS-EXC-KEY TO WD-KEY
           IF WS-EXC-ORPHAN
               MOVE "ORFAO" TO WD-KIND
               ADD 1 TO WFC-ORPHANS (WS-FILE-IDX)
               ADD 1 TO WS-ORPHAN-COUNT
           ELSE
               MOVE "CONFLITO" TO WD-KIND
               ADD 1 TO WFC-CONFLICTS (WS-FILE-IDX)
               ADD 1 TO WS-CONFLICT-COUNT
           END-IF
           MOVE WS-EXC-TEXT TO WD-TEXT
           WRITE INTEGRITY-REPORT-LINE FROM WS-DETAIL-LINE.

       7100-FLAG-FILE-UNAVAILABLE.
           MOVE "F" TO WFC-STATE (WS-FILE-IDX).

       7200-COUNT-READ.
           ADD 1 TO WFC-READ (WS-FILE-IDX)
           ADD 1 TO WS-READ-COUNT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - the counts by file and in total, the
      * result back to the caller, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-HEADER
           PERFORM 8100-WRITE-FILE-SUMMARY
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 13
           MOVE WS-READ-COUNT TO WT-READ-COUNT
           MOVE WS-ORPHAN-COUNT TO WT-ORPHAN-COUNT
           MOVE WS-CONFLICT-COUNT TO WT-CONFLICT-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE INTEGRITY-REPORT
           MOVE WS-ORPHAN-COUNT TO IC-ORPHAN-COUNT
           MOVE WS-CONFLICT-COUNT TO IC-CONFLICT-COUNT
           IF WS-ORPHAN-COUNT NOT = ZEROS
               OR WS-CONFLICT-COUNT NOT = ZEROS
               SET IC-WARNING TO TRUE
           END-IF
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN =
               WS-ORPHAN-COUNT + WS-CONFLICT-COUNT
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "INTEGCHK: " WS-ORPHAN-COUNT " orfaos, "
               WS-CONFLICT-COUNT " conflitos.".

       8100-WRITE-FILE-SUMMARY.
           MOVE WS-FILE-NAME (WS-FILE-IDX) TO WS-SUM-FILE-NAME
           MOVE WFC-READ (WS-FILE-IDX) TO WS-SUM-READ
           MOVE WFC-ORPHANS (WS-FILE-IDX) TO WS-SUM-ORPHANS
           MOVE WFC-CONFLICTS (WS-FILE-IDX) TO WS-SUM-CONFLICTS
      *    a check that could not run is a warning in itself
           IF WFC-STATE (WS-FILE-IDX) NOT = SPACE
               SET IC-WARNING TO TRUE
           END-IF
           EVALUATE WFC-STATE (WS-FILE-IDX)
               WHEN "A"
                   MOVE "MESTRE INDISPONIVEL" TO WS-SUM-STATE
               WHEN "F"
                   MOVE "FICHEIRO INDISPONIVEL" TO WS-SUM-STATE
               WHEN "T"
                   MOVE "TABELA DE MESTRE CHEIA" TO WS-SUM-STATE
               WHEN OTHER
                   MOVE "VERIFICADO" TO WS-SUM-STATE
           END-EVALUATE
           WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE.

       END PROGRAM INTEGCHK.
