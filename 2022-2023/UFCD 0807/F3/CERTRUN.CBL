      *                 student's STUOPEN tuition item for the
      *                 course is still open - the unpaid-fees check
      *                 the treasurer always wanted.
      * 2026-10-15  RG  A student certified here whose every other
      *                 component of a QUALMAST qualification is
      *                 already completed is also issued the
      *                 qualification certificate, listing the UFCDs,
      *                 under the next CERTNO number - once, as
      *                 recorded in QUALCERT - and registered in
      *                 CERTREG under the qualification code.
      * 2026-10-15  RG  With tuition paid in INSTPLAN instalments the
      *                 certificate is withheld only for arrears - a
      *                 STUOPEN charge for the course already due and
      *                 still open - not for instalments yet to fall
      *                 due; INSTREM lists the students held.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT OPTIONAL QUALIFICATION-MASTER ASSIGN TO "QUALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUAL-CODE
               FILE STATUS IS WS-QUAL-STATUS.
           SELECT OPTIONAL QUALIFICATION-CERTS ASSIGN TO "QUALCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QC-KEY
               FILE STATUS IS WS-QCERT-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  QUALIFICATION-MASTER.
       COPY QUALMAST.

       FD  QUALIFICATION-CERTS.
       COPY QUALCERT.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

           88  WS-COURSE-OK                  VALUE "00".
       01  WS-STUOPEN-STATUS         PIC XX.
           88  WS-STUOPEN-OK                 VALUES "00" "05".
       01  WS-QUAL-STATUS            PIC XX.
           88  WS-QUAL-OK                    VALUES "00" "05".
       01  WS-QCERT-STATUS           PIC XX.
           88  WS-QCERT-OK                   VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-QUAL-EOF-SW        PIC X(01) VALUE "N".
               88  WS-QUAL-EOF                 VALUE "Y".
           05  WS-IN-QUAL-SW         PIC X(01) VALUE "N".
               88  WS-COURSE-IN-QUAL           VALUE "Y".
           05  WS-MISSING-SW         PIC X(01) VALUE "N".
               88  WS-COMPONENT-MISSING        VALUE "Y".
           05  WS-ITEM-EOF-SW        PIC X(01) VALUE "N".
               88  WS-ITEM-EOF                 VALUE "Y".
           05  WS-ARREARS-SW         PIC X(01) VALUE "N".
               88  WS-IN-ARREARS               VALUE "Y".

       COPY SEQSVC.

           05  WS-ISSUE-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-ISSUED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-COURSE-NAME        PIC X(30) VALUE SPACES.
           05  WS-QUAL-ISSUED-COUNT  PIC 9(04) VALUE ZEROS.
           05  WS-COMP-IDX           PIC 9(02) VALUE ZEROS.

      *    the students certified in this run, checked against the
      *    qualifications once the enrollment browse is done
       01  WS-CERTIFIED-TABLE.
           05  WS-CTF-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-CTF-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CTF-COUNT.
               10  WCT-NUMERO        PIC 9(04).
               10  WCT-NOME          PIC X(30).
       01  WS-CTF-IDX                PIC 9(03) VALUE ZEROS.

       01  WS-CERT-SEPARATOR         PIC X(60) VALUE ALL "*".

           05  FILLER                PIC X(02) VALUE SPACES.
           05  CP-CRS-NAME           PIC X(30).

       01  WS-QUAL-TITLE-LINE.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "CERTIFICADO DE QUALIFICACAO".

       01  WS-QUAL-NAME-LINE.
           05  FILLER                PIC X(25) VALUE
               "CONCLUIU A QUALIFICACAO: ".
           05  QP-QUAL-CODE          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QP-QUAL-NAME          PIC X(40).

       01  WS-QUAL-COMPONENT-LINE.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  QP-CRS-CODE           PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  QP-CRS-NAME           PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ISSUE-ONE-CERT THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-CTF-COUNT > ZEROS
               PERFORM 5000-ISSUE-QUALIFICATIONS THRU 5000-EXIT
           END-IF
           PERFORM 8000-FINALIZE
           STOP RUN.

                       " sem registo - certificado nao emitido."
                   GO TO 2000-READ-NEXT
           END-READ
           PERFORM 2500-CHECK-ARREARS THRU 2500-EXIT
           IF WS-IN-ARREARS
               DISPLAY "Aluno " EN-NUMERO
                   " com propina em divida - certificado "
                   "retido."
               GO TO 2000-READ-NEXT
           END-IF
           MOVE "CERTNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           PERFORM 3000-PRINT-CERTIFICATE
           PERFORM 4000-WRITE-REGISTER
           ADD 1 TO WS-ISSUED-COUNT
           IF WS-CTF-COUNT < 500
               ADD 1 TO WS-CTF-COUNT
               MOVE EN-NUMERO TO WCT-NUMERO(WS-CTF-COUNT)
               MOVE SM-NOME TO WCT-NOME(WS-CTF-COUNT)
           END-IF.
       2000-READ-NEXT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      *-----------------------------------------------------------*
      * 2500-CHECK-ARREARS - any of the student's charges for the
      * course due by the issue date and still open
      *-----------------------------------------------------------*
       2500-CHECK-ARREARS.
           MOVE "N" TO WS-ARREARS-SW
           MOVE "N" TO WS-ITEM-EOF-SW
           MOVE EN-NUMERO TO ST-NUMERO
           MOVE WS-RUN-COURSE TO ST-CRS-CODE
           MOVE ZEROS TO ST-INSTALMENT
           START STUDENT-OPEN-ITEMS KEY NOT < ST-KEY
               INVALID KEY
                   GO TO 2500-EXIT
           END-START
           PERFORM 2510-CHECK-ONE-ITEM
               UNTIL WS-ITEM-EOF
                  OR WS-IN-ARREARS.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-ITEM.
           READ STUDENT-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-ITEM-EOF TO TRUE
           END-READ
           IF NOT WS-ITEM-EOF
               IF ST-NUMERO NOT = EN-NUMERO
                   OR ST-CRS-CODE NOT = WS-RUN-COURSE
                   SET WS-ITEM-EOF TO TRUE
               ELSE
                   IF ST-ITEM-OPEN AND ST-AMOUNT > ZEROS
                       AND ST-CHARGE-DATE NOT > WS-ISSUE-DATE
                       SET WS-IN-ARREARS TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4000-WRITE-REGISTER - the verification record for this
      * certificate number
           MOVE SM-NOME TO CT-NOME
           WRITE CERTIFICATE-REGISTER-REC.

      *-----------------------------------------------------------*
      * 5000-ISSUE-QUALIFICATIONS - every active qualification the
      * course belongs to, for every student certified in this run
      *-----------------------------------------------------------*
       5000-ISSUE-QUALIFICATIONS.
           OPEN INPUT QUALIFICATION-MASTER
           OPEN I-O QUALIFICATION-CERTS
           MOVE LOW-VALUES TO QM-QUAL-CODE
           START QUALIFICATION-MASTER KEY NOT < QM-QUAL-CODE
               INVALID KEY
                   SET WS-QUAL-EOF TO TRUE
           END-START
           PERFORM 5100-CHECK-ONE-QUALIFICATION THRU 5100-EXIT
               UNTIL WS-QUAL-EOF
           CLOSE QUALIFICATION-MASTER
           CLOSE QUALIFICATION-CERTS.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-QUALIFICATION.
           READ QUALIFICATION-MASTER NEXT RECORD
               AT END
                   SET WS-QUAL-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF QM-INACTIVE
               GO TO 5100-EXIT
           END-IF
           MOVE "N" TO WS-IN-QUAL-SW
           PERFORM 5110-MATCH-RUN-COURSE
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
                  OR WS-COURSE-IN-QUAL
           IF NOT WS-COURSE-IN-QUAL
               GO TO 5100-EXIT
           END-IF
           PERFORM 5200-CHECK-ONE-STUDENT THRU 5200-EXIT
               VARYING WS-CTF-IDX FROM 1 BY 1
               UNTIL WS-CTF-IDX > WS-CTF-COUNT.
       5100-EXIT.
           EXIT.

       5110-MATCH-RUN-COURSE.
           IF QMC-CRS-CODE(WS-COMP-IDX) = WS-RUN-COURSE
               SET WS-COURSE-IN-QUAL TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 5200-CHECK-ONE-STUDENT - not yet issued, and every
      * component completed: the qualification certificate
      *-----------------------------------------------------------*
       5200-CHECK-ONE-STUDENT.
           MOVE QM-QUAL-CODE TO QC-QUAL-CODE
           MOVE WCT-NUMERO(WS-CTF-IDX) TO QC-NUMERO
           READ QUALIFICATION-CERTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 5200-EXIT
           END-READ
           MOVE "N" TO WS-MISSING-SW
           PERFORM 5210-CHECK-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
                  OR WS-COMPONENT-MISSING
           IF WS-COMPONENT-MISSING
               GO TO 5200-EXIT
           END-IF
           MOVE "CERTNO" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           PERFORM 5300-PRINT-QUAL-CERTIFICATE
           MOVE QM-QUAL-CODE TO QC-QUAL-CODE
           MOVE WCT-NUMERO(WS-CTF-IDX) TO QC-NUMERO
           MOVE SEQ-NUMBER TO QC-CERT-NUMBER
           MOVE WS-ISSUE-DATE TO QC-ISSUE-DATE
           MOVE WS-RUN-COURSE TO QC-LAST-CRS-CODE
           WRITE QUALIFICATION-CERT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE SPACES TO CERTIFICATE-REGISTER-REC
           MOVE SEQ-NUMBER TO CT-CERT-NUMBER
           MOVE WS-ISSUE-DATE TO CT-ISSUE-DATE
           MOVE QM-QUAL-CODE TO CT-CRS-CODE
           MOVE WCT-NUMERO(WS-CTF-IDX) TO CT-NUMERO
           MOVE WCT-NOME(WS-CTF-IDX) TO CT-NOME
           WRITE CERTIFICATE-REGISTER-REC
           ADD 1 TO WS-QUAL-ISSUED-COUNT.
       5200-EXIT.
           EXIT.

       5210-CHECK-ONE-COMPONENT.
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO EN-CRS-CODE
           MOVE WCT-NUMERO(WS-CTF-IDX) TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   SET WS-COMPONENT-MISSING TO TRUE
               NOT INVALID KEY
                   IF NOT EN-COMPLETED
                       SET WS-COMPONENT-MISSING TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 5300-PRINT-QUAL-CERTIFICATE - one page: the qualification
      * and the UFCDs that make it up
      *-----------------------------------------------------------*
       5300-PRINT-QUAL-CERTIFICATE.
           WRITE CERTIFICATE-LINE FROM WS-CERT-SEPARATOR
           WRITE CERTIFICATE-LINE FROM WS-QUAL-TITLE-LINE
           MOVE SEQ-NUMBER TO CP-CERT-NUMBER
           MOVE WS-ISSUE-DATE TO CP-ISSUE-DATE
           WRITE CERTIFICATE-LINE FROM WS-CERT-NUMBER-LINE
           MOVE WCT-NOME(WS-CTF-IDX) TO CP-NOME
           WRITE CERTIFICATE-LINE FROM WS-CERT-NAME-LINE
           MOVE QM-QUAL-CODE TO QP-QUAL-CODE
           MOVE QM-NAME TO QP-QUAL-NAME
           WRITE CERTIFICATE-LINE FROM WS-QUAL-NAME-LINE
           PERFORM 5310-PRINT-ONE-COMPONENT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > QM-COMP-COUNT
           WRITE CERTIFICATE-LINE FROM WS-CERT-SEPARATOR
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       5310-PRINT-ONE-COMPONENT.
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO QP-CRS-CODE
           MOVE QMC-CRS-CODE(WS-COMP-IDX) TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   MOVE SPACES TO CRS-NAME
           END-READ
           MOVE CRS-NAME TO QP-CRS-NAME
           WRITE CERTIFICATE-LINE FROM WS-QUAL-COMPONENT-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
           CLOSE STUDENT-OPEN-ITEMS
           CLOSE CERTIFICATE-PRINT
           CLOSE CERTIFICATE-REGISTER
           DISPLAY "Certificados emitidos: " WS-ISSUED-COUNT
           DISPLAY "Certificados de qualificacao emitidos: "
               WS-QUAL-ISSUED-COUNT.

       END PROGRAM CERTRUN.
