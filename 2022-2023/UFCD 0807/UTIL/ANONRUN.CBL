       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONRUN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Anonymisation run for records past the legal
      *                retention period.  A supervisor signs on (the
      *                ARWOFF rule) and keys the retention cutoff -
      *                ten years back from the business date when
      *                none is keyed.  Past the cutoff are:
      *                  - EMPPAY    terminated employees who left
      *                              before it, with their
      *                              adjustment records;
      *                  - STUDMAST  trainees who left before it;
      *                  - STUDARCH  archived trainees who left
      *                              before it;
      *                  - MEMBER    cancelled or deceased members
      *                              whose last renewal on RENEWDT
      *                              (or none) is before it;
      *                  - CUSTMAST  closed customers with nothing
      *                              owing and no AROPEN item
      *                              invoiced on or after it.
      *                Their names become ANONIMIZADO and their
      *                addresses, NIF, NISS, IBAN and bank account
      *                are cleared; the numbers and every amount are
      *                kept, so the accounts, the file controls and
      *                the history still add up.  A trainee's STUBANK
      *                record is deleted (unless the trainee is back
      *                on the master) and the values on the BNKCHG
      *                requests of every record anonymised are
      *                cleared, a pending one being rejected.  Each
      *                record anonymised is written to the ANONLOG
      *                log with the cutoff and the supervisor, and
      *                the indexed masters also to the CHGJRNL
      *                journal.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The postal code and locality are cleared with
      *                 the member's address, and a customer's postal
      *                 address is cleared with its name.
      * 2026-10-15  RG  Employees past the 500th due are left for the
      *                 next run and records past the 2000th keep
      *                 their bank-detail requests; both are counted
      *                 on the console, and the two tables are checked
      *                 with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BANK-FILE ASSIGN TO "STUBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-NUMERO
               FILE STATUS IS WS-BANK-STATUS.
           SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RENEWAL-DATES ASSIGN TO "RENEWDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REN-MEM-ID
               FILE STATUS IS WS-REN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT BANK-CHANGE-FILE ASSIGN TO "BNKCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS BC-ENTITY
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ANONYMISATION-LOG ASSIGN TO "ANONLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  STUDENT-MASTER.
       COPY STUDMAST.

       FD  STUDENT-BANK-FILE.
       COPY STUBANK.

       FD  STUDENT-ARCHIVE.
       01  STUDENT-ARCHIVE-RECORD.
           05  SA-ARCHIVE-DATE       PIC 9(08).
           05  SA-NUMERO             PIC 9(004).
           05  SA-NOME               PIC X(030).
           05  SA-PROFISSIONAL       PIC X(025).
           05  SA-LEAVE-DATE         PIC 9(08).

       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  RENEWAL-DATES.
       COPY RENEWDT.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  AR-OPEN-ITEMS.
       COPY AROPEN.

       FD  BANK-CHANGE-FILE.
       COPY BNKCHG.

      *    one line per record anonymised, the run date first
       FD  ANONYMISATION-LOG.
       01  ANONYMISATION-LOG-RECORD.
           05  AL-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(02).
           05  AL-FILE-NAME          PIC X(08).
           05  FILLER                PIC X(02).
           05  AL-KEY                PIC 9(07).
           05  FILLER                PIC X(02).
           05  AL-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02).
           05  AL-CUTOFF-DATE        PIC 9(08).
           05  FILLER                PIC X(02).
           05  AL-FIELDS             PIC X(40).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RUNLOG.
       COPY CHGJRNL.
       COPY TBLCHK.

       01  WS-OPER-STATUS            PIC XX VALUE "00".
           88  WS-OPER-OK                    VALUE "00".
       01  WS-FILE-STATUS            PIC XX VALUE "00".
           88  WS-FILE-OK                    VALUE "00".
       01  WS-BANK-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-BANK-OK                    VALUES "00" "05".
       01  WS-REN-STATUS             PIC XX VALUE "00".
           88  WS-REN-OK                     VALUES "00" "05".
       01  WS-AR-STATUS              PIC XX VALUE "00".
           88  WS-AR-OK                      VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-SUPER-OK-SW        PIC X(01) VALUE "N".
               88  WS-SUPERVISOR-OK            VALUE "Y".
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-OPER-EOF                 VALUE "Y".
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-AR-EOF-SW          PIC X(01) VALUE "N".
               88  WS-AR-EOF                   VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-FOUND                    VALUE "Y".
           05  WS-BANK-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-BANK-OPEN                VALUE "Y".
           05  WS-AR-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-AR-OPEN                  VALUE "Y".
           05  WS-RECENT-SW          PIC X(01) VALUE "N".
               88  WS-RECENT-ACTIVITY          VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-SIGNON-FIELDS.
           05  WS-OPERATOR-ID        PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-PASSWORD  PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-CUTOFF-DATE            PIC 9(08) VALUE ZEROS.
      *    the legal retention, in YYYYMMDD form: ten years
       01  WS-RETENTION-SPAN         PIC 9(08) VALUE 00100000.

       01  WS-ANON-NAME              PIC X(11) VALUE "ANONIMIZADO".

      *    the terminated employees due, found on the first pass of
      *    EMPPAY and anonymised with their adjustments on the second
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 500 TIMES.
               10  WET-EMP-ID        PIC 9(05).
       01  WS-EMP-IDX                PIC 9(03) VALUE ZEROS.

      *    every record anonymised, for its bank-detail requests
       01  WS-ENTITY-TABLE.
           05  WS-ENTITY-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-ENTITY-ENTRY OCCURS 2000 TIMES.
               10  WNT-TYPE          PIC X(01).
               10  WNT-KEY           PIC 9(05).
       01  WS-ENTITY-IDX             PIC 9(04) VALUE ZEROS.
       01  WS-NEW-ENTITY-TYPE        PIC X(01) VALUE SPACE.
       01  WS-NEW-ENTITY-KEY         PIC 9(05) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-EMP-ANON-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-STUD-ANON-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-ARCH-ANON-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-BANK-DEL-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-MEM-ANON-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-CUST-ANON-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-REQ-CLEAR-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-LOG-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-EMP-DEFER-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-ENTITY-OVER-COUNT  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-SUPERVISOR-SIGN-ON THRU 0500-EXIT
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Acesso recusado."
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-CONFIRMED
               DISPLAY "Anonimizacao cancelada."
               STOP RUN
           END-IF
           PERFORM 1500-START-RUN
           PERFORM 2000-ANON-EMPLOYEES THRU 2000-EXIT
           PERFORM 3000-ANON-STUDENTS THRU 3000-EXIT
           PERFORM 3500-ANON-ARCHIVE THRU 3500-EXIT
           PERFORM 4000-ANON-MEMBERS THRU 4000-EXIT
           PERFORM 5000-ANON-CUSTOMERS THRU 5000-EXIT
           PERFORM 6000-CLEAR-BANK-REQUESTS THRU 6000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-SUPERVISOR-SIGN-ON - only an active level-2 operator
      * may anonymise
      *-----------------------------------------------------------*
       0500-SUPERVISOR-SIGN-ON.
           DISPLAY "Supervisor: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-CHECK-ONE-OPERATOR THRU 0510-EXIT
               UNTIL WS-OPER-EOF
           CLOSE OPERATOR-FILE.
       0500-EXIT.
           EXIT.

       0510-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           IF OP-ID = WS-OPERATOR-ID
               SET WS-OPER-EOF TO TRUE
               IF OP-PASSWORD = WS-OPERATOR-PASSWORD
                   AND OP-LEVEL >= 2
                   AND OP-OPER-ACTIVE
                   SET WS-SUPERVISOR-OK TO TRUE
               END-IF
           END-IF.
       0510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, the cutoff, confirmation
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
           DISPLAY "Data de corte da retencao "
               "(AAAAMMDD, 0 = dez anos antes de " WS-RUN-DATE "): "
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE = ZEROS
               SUBTRACT WS-RETENTION-SPAN FROM WS-RUN-DATE
                   GIVING WS-CUTOFF-DATE
           END-IF
           DISPLAY "Serao anonimizados os registos anteriores a "
               WS-CUTOFF-DATE ". A operacao nao pode ser desfeita."
           DISPLAY "Confirma (S/N)? "
           ACCEPT WS-CONFIRM-SW.

      *-----------------------------------------------------------*
      * 1500-START-RUN - run log, the anonymisation log
      *-----------------------------------------------------------*
       1500-START-RUN.
           MOVE "ANONRUN" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN EXTEND ANONYMISATION-LOG
           MOVE SPACES TO ANONYMISATION-LOG-RECORD
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR.

      *-----------------------------------------------------------*
      * 2000-ANON-EMPLOYEES - the terminated employees due are
      * listed on a first pass, then their pay record and any
      * adjustments are anonymised in place on a second
      *-----------------------------------------------------------*
       2000-ANON-EMPLOYEES.
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-FILE-OK
               DISPLAY "Ficheiro EMPPAY indisponivel."
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-LIST-ONE-EMPLOYEE THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE EMPLOYEE-PAY-FILE
           MOVE "ANONRUN" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-COUNT = ZEROS
               GO TO 2000-EXIT
           END-IF
           OPEN I-O EMPLOYEE-PAY-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 2200-ANON-ONE-EMPLOYEE THRU 2200-EXIT
               UNTIL WS-EOF
           CLOSE EMPLOYEE-PAY-FILE.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF EMP-PAY-REC
               AND EMP-TERMINATED
               AND EMP-LEAVE-DATE NOT = ZEROS
               AND EMP-LEAVE-DATE < WS-CUTOFF-DATE
               AND EMP-NAME NOT = WS-ANON-NAME
               IF WS-EMP-COUNT < 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-ID TO WET-EMP-ID (WS-EMP-COUNT)
               ELSE
                   ADD 1 TO WS-EMP-DEFER-COUNT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ANON-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF EMP-NAME = WS-ANON-NAME
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 2210-CHECK-ONE-ID
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               GO TO 2200-EXIT
           END-IF
           MOVE WS-ANON-NAME TO EMP-NAME
           MOVE SPACES TO EMP-BANK-ACCT
           MOVE ZEROS TO EMP-NIF
           MOVE SPACES TO EMP-IBAN
           MOVE ZEROS TO EMP-NISS
           REWRITE EMP-PAY-RECORD
           IF NOT WS-FILE-OK
               DISPLAY "Erro ao regravar EMPPAY " EMP-ID ": "
                   WS-FILE-STATUS
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-EMP-ANON-COUNT
           MOVE "E" TO WS-NEW-ENTITY-TYPE
           MOVE EMP-ID TO WS-NEW-ENTITY-KEY
           PERFORM 7100-ADD-ENTITY THRU 7100-EXIT
           MOVE "EMPPAY" TO AL-FILE-NAME
           MOVE EMP-ID TO AL-KEY
           MOVE "NOME NIF NISS IBAN CONTA" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-ID.
           IF WET-EMP-ID (WS-EMP-IDX) = EMP-ID
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-ANON-STUDENTS - trainees who left before the cutoff,
      * rewritten on STUDMAST and journalled
      *-----------------------------------------------------------*
       3000-ANON-STUDENTS.
           OPEN I-O STUDENT-MASTER
           IF NOT WS-FILE-OK
               DISPLAY "Ficheiro STUDMAST indisponivel."
               GO TO 3000-EXIT
           END-IF
           PERFORM 3800-OPEN-STUDENT-BANK
           MOVE "N" TO WS-EOF-SW
           PERFORM 3100-ANON-ONE-STUDENT THRU 3100-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-BANK-FILE
           CLOSE STUDENT-MASTER.
       3000-EXIT.
           EXIT.

       3100-ANON-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT SM-LEFT
               OR SM-LEAVE-DATE = ZEROS
               OR SM-LEAVE-DATE NOT < WS-CUTOFF-DATE
               OR SM-NOME = WS-ANON-NAME
               GO TO 3100-EXIT
           END-IF
           MOVE WS-ANON-NAME TO SM-NOME
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao regravar STUDMAST " SM-NUMERO
                       ": " WS-FILE-STATUS
                   GO TO 3100-EXIT
           END-REWRITE
           ADD 1 TO WS-STUD-ANON-COUNT
           MOVE "STUDMAST" TO CJ-FILE-NAME
           SET CJ-OP-REWRITE TO TRUE
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE STUDENT-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE
           MOVE "T" TO WS-NEW-ENTITY-TYPE
           MOVE SM-NUMERO TO WS-NEW-ENTITY-KEY
           PERFORM 7100-ADD-ENTITY THRU 7100-EXIT
           MOVE "STUDMAST" TO AL-FILE-NAME
           MOVE SM-NUMERO TO AL-KEY
           MOVE "NOME" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG
           MOVE SM-NUMERO TO SB-NUMERO
           PERFORM 3900-DELETE-STUDENT-BANK THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-ANON-ARCHIVE - archived trainees who left before the
      * cutoff, rewritten in place on STUDARCH; the bank details go
      * unless the trainee has been reinstated on the master
      *-----------------------------------------------------------*
       3500-ANON-ARCHIVE.
           OPEN INPUT STUDENT-MASTER
           PERFORM 3800-OPEN-STUDENT-BANK
           OPEN I-O STUDENT-ARCHIVE
           IF NOT WS-FILE-OK
               DISPLAY "Ficheiro STUDARCH indisponivel."
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-BANK-FILE
               GO TO 3500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 3600-ANON-ONE-ARCHIVED THRU 3600-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-ARCHIVE
           CLOSE STUDENT-BANK-FILE
           CLOSE STUDENT-MASTER.
       3500-EXIT.
           EXIT.

       3600-ANON-ONE-ARCHIVED.
           READ STUDENT-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF SA-LEAVE-DATE = ZEROS
               OR SA-LEAVE-DATE NOT < WS-CUTOFF-DATE
               OR SA-NOME = WS-ANON-NAME
               GO TO 3600-EXIT
           END-IF
           MOVE WS-ANON-NAME TO SA-NOME
           REWRITE STUDENT-ARCHIVE-RECORD
           IF NOT WS-FILE-OK
               DISPLAY "Erro ao regravar STUDARCH " SA-NUMERO ": "
                   WS-FILE-STATUS
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-ARCH-ANON-COUNT
           MOVE "T" TO WS-NEW-ENTITY-TYPE
           MOVE SA-NUMERO TO WS-NEW-ENTITY-KEY
           PERFORM 7100-ADD-ENTITY THRU 7100-EXIT
           MOVE "STUDARCH" TO AL-FILE-NAME
           MOVE SA-NUMERO TO AL-KEY
           MOVE "NOME" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG
           MOVE SA-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SA-NUMERO TO SB-NUMERO
                   PERFORM 3900-DELETE-STUDENT-BANK THRU 3900-EXIT
           END-READ.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-OPEN-STUDENT-BANK - STUBANK for deletes, if it opens
      *-----------------------------------------------------------*
       3800-OPEN-STUDENT-BANK.
           MOVE "N" TO WS-BANK-OPEN-SW
           OPEN I-O STUDENT-BANK-FILE
           IF WS-BANK-OK
               SET WS-BANK-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3900-DELETE-STUDENT-BANK - the trainee's IBAN on STUBANK,
      * SB-NUMERO set by the caller
      *-----------------------------------------------------------*
       3900-DELETE-STUDENT-BANK.
           IF NOT WS-BANK-OPEN
               GO TO 3900-EXIT
           END-IF
           DELETE STUDENT-BANK-FILE
               INVALID KEY
                   GO TO 3900-EXIT
           END-DELETE
           ADD 1 TO WS-BANK-DEL-COUNT
           MOVE "STUBANK" TO AL-FILE-NAME
           MOVE SB-NUMERO TO AL-KEY
           MOVE "IBAN (REGISTO APAGADO)" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ANON-MEMBERS - cancelled or deceased members not
      * renewed since the cutoff, rewritten in place on MEMBER
      *-----------------------------------------------------------*
       4000-ANON-MEMBERS.
           OPEN INPUT RENEWAL-DATES
           OPEN I-O MEMBERSHIP-FILE
           IF NOT WS-FILE-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               CLOSE RENEWAL-DATES
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 4100-ANON-ONE-MEMBER THRU 4100-EXIT
               UNTIL WS-EOF
           CLOSE MEMBERSHIP-FILE
           CLOSE RENEWAL-DATES.
       4000-EXIT.
           EXIT.

       4100-ANON-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT MEM-CANCELLED AND NOT MEM-DECEASED
               GO TO 4100-EXIT
           END-IF
           IF MEM-NAME = WS-ANON-NAME
               GO TO 4100-EXIT
           END-IF
           MOVE MEM-ID TO REN-MEM-ID
           READ RENEWAL-DATES
               INVALID KEY
                   MOVE ZEROS TO REN-LAST-DATE
           END-READ
           IF NOT WS-REN-OK
               MOVE ZEROS TO REN-LAST-DATE
           END-IF
           IF REN-LAST-DATE NOT < WS-CUTOFF-DATE
               GO TO 4100-EXIT
           END-IF
           MOVE WS-ANON-NAME TO MEM-NAME
           MOVE SPACES TO MEM-ADDRESS-1
           MOVE SPACES TO MEM-ADDRESS-2
           MOVE SPACES TO MEM-POSTAL-CODE
           MOVE SPACES TO MEM-LOCALITY
           MOVE SPACES TO MEM-BANK-ACCT
           REWRITE MEMBERSHIP-RECORD
           IF NOT WS-FILE-OK
               DISPLAY "Erro ao regravar MEMBER " MEM-ID ": "
                   WS-FILE-STATUS
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-MEM-ANON-COUNT
           MOVE "M" TO WS-NEW-ENTITY-TYPE
           MOVE MEM-ID TO WS-NEW-ENTITY-KEY
           PERFORM 7100-ADD-ENTITY THRU 7100-EXIT
           MOVE "MEMBER" TO AL-FILE-NAME
           MOVE MEM-ID TO AL-KEY
           MOVE "NOME MORADA CONTA" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-ANON-CUSTOMERS - closed customers owing nothing, with
      * no open item invoiced since the cutoff, rewritten on
      * CUSTMAST and journalled
      *-----------------------------------------------------------*
       5000-ANON-CUSTOMERS.
           OPEN INPUT AR-OPEN-ITEMS
           IF WS-AR-OK
               SET WS-AR-OPEN TO TRUE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT WS-FILE-OK
               DISPLAY "Ficheiro CUSTMAST indisponivel."
               CLOSE AR-OPEN-ITEMS
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 5100-ANON-ONE-CUSTOMER THRU 5100-EXIT
               UNTIL WS-EOF
           CLOSE CUSTOMER-MASTER
           CLOSE AR-OPEN-ITEMS.
       5000-EXIT.
           EXIT.

       5100-ANON-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT CU-CLOSED
               OR CU-OPEN-BALANCE NOT = ZEROS
               OR CU-NAME = WS-ANON-NAME
               GO TO 5100-EXIT
           END-IF
           PERFORM 5200-CHECK-RECENT-ITEMS THRU 5200-EXIT
           IF WS-RECENT-ACTIVITY
               GO TO 5100-EXIT
           END-IF
           MOVE WS-ANON-NAME TO CU-NAME
           MOVE ZEROS TO CU-NIF
           MOVE SPACES TO CU-IBAN
           MOVE SPACES TO CU-ADDRESS-1
           MOVE SPACES TO CU-ADDRESS-2
           MOVE SPACES TO CU-POSTAL-CODE
           MOVE SPACES TO CU-LOCALITY
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao regravar CUSTMAST " CU-NUMBER
                       ": " WS-FILE-STATUS
                   GO TO 5100-EXIT
           END-REWRITE
           ADD 1 TO WS-CUST-ANON-COUNT
           MOVE "CUSTMAST" TO CJ-FILE-NAME
           SET CJ-OP-REWRITE TO TRUE
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE
           MOVE "C" TO WS-NEW-ENTITY-TYPE
           MOVE CU-NUMBER TO WS-NEW-ENTITY-KEY
           PERFORM 7100-ADD-ENTITY THRU 7100-EXIT
           MOVE "CUSTMAST" TO AL-FILE-NAME
           MOVE CU-NUMBER TO AL-KEY
           MOVE "NOME NIF IBAN MORADA" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-CHECK-RECENT-ITEMS - any AROPEN item of the customer
      * invoiced on or after the cutoff keeps the customer
      *-----------------------------------------------------------*
       5200-CHECK-RECENT-ITEMS.
           MOVE "N" TO WS-RECENT-SW
           IF NOT WS-AR-OPEN
               GO TO 5200-EXIT
           END-IF
           MOVE "N" TO WS-AR-EOF-SW
           MOVE CU-NUMBER TO AR-CUST-NUMBER
           MOVE ZEROS TO AR-ORDER-NUMBER
           START AR-OPEN-ITEMS KEY NOT < AR-KEY
               INVALID KEY
                   GO TO 5200-EXIT
           END-START
           PERFORM 5210-CHECK-ONE-ITEM THRU 5210-EXIT
               UNTIL WS-AR-EOF OR WS-RECENT-ACTIVITY.
       5200-EXIT.
           EXIT.

       5210-CHECK-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT RECORD
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 5210-EXIT
           END-READ
           IF AR-CUST-NUMBER NOT = CU-NUMBER
               SET WS-AR-EOF TO TRUE
               GO TO 5210-EXIT
           END-IF
           IF AR-INVOICE-DATE NOT < WS-CUTOFF-DATE
               SET WS-RECENT-ACTIVITY TO TRUE
           END-IF.
       5210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CLEAR-BANK-REQUESTS - the old and new values on the
      * BNKCHG requests of every record anonymised are cleared; a
      * request still pending is rejected
      *-----------------------------------------------------------*
       6000-CLEAR-BANK-REQUESTS.
           IF WS-ENTITY-COUNT = ZEROS
               GO TO 6000-EXIT
           END-IF
           OPEN I-O BANK-CHANGE-FILE
           IF NOT WS-FILE-OK
               GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 6100-CLEAR-ONE-REQUEST THRU 6100-EXIT
               UNTIL WS-EOF
           CLOSE BANK-CHANGE-FILE.
       6000-EXIT.
           EXIT.

       6100-CLEAR-ONE-REQUEST.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF BC-OLD-VALUE = SPACES
               AND BC-NEW-VALUE = SPACES
               GO TO 6100-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6110-CHECK-ONE-ENTITY
               VARYING WS-ENTITY-IDX FROM 1 BY 1
               UNTIL WS-ENTITY-IDX > WS-ENTITY-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               GO TO 6100-EXIT
           END-IF
           MOVE SPACES TO BC-OLD-VALUE
           MOVE SPACES TO BC-NEW-VALUE
           IF BC-PENDING
               SET BC-REJECTED TO TRUE
               MOVE WS-OPERATOR-ID TO BC-DECIDED-BY
               MOVE WS-RUN-DATE TO BC-DECISION-DATE
               MOVE "FICHA ANONIMIZADA" TO BC-REJECT-REASON
           END-IF
           REWRITE BANK-CHANGE-RECORD
               INVALID KEY
                   GO TO 6100-EXIT
           END-REWRITE
           ADD 1 TO WS-REQ-CLEAR-COUNT
           MOVE "BNKCHG" TO AL-FILE-NAME
           MOVE BC-REQUEST-NUMBER TO AL-KEY
           MOVE "VALOR ANTERIOR E PEDIDO" TO AL-FIELDS
           PERFORM 7000-WRITE-LOG.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-ENTITY.
           IF WNT-TYPE (WS-ENTITY-IDX) = BC-MASTER-TYPE
               AND WNT-KEY (WS-ENTITY-IDX) = BC-MASTER-KEY
               SET WS-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-WRITE-LOG - one ANONLOG line, file, key and fields set
      * by the caller
      *-----------------------------------------------------------*
       7000-WRITE-LOG.
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE WS-CUTOFF-DATE TO AL-CUTOFF-DATE
           WRITE ANONYMISATION-LOG-RECORD
           MOVE SPACES TO ANONYMISATION-LOG-RECORD
           ADD 1 TO WS-LOG-COUNT.

      *-----------------------------------------------------------*
      * 7100-ADD-ENTITY - a record anonymised, kept for the bank
      * requests
      *-----------------------------------------------------------*
       7100-ADD-ENTITY.
           IF WS-ENTITY-COUNT = 2000
               ADD 1 TO WS-ENTITY-OVER-COUNT
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-ENTITY-COUNT
           MOVE WS-NEW-ENTITY-TYPE TO WNT-TYPE (WS-ENTITY-COUNT)
           MOVE WS-NEW-ENTITY-KEY TO WNT-KEY (WS-ENTITY-COUNT).
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - counts, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "ANONRUN" TO TC-PROGRAM-NAME
           MOVE "ENTITY" TO TC-TABLE-NAME
           MOVE WS-ENTITY-COUNT TO TC-ENTRY-COUNT
           MOVE 2000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           CLOSE ANONYMISATION-LOG
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LOG-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "ANONRUN: corte " WS-CUTOFF-DATE
           DISPLAY "  Empregados (registos) : " WS-EMP-ANON-COUNT
           DISPLAY "  Formandos             : " WS-STUD-ANON-COUNT
           DISPLAY "  Formandos arquivados  : " WS-ARCH-ANON-COUNT
           DISPLAY "  IBAN de formandos     : " WS-BANK-DEL-COUNT
           DISPLAY "  Socios                : " WS-MEM-ANON-COUNT
           DISPLAY "  Clientes              : " WS-CUST-ANON-COUNT
           DISPLAY "  Pedidos bancarios     : " WS-REQ-CLEAR-COUNT
           DISPLAY "  Linhas em ANONLOG     : " WS-LOG-COUNT
           IF WS-EMP-DEFER-COUNT > ZEROS
               DISPLAY "  Empregados adiados    : " WS-EMP-DEFER-COUNT
                   " (tabela cheia - repetir a execucao)"
           END-IF
           IF WS-ENTITY-OVER-COUNT > ZEROS
               DISPLAY "  Sem pedidos limpos    : " WS-ENTITY-OVER-COUNT
                   " (tabela cheia)"
           END-IF.

       END PROGRAM ANONRUN.
