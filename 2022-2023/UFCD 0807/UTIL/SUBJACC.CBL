       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACC.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Subject-access report: given a person's NIF,
      *                name, or both, every record held on them is
      *                printed to SUBJRPT.  The employee and customer
      *                masters are matched on NIF or name (when only
      *                a NIF is keyed, the name found under it is
      *                then searched for everywhere else), the
      *                student master and archive, the members and
      *                the payees on name - any part of the name as
      *                keyed, capitals or not.  The trainee bank
      *                details and the bank-detail requests of every
      *                record found follow, then the audit trails and
      *                logs: EMPAUDIT and STUDAUD by the employee or
      *                student number found or the name, CHGJRNLF,
      *                ERRLOG and LOGARCH by the name or the NIF in
      *                the line.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Member and customer details now show the
      *                 postal code and locality; a customer's address
      *                 and mailing group print on a second line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-NUMERO
               ALTERNATE RECORD KEY IS SM-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-BANK-FILE ASSIGN TO "STUBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-NUMERO
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-ARCHIVE ASSIGN TO "STUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-CHANGE-FILE ASSIGN TO "BNKCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS BC-ENTITY
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOURCE-LOG ASSIGN TO WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUBJECT-REPORT ASSIGN TO "SUBJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

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

       FD  PAYEE-MASTER.
       COPY PAYEE.

       FD  BANK-CHANGE-FILE.
       COPY BNKCHG.

       FD  SOURCE-LOG.
       01  SOURCE-LOG-LINE           PIC X(200).

       FD  SUBJECT-REPORT.
       01  SUBJECT-REPORT-LINE       PIC X(220).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       01  WS-FILE-STATUS            PIC XX.
           88  WS-FILE-OK                    VALUE "00".

       01  WS-SOURCE-FILE-NAME       PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-MATCH-SW           PIC X(01) VALUE "N".
               88  WS-MATCH                    VALUE "Y".
           05  WS-TEXT-NIF-SW        PIC X(01) VALUE "N".
               88  WS-TEXT-NIF                 VALUE "Y".
           05  WS-SUBJECT-SW         PIC X(01) VALUE "Y".
               88  WS-SUBJECT-VALID            VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

      *    the subject as keyed, and the forms searched for
       01  WS-SUBJECT-FIELDS.
           05  WS-SUBJECT-NIF        PIC 9(09) VALUE ZEROS.
           05  WS-NIF-TEXT REDEFINES WS-SUBJECT-NIF
                                     PIC X(09).
           05  WS-SUBJECT-NAME       PIC X(30) VALUE SPACES.
           05  WS-SEARCH-NAME        PIC X(30) VALUE SPACES.
           05  WS-NAME-LEN           PIC 9(02) VALUE ZEROS.
           05  WS-FOUND-NAME         PIC X(30) VALUE SPACES.
           05  WS-TALLY              PIC 9(04) VALUE ZEROS.
           05  WS-CANDIDATE          PIC X(200) VALUE SPACES.

      *    every master record found, for the bank requests and the
      *    audit trails that carry only the number
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT          PIC 9(02) VALUE ZEROS.
           05  WS-HIT-ENTRY OCCURS 50 TIMES.
               10  WHT-TYPE          PIC X(01).
               10  WHT-KEY           PIC 9(05).
       01  WS-HIT-IDX                PIC 9(02) VALUE ZEROS.
       01  WS-NEW-HIT-TYPE           PIC X(01) VALUE SPACE.
       01  WS-NEW-HIT-KEY            PIC 9(05) VALUE ZEROS.

      *    the audit trails and logs searched: the hit type and the
      *    position and length of the number in the line, if any
       01  WS-LOG-DATA.
           05  FILLER                PIC X(15) VALUE
               "EMPAUDITE03605".
           05  FILLER                PIC X(15) VALUE
               "STUDAUD T03004".
           05  FILLER                PIC X(15) VALUE
               "CHGJRNLF 00000".
           05  FILLER                PIC X(15) VALUE
               "ERRLOG   00000".
           05  FILLER                PIC X(15) VALUE
               "LOGARCH  00000".
       01  WS-LOG-TABLE REDEFINES WS-LOG-DATA.
           05  WS-LOG-ENTRY OCCURS 5 TIMES.
               10  WLT-FILE-NAME     PIC X(08).
               10  WLT-HIT-TYPE      PIC X(01).
               10  WLT-KEY-POS       PIC 9(03).
               10  WLT-KEY-LEN       PIC 9(02).
               10  FILLER            PIC X(01).
       01  WS-LOG-IDX                PIC 9(01) VALUE ZEROS.
       01  WS-KEY-POS                PIC 9(03) VALUE ZEROS.
       01  WS-KEY-LEN                PIC 9(02) VALUE ZEROS.
       01  WS-LINE-KEY               PIC 9(05) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-FOUND-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT-1      PIC Z(6)9.99-.
           05  WS-EDIT-AMOUNT-2      PIC Z(6)9.99-.

       01  WS-REPORT-HEADER.
           05  FILLER                PIC X(32) VALUE
               "RELATORIO DE ACESSO DO TITULAR  ".
           05  FILLER                PIC X(05) VALUE "NIF: ".
           05  WH-NIF                PIC 9(09).
           05  FILLER                PIC X(08) VALUE "  NOME: ".
           05  WH-NAME               PIC X(30).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  WH-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                PIC X(10) VALUE "FICHEIRO".
           05  FILLER                PIC X(09) VALUE "CHAVE".
           05  FILLER                PIC X(20) VALUE "DADOS".

       01  WS-DETAIL-LINE.
           05  WD-SOURCE             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-KEY                PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-TEXT               PIC X(200).

       01  WS-NOTE-LINE.
           05  WN-SOURCE             PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WN-TEXT               PIC X(60).

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(22) VALUE
               "REGISTOS ENCONTRADOS: ".
           05  WT-FOUND-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-SUBJECT-VALID
               PERFORM 2000-SEARCH-EMPLOYEES THRU 2000-EXIT
               PERFORM 2100-SEARCH-CUSTOMERS THRU 2100-EXIT
               PERFORM 2200-SEARCH-STUDENTS THRU 2200-EXIT
               PERFORM 2300-SEARCH-ARCHIVE THRU 2300-EXIT
               PERFORM 2400-SEARCH-STUDENT-BANK THRU 2400-EXIT
               PERFORM 2500-SEARCH-MEMBERS THRU 2500-EXIT
               PERFORM 2600-SEARCH-PAYEES THRU 2600-EXIT
               PERFORM 3000-SEARCH-BANK-REQUESTS THRU 3000-EXIT
               PERFORM 4000-SEARCH-ONE-LOG THRU 4000-EXIT
                   VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > 5
           END-IF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, the subject keyed, the report
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "SUBJACC" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "NIF do titular (0 = pesquisar pelo nome): "
           ACCEPT WS-SUBJECT-NIF
           DISPLAY "Nome do titular ou parte dele "
               "(branco = pesquisar pelo NIF): "
           ACCEPT WS-SUBJECT-NAME
           OPEN OUTPUT SUBJECT-REPORT
           MOVE WS-SUBJECT-NIF TO WH-NIF
           MOVE WS-SUBJECT-NAME TO WH-NAME
           MOVE WS-RUN-DATE TO WH-RUN-DATE
           WRITE SUBJECT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE SUBJECT-REPORT-LINE FROM WS-COLUMN-HEADER
           IF WS-SUBJECT-NIF = ZEROS
               AND WS-SUBJECT-NAME = SPACES
               DISPLAY "Indique o NIF ou o nome do titular."
               MOVE "N" TO WS-SUBJECT-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-SET-SEARCH-NAME
           IF WS-SUBJECT-NAME NOT = SPACES
               AND WS-NAME-LEN < 3
               DISPLAY "Nome demasiado curto para pesquisar."
               MOVE "N" TO WS-SUBJECT-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-SET-SEARCH-NAME - the name in capitals, and its length
      * up to the first double space
      *-----------------------------------------------------------*
       1100-SET-SEARCH-NAME.
           MOVE WS-SUBJECT-NAME TO WS-SEARCH-NAME
           INSPECT WS-SEARCH-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO WS-NAME-LEN
           IF WS-SEARCH-NAME NOT = SPACES
               INSPECT WS-SEARCH-NAME TALLYING WS-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL "  "
           END-IF.

      *-----------------------------------------------------------*
      * 2000-SEARCH-EMPLOYEES - EMPPAY on NIF or name, pay and
      * adjustment records alike
      *-----------------------------------------------------------*
       2000-SEARCH-EMPLOYEES.
           MOVE "EMPPAY" TO WD-SOURCE
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2010-CHECK-ONE-EMPLOYEE THRU 2010-EXIT
               UNTIL WS-EOF
           CLOSE EMPLOYEE-PAY-FILE.
       2000-EXIT.
           EXIT.

       2010-CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-MATCH-SW
           IF WS-SUBJECT-NIF NOT = ZEROS
               AND EMP-NIF = WS-SUBJECT-NIF
               SET WS-MATCH TO TRUE
           ELSE
               MOVE EMP-NAME TO WS-CANDIDATE
               PERFORM 6000-MATCH-TEXT
           END-IF
           IF NOT WS-MATCH
               GO TO 2010-EXIT
           END-IF
           MOVE EMP-NAME TO WS-FOUND-NAME
           PERFORM 6200-ADOPT-NAME
           MOVE "E" TO WS-NEW-HIT-TYPE
           MOVE EMP-ID TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE EMP-ID TO WD-KEY
           MOVE SPACES TO WD-TEXT
           IF EMP-ADJ-REC
               MOVE EMP-ADJ-AMOUNT TO WS-EDIT-AMOUNT-1
               STRING "AJUSTE " WS-EDIT-AMOUNT-1
                   " MOTIVO " EMP-ADJ-REASON
                   " NOME " EMP-NAME
                   DELIMITED BY SIZE INTO WD-TEXT
           ELSE
               MOVE EMP-PAG TO WS-EDIT-AMOUNT-1
               STRING "NOME " EMP-NAME " DEP " EMP-DEPT
                   " NIF " EMP-NIF " NISS " EMP-NISS
                   " IBAN " EMP-IBAN " CONTA " EMP-BANK-ACCT
                   " ADMISSAO " EMP-HIRE-DATE
                   " SAIDA " EMP-LEAVE-DATE
                   " ESTADO " EMP-STATUS-CODE
                   " VENCIMENTO " WS-EDIT-AMOUNT-1
                   DELIMITED BY SIZE INTO WD-TEXT
           END-IF
           PERFORM 7000-WRITE-DETAIL.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SEARCH-CUSTOMERS - CUSTMAST on NIF or name
      *-----------------------------------------------------------*
       2100-SEARCH-CUSTOMERS.
           MOVE "CUSTMAST" TO WD-SOURCE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2110-CHECK-ONE-CUSTOMER THRU 2110-EXIT
               UNTIL WS-EOF
           CLOSE CUSTOMER-MASTER.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-MATCH-SW
           IF WS-SUBJECT-NIF NOT = ZEROS
               AND CU-NIF = WS-SUBJECT-NIF
               SET WS-MATCH TO TRUE
           ELSE
               MOVE CU-NAME TO WS-CANDIDATE
               PERFORM 6000-MATCH-TEXT
           END-IF
           IF NOT WS-MATCH
               GO TO 2110-EXIT
           END-IF
           MOVE CU-NAME TO WS-FOUND-NAME
           PERFORM 6200-ADOPT-NAME
           MOVE "C" TO WS-NEW-HIT-TYPE
           MOVE CU-NUMBER TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE CU-NUMBER TO WD-KEY
           MOVE CU-CREDIT-LIMIT TO WS-EDIT-AMOUNT-1
           MOVE CU-OPEN-BALANCE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO WD-TEXT
           STRING "NOME " CU-NAME " NIF " CU-NIF
               " IBAN " CU-IBAN " LIMITE " WS-EDIT-AMOUNT-1
               " SALDO " WS-EDIT-AMOUNT-2
               " ESTADO " CU-STATUS-CODE
               " REF WEB " CU-WEB-REF
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL
           MOVE SPACES TO WD-TEXT
           STRING "MORADA " CU-ADDRESS-1 " " CU-ADDRESS-2
               " " CU-POSTAL-CODE " " CU-LOCALITY
               " GRUPO " CU-GROUP-CODE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-SEARCH-STUDENTS - STUDMAST on name
      *-----------------------------------------------------------*
       2200-SEARCH-STUDENTS.
           IF WS-NAME-LEN = ZEROS
               GO TO 2200-EXIT
           END-IF
           MOVE "STUDMAST" TO WD-SOURCE
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2210-CHECK-ONE-STUDENT THRU 2210-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-MASTER.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SM-NOME TO WS-CANDIDATE
           PERFORM 6000-MATCH-TEXT
           IF NOT WS-MATCH
               GO TO 2210-EXIT
           END-IF
           MOVE "T" TO WS-NEW-HIT-TYPE
           MOVE SM-NUMERO TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE SM-NUMERO TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "NOME " SM-NOME " PROFISSAO " SM-PROFISSIONAL
               " NASCIMENTO " SM-BIRTH-DATE " GENERO " SM-GENDER
               " ESCOLARIDADE " SM-EDUCATION-LEVEL
               " ESTADO " SM-STATUS-CODE " SAIDA " SM-LEAVE-DATE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SEARCH-ARCHIVE - the STUDARCH archive on name
      *-----------------------------------------------------------*
       2300-SEARCH-ARCHIVE.
           IF WS-NAME-LEN = ZEROS
               GO TO 2300-EXIT
           END-IF
           MOVE "STUDARCH" TO WD-SOURCE
           OPEN INPUT STUDENT-ARCHIVE
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2310-CHECK-ONE-ARCHIVED THRU 2310-EXIT
               UNTIL WS-EOF
           CLOSE STUDENT-ARCHIVE.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-ARCHIVED.
           READ STUDENT-ARCHIVE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SA-NOME TO WS-CANDIDATE
           PERFORM 6000-MATCH-TEXT
           IF NOT WS-MATCH
               GO TO 2310-EXIT
           END-IF
           MOVE "T" TO WS-NEW-HIT-TYPE
           MOVE SA-NUMERO TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE SA-NUMERO TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "NOME " SA-NOME " PROFISSAO " SA-PROFISSIONAL
               " SAIDA " SA-LEAVE-DATE
               " ARQUIVADO " SA-ARCHIVE-DATE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-SEARCH-STUDENT-BANK - the STUBANK details of every
      * trainee found, on the master or in the archive
      *-----------------------------------------------------------*
       2400-SEARCH-STUDENT-BANK.
           MOVE "STUBANK" TO WD-SOURCE
           OPEN INPUT STUDENT-BANK-FILE
           IF NOT WS-FILE-OK
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-READ-ONE-BANK THRU 2410-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
           CLOSE STUDENT-BANK-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-BANK.
           IF WHT-TYPE (WS-HIT-IDX) NOT = "T"
               GO TO 2410-EXIT
           END-IF
           MOVE WHT-KEY (WS-HIT-IDX) TO SB-NUMERO
           READ STUDENT-BANK-FILE
               INVALID KEY
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SB-NUMERO TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "IBAN " SB-IBAN " ALTERADO POR " SB-UPDATED-BY
               " EM " SB-UPDATE-DATE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SEARCH-MEMBERS - MEMBER on name
      *-----------------------------------------------------------*
       2500-SEARCH-MEMBERS.
           IF WS-NAME-LEN = ZEROS
               GO TO 2500-EXIT
           END-IF
           MOVE "MEMBER" TO WD-SOURCE
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2510-CHECK-ONE-MEMBER THRU 2510-EXIT
               UNTIL WS-EOF
           CLOSE MEMBERSHIP-FILE.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE MEM-NAME TO WS-CANDIDATE
           PERFORM 6000-MATCH-TEXT
           IF NOT WS-MATCH
               GO TO 2510-EXIT
           END-IF
           MOVE "M" TO WS-NEW-HIT-TYPE
           MOVE MEM-ID TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE MEM-ID TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "NOME " MEM-NAME " NASCIMENTO " MEM-BIRTH-DATE
               " MORADA " MEM-ADDRESS-1 " " MEM-ADDRESS-2
               " " MEM-POSTAL-CODE " " MEM-LOCALITY
               " AGREGADO " MEM-HOUSEHOLD-ID
               " CONTA " MEM-BANK-ACCT
               " ESTADO " MEM-STATUS-CODE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-SEARCH-PAYEES - PAYEE on name
      *-----------------------------------------------------------*
       2600-SEARCH-PAYEES.
           IF WS-NAME-LEN = ZEROS
               GO TO 2600-EXIT
           END-IF
           MOVE "PAYEE" TO WD-SOURCE
           OPEN INPUT PAYEE-MASTER
           IF NOT WS-FILE-OK
               PERFORM 7100-WRITE-UNAVAILABLE
               GO TO 2600-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 2610-CHECK-ONE-PAYEE THRU 2610-EXIT
               UNTIL WS-EOF
           CLOSE PAYEE-MASTER.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-PAYEE.
           READ PAYEE-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE PY-NAME TO WS-CANDIDATE
           PERFORM 6000-MATCH-TEXT
           IF NOT WS-MATCH
               GO TO 2610-EXIT
           END-IF
           MOVE "P" TO WS-NEW-HIT-TYPE
           MOVE PY-PAYEE-ID TO WS-NEW-HIT-KEY
           PERFORM 6100-ADD-HIT THRU 6100-EXIT
           MOVE PY-PAYEE-ID TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "NOME " PY-NAME " CONTA " PY-BANK-ACCT
               " TIPO " PY-DEDUCTION-TYPE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEARCH-BANK-REQUESTS - every BNKCHG request raised
      * against a record found
      *-----------------------------------------------------------*
       3000-SEARCH-BANK-REQUESTS.
           IF WS-HIT-COUNT = ZEROS
               GO TO 3000-EXIT
           END-IF
           MOVE "BNKCHG" TO WD-SOURCE
           OPEN INPUT BANK-CHANGE-FILE
           IF NOT WS-FILE-OK
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 3010-CHECK-ONE-REQUEST THRU 3010-EXIT
               UNTIL WS-EOF
           CLOSE BANK-CHANGE-FILE.
       3000-EXIT.
           EXIT.

       3010-CHECK-ONE-REQUEST.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3010-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-MATCH-SW
           PERFORM 3020-CHECK-ONE-HIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT OR WS-MATCH
           IF NOT WS-MATCH
               GO TO 3010-EXIT
           END-IF
           MOVE BC-REQUEST-NUMBER TO WD-KEY
           MOVE SPACES TO WD-TEXT
           STRING "FICHA " BC-MASTER-TYPE " " BC-MASTER-KEY
               " CAMPO " BC-FIELD-NAME
               " ANTERIOR " BC-OLD-VALUE " PEDIDO " BC-NEW-VALUE
               " POR " BC-REQUESTED-BY " EM " BC-REQUEST-DATE
               " ESTADO " BC-STATUS-CODE
               DELIMITED BY SIZE INTO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       3010-EXIT.
           EXIT.

       3020-CHECK-ONE-HIT.
           IF WHT-TYPE (WS-HIT-IDX) = BC-MASTER-TYPE
               AND WHT-KEY (WS-HIT-IDX) = BC-MASTER-KEY
               SET WS-MATCH TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-SEARCH-ONE-LOG - an audit trail or log, line by line:
      * a line carrying the number of a record found, or the name
      * or NIF anywhere in it, is printed as it stands
      *-----------------------------------------------------------*
       4000-SEARCH-ONE-LOG.
           MOVE WLT-FILE-NAME (WS-LOG-IDX) TO WS-SOURCE-FILE-NAME
           MOVE WLT-KEY-POS (WS-LOG-IDX) TO WS-KEY-POS
           MOVE WLT-KEY-LEN (WS-LOG-IDX) TO WS-KEY-LEN
           MOVE WS-SOURCE-FILE-NAME TO WD-SOURCE
           OPEN INPUT SOURCE-LOG
           IF NOT WS-FILE-OK
               GO TO 4000-EXIT
           END-IF
           SET WS-TEXT-NIF TO TRUE
           MOVE "N" TO WS-EOF-SW
           PERFORM 4010-CHECK-ONE-LINE THRU 4010-EXIT
               UNTIL WS-EOF
           MOVE "N" TO WS-TEXT-NIF-SW
           CLOSE SOURCE-LOG.
       4000-EXIT.
           EXIT.

       4010-CHECK-ONE-LINE.
           MOVE SPACES TO SOURCE-LOG-LINE
           READ SOURCE-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4010-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-MATCH-SW
           IF WS-KEY-POS NOT = ZEROS
               IF SOURCE-LOG-LINE (WS-KEY-POS:WS-KEY-LEN)
                   IS NUMERIC
                   MOVE SOURCE-LOG-LINE (WS-KEY-POS:WS-KEY-LEN)
                       TO WS-LINE-KEY
                   PERFORM 4020-CHECK-LINE-KEY
                       VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-HIT-COUNT OR WS-MATCH
               END-IF
           END-IF
           IF NOT WS-MATCH
               MOVE SOURCE-LOG-LINE TO WS-CANDIDATE
               PERFORM 6000-MATCH-TEXT
           END-IF
           IF NOT WS-MATCH
               GO TO 4010-EXIT
           END-IF
           MOVE SPACES TO WD-KEY
           MOVE SOURCE-LOG-LINE TO WD-TEXT
           PERFORM 7000-WRITE-DETAIL.
       4010-EXIT.
           EXIT.

       4020-CHECK-LINE-KEY.
           IF WHT-TYPE (WS-HIT-IDX) = WLT-HIT-TYPE (WS-LOG-IDX)
               AND WHT-KEY (WS-HIT-IDX) = WS-LINE-KEY
               SET WS-MATCH TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6000-MATCH-TEXT - the candidate in capitals holds the name
      * searched for, or (log lines only) the NIF
      *-----------------------------------------------------------*
       6000-MATCH-TEXT.
           MOVE "N" TO WS-MATCH-SW
           MOVE ZEROS TO WS-TALLY
           INSPECT WS-CANDIDATE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NAME-LEN NOT = ZEROS
               INSPECT WS-CANDIDATE TALLYING WS-TALLY
                   FOR ALL WS-SEARCH-NAME (1:WS-NAME-LEN)
           END-IF
           IF WS-TEXT-NIF
               AND WS-SUBJECT-NIF NOT = ZEROS
               INSPECT WS-CANDIDATE TALLYING WS-TALLY
                   FOR ALL WS-NIF-TEXT
           END-IF
           IF WS-TALLY > ZEROS
               SET WS-MATCH TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6100-ADD-HIT - a record found, kept once for the bank
      * requests and the audit trails
      *-----------------------------------------------------------*
       6100-ADD-HIT.
           MOVE "N" TO WS-MATCH-SW
           PERFORM 6110-CHECK-DUPLICATE
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT OR WS-MATCH
           IF WS-MATCH
               OR WS-HIT-COUNT = 50
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-NEW-HIT-TYPE TO WHT-TYPE (WS-HIT-COUNT)
           MOVE WS-NEW-HIT-KEY TO WHT-KEY (WS-HIT-COUNT).
       6100-EXIT.
           EXIT.

       6110-CHECK-DUPLICATE.
           IF WHT-TYPE (WS-HIT-IDX) = WS-NEW-HIT-TYPE
               AND WHT-KEY (WS-HIT-IDX) = WS-NEW-HIT-KEY
               SET WS-MATCH TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6200-ADOPT-NAME - a NIF keyed alone: the name of the first
      * record found under it is searched for from here on
      *-----------------------------------------------------------*
       6200-ADOPT-NAME.
           IF WS-NAME-LEN = ZEROS
               AND WS-FOUND-NAME NOT = SPACES
               MOVE WS-FOUND-NAME TO WS-SUBJECT-NAME
               PERFORM 1100-SET-SEARCH-NAME
               MOVE "NOME" TO WN-SOURCE
               MOVE SPACES TO WN-TEXT
               STRING "NOME ASSOCIADO AO NIF: " WS-SUBJECT-NAME
                   DELIMITED BY SIZE INTO WN-TEXT
               WRITE SUBJECT-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-WRITE-DETAIL / 7100-WRITE-UNAVAILABLE - report lines
      *-----------------------------------------------------------*
       7000-WRITE-DETAIL.
           WRITE SUBJECT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-FOUND-COUNT.

       7100-WRITE-UNAVAILABLE.
           MOVE WD-SOURCE TO WN-SOURCE
           MOVE "FICHEIRO INDISPONIVEL - NAO PESQUISADO" TO WN-TEXT
           WRITE SUBJECT-REPORT-LINE FROM WS-NOTE-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - count, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-FOUND-COUNT TO WT-FOUND-COUNT
           WRITE SUBJECT-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE SUBJECT-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-FOUND-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "SUBJACC: " WS-FOUND-COUNT
               " registos encontrados - ver SUBJRPT.".

       END PROGRAM SUBJACC.
