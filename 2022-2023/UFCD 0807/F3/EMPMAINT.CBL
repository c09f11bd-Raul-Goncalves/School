      *                 audited - the existing payroll population
      *                 could never acquire a validated NIF or IBAN
      *                 without being deleted and re-added.
      * 2026-10-15  RG  Record widened for EMP-HIRE-DATE, EMP-LEAVE-
      *                 DATE and EMP-SUBSIDY-TWELFTHS: the add action
      *                 captures the hire date and the twelfths
      *                 option, the change action re-keys the option
      *                 and the terminate action records the leaving
      *                 date, all audited, so the NETPAY subsidy run
      *                 can pro-rate hires and leavers.
      * 2026-10-15  RG  Record widened for EMP-NISS and EMP-CONTRACT-
      *                 TYPE; the add action captures both and the
      *                 change action re-keys them (zero NISS keeps
      *                 the current one), audited, for the employer
      *                 social security charge and declaration.
      * 2026-10-15  RG  Every hire, position change, department move,
      *                 base pay change and termination is now also
      *                 written to the EMPHIST employment history
      *                 under the date it takes effect (the business
      *                 date unless keyed), with the state before and
      *                 after - the add captures the position, the
      *                 change action re-keys the department and the
      *                 position, and the new H action lists an
      *                 employee's history with the date of the last
      *                 pay change.  An employee on file before the
      *                 history began gets the state found at the
      *                 first change as the opening record.
      * 2026-10-15  RG  A new or changed EMP-IBAN is no longer applied
      *                 here: it is raised as a pending request on
      *                 BNKCHG through the BNKREQ service and reaches
      *                 the pay file only when a second operator
      *                 approves it in BNKAPPR, so NETPAY pays to the
      *                 IBAN on file until then.
      * 2026-10-15  RG  The operator's password is taken with the id,
      *                 and the NIF and IBAN on file are shown through
      *                 the MASKSVC masking service - in full only to
      *                 an operator at the full-view level.
      * 2026-10-15  RG  The 500-entry maintenance table is gone, and
      *                 with it the save on exit: each employee is
      *                 found by a pass of EMPLOYEE-PAY, a change or
      *                 termination is rewritten in place as it is
      *                 confirmed and an add is appended - the MEMADDR
      *                 way.  The close recounts the file for the
      *                 FILCTL control record.
      * 2026-10-15  RG  A J adjustment line is no longer taken for the
      *                 employee's own record when an employee is looked
      *                 up or rewritten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EMPLOYEE-AUDIT ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYMENT-HISTORY ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       01  EMP-PAY-FILE-RECORD       PIC X(148).

       FD  EMPLOYEE-AUDIT.
       01  EMPLOYEE-AUDIT-LINE       PIC X(90).

       FD  EMPLOYMENT-HISTORY.
       COPY EMPHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY EMPPAY.

       COPY FILCTL.

       COPY BNKREQ.

       COPY MASKSVC.

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-HIST-EXISTS-SW     PIC X(01) VALUE "N".
               88  WS-HIST-EXISTS              VALUE "Y".
           05  WS-HIST-LIST-SW       PIC X(01) VALUE "N".
               88  WS-HIST-LIST                VALUE "Y".

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
           88  WS-EMPPAY-MISSING             VALUE "35".
       01  WS-HIST-STATUS            PIC XX.
           88  WS-HIST-OK                    VALUES "00" "05".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.
       01  WS-ACTION-CODE            PIC X(01).
           88  WS-ACTION-ADD               VALUE "A".
           88  WS-ACTION-CHANGE            VALUE "C".
           88  WS-ACTION-TERMINATE         VALUE "T".
           88  WS-ACTION-HISTORY           VALUE "H".
           88  WS-ACTION-EXIT              VALUE "0".
           88  WS-ACTION-VALID             VALUES "A" "C" "T" "H"
                                                  "0".

       01  WS-MAINT-FIELDS.
           05  WS-MAINT-ID           PIC 9(05).
           05  WS-NEW-AMOUNT         PIC 9(4)V99 VALUE ZEROS.
           05  WS-AMT-DISPLAY        PIC ZZZ9.99.
           05  WS-ENTRY-NIF          PIC 9(09) VALUE ZEROS.
           05  WS-ENTRY-IBAN         PIC X(25) VALUE SPACES.
           05  WS-ENTRY-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-ENTRY-NISS         PIC 9(11) VALUE ZEROS.
           05  WS-ENTRY-DEPT         PIC X(04) VALUE SPACES.
           05  WS-ENTRY-POSITION     PIC X(20) VALUE SPACES.

      *    the state before a change, and the history record about
      *    to be written
       01  WS-HISTORY-FIELDS.
           05  WS-BUSINESS-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-EFFECTIVE-DATE     PIC 9(08) VALUE ZEROS.
           05  WS-SAVE-EFFECTIVE-DATE PIC 9(08) VALUE ZEROS.
           05  WS-HIST-SEQ           PIC 9(03) VALUE ZEROS.
           05  WS-HIST-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-LAST-PAY-DATE      PIC 9(08) VALUE ZEROS.
           05  WS-CUR-POSITION       PIC X(20) VALUE SPACES.
           05  WS-OLD-DEPT           PIC X(04) VALUE SPACES.
           05  WS-OLD-POSITION       PIC X(20) VALUE SPACES.
           05  WS-OLD-PAG            PIC 9(4)V99 VALUE ZEROS.
           05  WHE-EVENT             PIC X(01) VALUE SPACE.
           05  WHE-DEPT              PIC X(04) VALUE SPACES.
           05  WHE-POSITION          PIC X(20) VALUE SPACES.
           05  WHE-PAY               PIC 9(4)V99 VALUE ZEROS.
           05  WHE-PREV-DEPT         PIC X(04) VALUE SPACES.
           05  WHE-PREV-POSITION     PIC X(20) VALUE SPACES.
           05  WHE-PREV-PAY          PIC 9(4)V99 VALUE ZEROS.

       01  WS-HISTORY-LINE.
           05  HL-DATE               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  HL-EVENT              PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  HL-DEPT               PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  HL-POSITION           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  HL-PAY                PIC ZZZ9.99.
           05  FILLER                PIC X(03) VALUE " < ".
           05  HL-PREV-PAY           PIC ZZZ9.99.

       01  WS-AUDIT-TIME-FIELDS.
           05  WS-AUDIT-DATE         PIC 9(08).
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - sign the operator on, check the pay file
      * can be opened and open the audit file
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN EXTEND EMPLOYEE-AUDIT
           OPEN I-O EMPLOYMENT-HISTORY
           IF NOT WS-HIST-OK
               MOVE "EMPMAINT" TO FE-PROGRAM-NAME
               MOVE "EMPHIST" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-HIST-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN INPUT EMPLOYEE-PAY-FILE
           EVALUATE TRUE
               WHEN WS-EMPPAY-OK
                   CLOSE EMPLOYEE-PAY-FILE
               WHEN WS-EMPPAY-MISSING
      *            first-ever run - the first add creates the file
                   CONTINUE
               WHEN OTHER
                   MOVE "EMPMAINT" TO FE-PROGRAM-NAME
                   CALL "FILERR" USING FILERR-LINKAGE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 2000-PROCESS-REQUEST - show the action menu and dispatch
      * one maintenance action
           DISPLAY "A - Adicionar empregado"
           DISPLAY "C - Alterar pagamento/descontos"
           DISPLAY "T - Marcar terminado"
           DISPLAY "H - Historico do empregado"
           DISPLAY "0 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-ACTION-CODE
           IF NOT WS-ACTION-VALID
                   PERFORM 4000-CHANGE-EMPLOYEE THRU 4000-EXIT
               WHEN WS-ACTION-TERMINATE
                   PERFORM 5000-TERMINATE-EMPLOYEE THRU 5000-EXIT
               WHEN WS-ACTION-HISTORY
                   PERFORM 5500-LIST-HISTORY THRU 5500-EXIT
               WHEN WS-ACTION-EXIT
                   MOVE "N" TO WS-CONTINUE-SW
           END-EVALUATE.
       3000-ADD-EMPLOYEE.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-MAINT-ID
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT
           IF WS-EMP-FOUND
               DISPLAY "Empregado ja existe."
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO EMP-PAY-RECORD
           MOVE WS-MAINT-ID TO EMP-ID
           DISPLAY "Nome: "
           END-IF
           DISPLAY "Departamento: "
           ACCEPT EMP-DEPT
           DISPLAY "Funcao: "
           ACCEPT WS-ENTRY-POSITION
           DISPLAY "Pagamento bruto: "
           ACCEPT EMP-PAG
           DISPLAY "Taxa: "
               END-IF
           END-IF
           DISPLAY "IBAN (branco = nenhum): "
           ACCEPT WS-ENTRY-IBAN
           IF WS-ENTRY-IBAN NOT = SPACES
               MOVE "I" TO FV-FUNCTION
               MOVE SPACES TO FV-FIELD
               MOVE WS-ENTRY-IBAN TO FV-FIELD(1:25)
               MOVE 25 TO FV-LENGTH
               CALL "FLDVAL" USING FLDVAL-LINKAGE
               IF FV-FIELD-INVALID
                   GO TO 3000-EXIT
               END-IF
           END-IF
           DISPLAY "Data de admissao (AAAAMMDD): "
           ACCEPT EMP-HIRE-DATE
           MOVE ZEROS TO EMP-LEAVE-DATE
           DISPLAY "Subsidios em duodecimos (Y/N): "
           ACCEPT EMP-SUBSIDY-TWELFTHS
           IF NOT EMP-TWELFTHS
               MOVE "N" TO EMP-SUBSIDY-TWELFTHS
           END-IF
           DISPLAY "NISS (0 = desconhecido): "
           ACCEPT EMP-NISS
           DISPLAY "Tipo de contrato SSRATE (branco = normal): "
           ACCEPT EMP-CONTRACT-TYPE
           IF EMP-CONTRACT-TYPE = SPACE
               MOVE "N" TO EMP-CONTRACT-TYPE
           END-IF
           SET EMP-ACTIVE TO TRUE
           PERFORM 7300-APPEND-EMPLOYEE
           MOVE "ADD"        TO AU-ACTION
           MOVE "REGISTO"    TO AU-FIELD
           MOVE SPACES       TO AU-OLD-VALUE
           MOVE EMP-NAME(1:15) TO AU-NEW-VALUE
           PERFORM 6000-WRITE-AUDIT
      *    the new employee starts with no IBAN - the one keyed
      *    waits on BNKCHG for a second operator's approval
           IF WS-ENTRY-IBAN NOT = SPACES
               PERFORM 6500-RAISE-IBAN-REQUEST
           END-IF
           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZEROS
               MOVE EMP-HIRE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE "H" TO WHE-EVENT
           MOVE EMP-DEPT TO WHE-DEPT
           MOVE WS-ENTRY-POSITION TO WHE-POSITION
           MOVE EMP-PAG TO WHE-PAY
           MOVE SPACES TO WHE-PREV-DEPT
           MOVE SPACES TO WHE-PREV-POSITION
           MOVE ZEROS TO WHE-PREV-PAY
           PERFORM 6100-WRITE-HISTORY.
       3000-EXIT.
           EXIT.

       4000-CHANGE-EMPLOYEE.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-MAINT-ID
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Empregado: " EMP-NAME
           MOVE "N" TO WS-HIST-LIST-SW
           PERFORM 6300-SCAN-HISTORY
           MOVE EMP-DEPT TO WS-OLD-DEPT
           MOVE WS-CUR-POSITION TO WS-OLD-POSITION
           MOVE EMP-PAG TO WS-OLD-PAG
           MOVE "CHG" TO AU-ACTION
           MOVE "PAG"      TO AU-FIELD
           MOVE EMP-PAG    TO WS-NEW-AMOUNT
           END-IF
           PERFORM 4200-CHANGE-NIF THRU 4200-EXIT
           PERFORM 4300-CHANGE-IBAN THRU 4300-EXIT
           MOVE "DUODECIMO" TO AU-FIELD
           MOVE EMP-SUBSIDY-TWELFTHS TO AU-OLD-VALUE
           DISPLAY "Subsidios em duodecimos atual: "
               EMP-SUBSIDY-TWELFTHS
           DISPLAY "Subsidios em duodecimos (Y/N): "
           ACCEPT EMP-SUBSIDY-TWELFTHS
           IF NOT EMP-TWELFTHS
               MOVE "N" TO EMP-SUBSIDY-TWELFTHS
           END-IF
           MOVE EMP-SUBSIDY-TWELFTHS TO AU-NEW-VALUE
           IF AU-NEW-VALUE NOT = AU-OLD-VALUE
               PERFORM 6000-WRITE-AUDIT
           END-IF
           PERFORM 4400-CHANGE-SOCIAL-SECURITY
           PERFORM 4500-CHANGE-ASSIGNMENT
           PERFORM 4600-RECORD-HISTORY THRU 4600-EXIT
           PERFORM 7200-REWRITE-EMPLOYEE THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CHANGE-NIF / 4300-CHANGE-IBAN - re-key with the FLDVAL
      * checksum; zero or blank keeps the current value, a failed
      * checksum keeps it too, and a real change is audited - a
      * new IBAN only as a request waiting for approval
      *-----------------------------------------------------------*
       4200-CHANGE-NIF.
           MOVE "N" TO MK-FIELD-TYPE
           MOVE EMP-NIF TO MK-VALUE
           PERFORM 6600-MASK-VALUE
           DISPLAY "NIF atual: " MK-DISPLAY-VALUE
           DISPLAY "Novo NIF (0 mantem): "
           ACCEPT WS-ENTRY-NIF
           IF WS-ENTRY-NIF = ZEROS
           EXIT.

       4300-CHANGE-IBAN.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE EMP-IBAN TO MK-VALUE
           PERFORM 6600-MASK-VALUE
           DISPLAY "IBAN atual: " MK-DISPLAY-VALUE
           DISPLAY "Novo IBAN (branco mantem): "
           ACCEPT WS-ENTRY-IBAN
           IF WS-ENTRY-IBAN = SPACES
                   " - mantido o atual."
               GO TO 4300-EXIT
           END-IF
           IF WS-ENTRY-IBAN = EMP-IBAN
               GO TO 4300-EXIT
           END-IF
           PERFORM 6500-RAISE-IBAN-REQUEST
           IF BQ-OK
               MOVE "PEDIDOIBAN" TO AU-FIELD
               MOVE EMP-IBAN(1:15) TO AU-OLD-VALUE
               MOVE WS-ENTRY-IBAN(1:15) TO AU-NEW-VALUE
               PERFORM 6000-WRITE-AUDIT
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-CHANGE-SOCIAL-SECURITY - re-key the NISS (zero keeps
      * the current one) and the SSRATE contract code, auditing
      * each one that moved
      *-----------------------------------------------------------*
       4400-CHANGE-SOCIAL-SECURITY.
           DISPLAY "NISS atual: " EMP-NISS
           DISPLAY "Novo NISS (0 mantem): "
           ACCEPT WS-ENTRY-NISS
           IF WS-ENTRY-NISS NOT = ZEROS
               MOVE "NISS" TO AU-FIELD
               MOVE EMP-NISS TO AU-OLD-VALUE
               MOVE WS-ENTRY-NISS TO EMP-NISS
               MOVE EMP-NISS TO AU-NEW-VALUE
               IF AU-NEW-VALUE NOT = AU-OLD-VALUE
                   PERFORM 6000-WRITE-AUDIT
               END-IF
           END-IF
           MOVE "CONTRATO" TO AU-FIELD
           MOVE EMP-CONTRACT-TYPE TO AU-OLD-VALUE
           DISPLAY "Tipo de contrato atual: " EMP-CONTRACT-TYPE
           DISPLAY "Novo tipo de contrato (branco = normal): "
           ACCEPT EMP-CONTRACT-TYPE
           IF EMP-CONTRACT-TYPE = SPACE
               MOVE "N" TO EMP-CONTRACT-TYPE
           END-IF
           MOVE EMP-CONTRACT-TYPE TO AU-NEW-VALUE
           IF AU-NEW-VALUE NOT = AU-OLD-VALUE
               PERFORM 6000-WRITE-AUDIT
           END-IF.

      *-----------------------------------------------------------*
      * 4500-CHANGE-ASSIGNMENT - re-key the department and the
      * position (blank keeps either), auditing each that moved
      *-----------------------------------------------------------*
       4500-CHANGE-ASSIGNMENT.
           MOVE WS-CUR-POSITION TO WS-ENTRY-POSITION
           DISPLAY "Departamento atual: " EMP-DEPT
           DISPLAY "Novo departamento (branco mantem): "
           ACCEPT WS-ENTRY-DEPT
           IF WS-ENTRY-DEPT NOT = SPACES
               MOVE "DEPT" TO AU-FIELD
               MOVE EMP-DEPT TO AU-OLD-VALUE
               MOVE WS-ENTRY-DEPT TO EMP-DEPT
               MOVE EMP-DEPT TO AU-NEW-VALUE
               IF AU-NEW-VALUE NOT = AU-OLD-VALUE
                   PERFORM 6000-WRITE-AUDIT
               END-IF
           END-IF
           DISPLAY "Funcao atual: " WS-CUR-POSITION
           DISPLAY "Nova funcao (branco mantem): "
           ACCEPT WS-ENTRY-POSITION
           IF WS-ENTRY-POSITION = SPACES
               MOVE WS-CUR-POSITION TO WS-ENTRY-POSITION
           ELSE
               MOVE "FUNCAO" TO AU-FIELD
               MOVE WS-CUR-POSITION(1:15) TO AU-OLD-VALUE
               MOVE WS-ENTRY-POSITION(1:15) TO AU-NEW-VALUE
               IF WS-ENTRY-POSITION NOT = WS-CUR-POSITION
                   PERFORM 6000-WRITE-AUDIT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4600-RECORD-HISTORY - a position, department or base pay
      * that moved goes to the employment history under the date
      * it takes effect, one record per kind of change, each
      * carrying the state reached so far.  An employee with no
      * history yet first gets the state found as the opening
      * record, dated at the hire.
      *-----------------------------------------------------------*
       4600-RECORD-HISTORY.
           IF WS-ENTRY-POSITION = WS-OLD-POSITION
               AND EMP-DEPT = WS-OLD-DEPT
               AND EMP-PAG = WS-OLD-PAG
               GO TO 4600-EXIT
           END-IF
           DISPLAY "Data efetiva das alteracoes (AAAAMMDD, 0 = "
               WS-BUSINESS-DATE "): "
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = ZEROS
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE WS-OLD-DEPT TO WHE-PREV-DEPT
           MOVE WS-OLD-POSITION TO WHE-PREV-POSITION
           MOVE WS-OLD-PAG TO WHE-PREV-PAY
           IF NOT WS-HIST-EXISTS
               PERFORM 4700-WRITE-OPENING-HISTORY
           END-IF
           MOVE WS-OLD-DEPT TO WHE-DEPT
           MOVE WS-OLD-POSITION TO WHE-POSITION
           MOVE WS-OLD-PAG TO WHE-PAY
           IF WS-ENTRY-POSITION NOT = WS-OLD-POSITION
               MOVE "P" TO WHE-EVENT
               MOVE WS-ENTRY-POSITION TO WHE-POSITION
               PERFORM 6100-WRITE-HISTORY
           END-IF
           IF EMP-DEPT NOT = WS-OLD-DEPT
               MOVE "D" TO WHE-EVENT
               MOVE EMP-DEPT TO WHE-DEPT
               PERFORM 6100-WRITE-HISTORY
           END-IF
           IF EMP-PAG NOT = WS-OLD-PAG
               MOVE "S" TO WHE-EVENT
               MOVE EMP-PAG TO WHE-PAY
               PERFORM 6100-WRITE-HISTORY
           END-IF.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4700-WRITE-OPENING-HISTORY - the state found, as the hire
      * record of an employee on file before the history began
      *-----------------------------------------------------------*
       4700-WRITE-OPENING-HISTORY.
           MOVE WS-EFFECTIVE-DATE TO WS-SAVE-EFFECTIVE-DATE
           IF EMP-HIRE-DATE NUMERIC
               AND EMP-HIRE-DATE NOT > WS-EFFECTIVE-DATE
               MOVE EMP-HIRE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE "H" TO WHE-EVENT
           MOVE WS-OLD-DEPT TO WHE-DEPT
           MOVE WS-OLD-POSITION TO WHE-POSITION
           MOVE WS-OLD-PAG TO WHE-PAY
           MOVE SPACES TO WHE-PREV-DEPT
           MOVE SPACES TO WHE-PREV-POSITION
           MOVE ZEROS TO WHE-PREV-PAY
           PERFORM 6100-WRITE-HISTORY
           MOVE WS-SAVE-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE WS-OLD-DEPT TO WHE-PREV-DEPT
           MOVE WS-OLD-POSITION TO WHE-PREV-POSITION
           MOVE WS-OLD-PAG TO WHE-PREV-PAY
           SET WS-HIST-EXISTS TO TRUE.

      *-----------------------------------------------------------*
      * 4100-CHANGE-ONE-AMOUNT - show one amount, accept its new
      * value, and audit the change when the value moved

      *-----------------------------------------------------------*
      * 5000-TERMINATE-EMPLOYEE - mark one employee terminated so
      * the NETPAY run skips them, record the leaving date the
      * subsidy run pro-rates by, and audit both changes
      *-----------------------------------------------------------*
       5000-TERMINATE-EMPLOYEE.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-MAINT-ID
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado."
               GO TO 5000-EXIT
           END-IF
           MOVE "CHG"      TO AU-ACTION
           MOVE "STATUS"   TO AU-FIELD
           MOVE EMP-STATUS-CODE TO AU-OLD-VALUE
           SET EMP-TERMINATED TO TRUE
           MOVE EMP-STATUS-CODE TO AU-NEW-VALUE
           PERFORM 6000-WRITE-AUDIT
           DISPLAY "Data de saida (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           MOVE "SAIDA"    TO AU-FIELD
           MOVE EMP-LEAVE-DATE TO AU-OLD-VALUE
           MOVE WS-ENTRY-DATE TO EMP-LEAVE-DATE
           MOVE EMP-LEAVE-DATE TO AU-NEW-VALUE
           PERFORM 6000-WRITE-AUDIT
           MOVE "N" TO WS-HIST-LIST-SW
           PERFORM 6300-SCAN-HISTORY
           IF EMP-LEAVE-DATE > ZEROS
               MOVE EMP-LEAVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE "T" TO WHE-EVENT
           MOVE EMP-DEPT TO WHE-DEPT
           MOVE EMP-DEPT TO WHE-PREV-DEPT
           MOVE WS-CUR-POSITION TO WHE-POSITION
           MOVE WS-CUR-POSITION TO WHE-PREV-POSITION
           MOVE EMP-PAG TO WHE-PAY
           MOVE EMP-PAG TO WHE-PREV-PAY
           PERFORM 6100-WRITE-HISTORY
           PERFORM 7200-REWRITE-EMPLOYEE THRU 7200-EXIT
           DISPLAY "Empregado " EMP-NAME " marcado terminado.".
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-LIST-HISTORY - show one employee's history oldest
      * first, and when the base pay last changed
      *-----------------------------------------------------------*
       5500-LIST-HISTORY.
           DISPLAY "Numero do empregado: "
           ACCEPT WS-MAINT-ID
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado."
               GO TO 5500-EXIT
           END-IF
           DISPLAY "Empregado: " EMP-NAME
           DISPLAY "DATA     T DEPT FUNCAO               "
               "   BASE   ANTERIOR"
           SET WS-HIST-LIST TO TRUE
           PERFORM 6300-SCAN-HISTORY
           IF NOT WS-HIST-EXISTS
               DISPLAY "Sem historico registado."
               GO TO 5500-EXIT
           END-IF
           DISPLAY WS-HIST-COUNT " registos; funcao atual: "
               WS-CUR-POSITION
           IF WS-LAST-PAY-DATE > ZEROS
               DISPLAY "Ultima alteracao salarial: " WS-LAST-PAY-DATE
           ELSE
               DISPLAY "Sem alteracoes salariais desde a admissao."
           END-IF.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-AUDIT - append one timestamped audit record for
      * the action just confirmed
           WRITE EMPLOYEE-AUDIT-LINE FROM WS-AUDIT-DETAIL.

      *-----------------------------------------------------------*
      * 6100-WRITE-HISTORY - write the staged history record under
      * WS-EFFECTIVE-DATE, after any already on that date
      *-----------------------------------------------------------*
       6100-WRITE-HISTORY.
           PERFORM 6150-NEXT-SEQUENCE THRU 6150-EXIT
           MOVE WS-MAINT-ID TO HS-EMP-ID
           MOVE WS-EFFECTIVE-DATE TO HS-EFFECTIVE-DATE
           MOVE WS-HIST-SEQ TO HS-SEQUENCE
           MOVE WHE-EVENT TO HS-EVENT-TYPE
           MOVE WHE-DEPT TO HS-DEPT
           MOVE WHE-POSITION TO HS-POSITION
           MOVE WHE-PAY TO HS-BASE-PAY
           MOVE WHE-PREV-DEPT TO HS-PREV-DEPT
           MOVE WHE-PREV-POSITION TO HS-PREV-POSITION
           MOVE WHE-PREV-PAY TO HS-PREV-BASE-PAY
           MOVE EMP-PAY-FREQ TO HS-PAY-FREQ
           MOVE WS-OPERATOR-ID TO HS-OPERATOR
           MOVE WS-BUSINESS-DATE TO HS-ENTRY-DATE
           WRITE EMPLOYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Historico nao gravado: " HS-KEY
           END-WRITE.

      *-----------------------------------------------------------*
      * 6150-NEXT-SEQUENCE - one past the highest sequence already
      * used by this employee on the effective date
      *-----------------------------------------------------------*
       6150-NEXT-SEQUENCE.
           MOVE 1 TO WS-HIST-SEQ
           MOVE WS-MAINT-ID TO HS-EMP-ID
           MOVE WS-EFFECTIVE-DATE TO HS-EFFECTIVE-DATE
           MOVE ZEROS TO HS-SEQUENCE
           START EMPLOYMENT-HISTORY KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   GO TO 6150-EXIT
           END-START
           MOVE "N" TO WS-HIST-EOF-SW
           PERFORM 6160-READ-SAME-DATE
               UNTIL WS-HIST-EOF.
       6150-EXIT.
           EXIT.

       6160-READ-SAME-DATE.
           READ EMPLOYMENT-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HS-EMP-ID NOT = WS-MAINT-ID
                   OR HS-EFFECTIVE-DATE NOT = WS-EFFECTIVE-DATE
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF HS-SEQUENCE NOT < WS-HIST-SEQ
                       COMPUTE WS-HIST-SEQ = HS-SEQUENCE + 1
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 6300-SCAN-HISTORY - read the employee's history oldest first
      * for the current position, the date of the last pay change
      * and whether any history exists, listing each record when
      * WS-HIST-LIST is set
      *-----------------------------------------------------------*
       6300-SCAN-HISTORY.
           MOVE "N" TO WS-HIST-EXISTS-SW
           MOVE SPACES TO WS-CUR-POSITION
           MOVE ZEROS TO WS-LAST-PAY-DATE
           MOVE ZEROS TO WS-HIST-COUNT
           MOVE WS-MAINT-ID TO HS-EMP-ID
           MOVE ZEROS TO HS-EFFECTIVE-DATE
           MOVE ZEROS TO HS-SEQUENCE
           MOVE "N" TO WS-HIST-EOF-SW
           START EMPLOYMENT-HISTORY KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START
           PERFORM 6310-SCAN-ONE-RECORD
               UNTIL WS-HIST-EOF.

       6310-SCAN-ONE-RECORD.
           READ EMPLOYMENT-HISTORY NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               IF HS-EMP-ID NOT = WS-MAINT-ID
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   SET WS-HIST-EXISTS TO TRUE
                   ADD 1 TO WS-HIST-COUNT
                   MOVE HS-POSITION TO WS-CUR-POSITION
                   IF HS-PAY-CHANGE
                       MOVE HS-EFFECTIVE-DATE TO WS-LAST-PAY-DATE
                   END-IF
                   IF WS-HIST-LIST
                       MOVE HS-EFFECTIVE-DATE TO HL-DATE
                       MOVE HS-EVENT-TYPE TO HL-EVENT
                       MOVE HS-DEPT TO HL-DEPT
                       MOVE HS-POSITION TO HL-POSITION
                       MOVE HS-BASE-PAY TO HL-PAY
                       MOVE HS-PREV-BASE-PAY TO HL-PREV-PAY
                       DISPLAY WS-HISTORY-LINE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 6500-RAISE-IBAN-REQUEST - WS-ENTRY-IBAN raised as a pending
      * change to the employee's IBAN; EMP-IBAN is left as it is
      *-----------------------------------------------------------*
       6500-RAISE-IBAN-REQUEST.
           MOVE "E" TO BQ-MASTER-TYPE
           MOVE WS-MAINT-ID TO BQ-MASTER-KEY
           MOVE "IBAN" TO BQ-FIELD-NAME
           MOVE EMP-IBAN TO BQ-OLD-VALUE
           MOVE WS-ENTRY-IBAN TO BQ-NEW-VALUE
           MOVE WS-OPERATOR-ID TO BQ-OPERATOR
           CALL "BNKREQ" USING BNKREQ-LINKAGE
           EVALUATE TRUE
               WHEN BQ-OK
                   DISPLAY "Pedido de alteracao do IBAN "
                       BQ-REQUEST-NUMBER
                       " registado - aguarda aprovacao."
               WHEN BQ-ALREADY-PENDING
                   DISPLAY "Ja existe um pedido pendente para este "
                       "empregado - IBAN mantido."
               WHEN BQ-NO-OPERATOR
                   DISPLAY "Sem operador identificado - IBAN "
                       "mantido."
               WHEN OTHER
                   DISPLAY "Ficheiro BNKCHG indisponivel - IBAN "
                       "mantido."
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 6600-MASK-VALUE - the NIF or IBAN in MK-VALUE as this
      * operator may see it
      *-----------------------------------------------------------*
       6600-MASK-VALUE.
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "EMPMAINT" TO MK-PROGRAM-NAME
           MOVE EMP-ID TO MK-RECORD-KEY
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

      *-----------------------------------------------------------*
      * 7000-FIND-EMPLOYEE - one pass of the pay file for
      * WS-MAINT-ID, the record found left in EMP-PAY-RECORD
      *-----------------------------------------------------------*
       7000-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-READ-ONE-EMPLOYEE THRU 7100-EXIT
               UNTIL WS-EOF OR WS-EMP-FOUND
           CLOSE EMPLOYEE-PAY-FILE.
       7000-EXIT.
           EXIT.

       7100-READ-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
      *    position 81 is EMP-REC-TYPE - a J adjustment line is
      *    not the employee's own record
           IF EMP-PAY-FILE-RECORD(1:5) = WS-MAINT-ID
               AND EMP-PAY-FILE-RECORD(81:1) NOT = "J"
               MOVE EMP-PAY-FILE-RECORD TO EMP-PAY-RECORD
               SET WS-EMP-FOUND TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-REWRITE-EMPLOYEE - the maintained EMP-PAY-RECORD back
      * over its own record on the pay file
      *-----------------------------------------------------------*
       7200-REWRITE-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EOF-SW
           OPEN I-O EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               MOVE "EMPMAINT" TO FE-PROGRAM-NAME
               MOVE "EMPPAY" TO FE-FILE-NAME
               MOVE "OPEN" TO FE-OPERATION
               MOVE WS-EMPPAY-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
               GO TO 7200-EXIT
           END-IF
           PERFORM 7210-SCAN-TO-EMPLOYEE THRU 7210-EXIT
               UNTIL WS-EOF OR WS-EMP-FOUND
           IF WS-EMP-FOUND
               REWRITE EMP-PAY-FILE-RECORD FROM EMP-PAY-RECORD
           END-IF
           CLOSE EMPLOYEE-PAY-FILE.
       7200-EXIT.
           EXIT.

       7210-SCAN-TO-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7210-EXIT
           END-READ
           IF EMP-PAY-FILE-RECORD(1:5) = WS-MAINT-ID
               AND EMP-PAY-FILE-RECORD(81:1) NOT = "J"
               SET WS-EMP-FOUND TO TRUE
           END-IF.
       7210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7300-APPEND-EMPLOYEE - a new employee onto the end of the
      * pay file; the first add of all creates it
      *-----------------------------------------------------------*
       7300-APPEND-EMPLOYEE.
           OPEN EXTEND EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-MISSING
               OPEN OUTPUT EMPLOYEE-PAY-FILE
           END-IF
           WRITE EMP-PAY-FILE-RECORD FROM EMP-PAY-RECORD
           CLOSE EMPLOYEE-PAY-FILE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - recount the pay file for its control record
      * and close the audit trail
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE ZEROS TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-OK
               PERFORM 8100-COUNT-ONE-EMPLOYEE THRU 8100-EXIT
                   UNTIL WS-EOF
               CLOSE EMPLOYEE-PAY-FILE
           END-IF
           CLOSE EMPLOYEE-AUDIT
           CLOSE EMPLOYMENT-HISTORY
           MOVE "EMPPAY" TO FC-FILE-NAME
           MOVE "EMPMAINT" TO FC-CALLER
           ACCEPT FC-BUSINESS-DATE FROM DATE YYYYMMDD
           SET FC-REQUEST-UPDATE TO TRUE
           CALL "FILCTL" USING FILCTL-LINKAGE
           DISPLAY "Ficheiro EMPPAY: " FC-RECORD-COUNT
               " registos.".

       8100-COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ
           MOVE EMP-PAY-FILE-RECORD TO EMP-PAY-RECORD
           ADD 1 TO FC-RECORD-COUNT
           IF NOT EMP-ADJ-REC
               ADD EMP-PAG TO FC-HASH-TOTAL
           END-IF.
       8100-EXIT.
           EXIT.

       END PROGRAM EMPMAINT.
