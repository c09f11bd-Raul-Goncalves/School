       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKAPPR.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Second-operator approval of bank-detail
      *                changes.  EMPMAINT, CUSTMNT, MEMBKMNT, PAYEMNT,
      *                SUPPMNT and STUBKMNT no longer change an IBAN
      *                or bank account themselves: they raise a
      *                pending request on BNKCHG.  Here an operator
      *                signs on against OPERATOR, the pending requests
      *                are listed, and each is approved or rejected -
      *                only by an operator other than the one who
      *                raised it and of a higher OP-LEVEL.  Approval
      *                writes the new value to the master (EMPPAY,
      *                CUSTMAST, MEMBER, PAYEE, SUPPMAST or STUBANK);
      *                until then NETPAY, REMITRUN, MEMDD, APPAYRUN
      *                and ALLOWRUN go on paying to the details on
      *                file.  A request whose master no longer holds
      *                the value it was raised against, or is not on
      *                file yet, stays pending.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Member table entries widened to the 149-byte
      *                 record carrying the postal code and locality.
      * 2026-10-15  RG  Old and new values on the request list and
      *                 the value found on a master shown through the
      *                 MASKSVC masking service - in full only to an
      *                 approver at the full-view level.
      * 2026-10-15  RG  EMPPAY and MEMBER are no longer loaded whole
      *                 and written back: the record is found by a
      *                 pass of the file and rewritten in place, and
      *                 only the employee's pay record (not a J line)
      *                 takes the IBAN.  PAYEE is copied through the
      *                 PAYEEWK work file with the changed record in
      *                 it, and the requester's level is read from
      *                 OPERATOR, so no table limits the masters.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL BANK-CHANGE-FILE ASSIGN TO "BNKCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-REQUEST-NUMBER
               ALTERNATE RECORD KEY IS BC-ENTITY
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT PAYEE-WORK-FILE ASSIGN TO "PAYEEWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-WORK-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL STUDENT-BANK-FILE ASSIGN TO "STUBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-NUMERO
               FILE STATUS IS WS-BANK-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  BANK-CHANGE-FILE.
       COPY BNKCHG.

       FD  EMPLOYEE-PAY-FILE.
       01  EMP-PAY-FILE-RECORD       PIC X(148).

       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  PAYEE-MASTER.
       01  PAYEE-FILE-RECORD         PIC X(47).

       FD  PAYEE-WORK-FILE.
       01  PAYEE-WORK-RECORD         PIC X(47).

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  STUDENT-BANK-FILE.
       COPY STUBANK.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY EMPPAY.

       COPY PAYEE.

       COPY FILCTL.

       COPY CHGJRNL.

       COPY MASKSVC.

       01  WS-OPER-STATUS            PIC XX VALUE "00".
           88  WS-OPER-OK                    VALUE "00".
       01  WS-CHG-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-CHG-OK                     VALUES "00" "05".
       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-MEMBER-STATUS          PIC XX.
           88  WS-MEMBER-OK                  VALUE "00".
       01  WS-PAYEE-STATUS           PIC XX.
           88  WS-PAYEE-OK                   VALUE "00".
       01  WS-PAYEE-WORK-STATUS      PIC XX.
           88  WS-PAYEE-WORK-OK              VALUE "00".
       01  WS-CUST-STATUS            PIC XX.
           88  WS-CUST-OK                    VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX.
           88  WS-SUPP-OK                    VALUES "00" "05".
       01  WS-BANK-STATUS            PIC XX.
           88  WS-BANK-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-SIGNON-SW          PIC X(01) VALUE "N".
               88  WS-SIGNON-OK                VALUE "Y".
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-OPER-EOF                 VALUE "Y".
           05  WS-CHG-EOF-SW         PIC X(01) VALUE "N".
               88  WS-CHG-EOF                  VALUE "Y".
           05  WS-LOAD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-LOAD-EOF                 VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-RECORD-FOUND             VALUE "Y".
           05  WS-MISMATCH-SW        PIC X(01) VALUE "N".
               88  WS-MISMATCH                 VALUE "Y".
           05  WS-APPLIED-SW         PIC X(01) VALUE "N".
               88  WS-APPLIED                  VALUE "Y".
           05  WS-MEMBER-CHANGED-SW  PIC X(01) VALUE "N".
               88  WS-MEMBER-CHANGED           VALUE "Y".
           05  WS-DECISION           PIC X(01).
               88  WS-DECISION-APPROVE         VALUES "A" "a".
               88  WS-DECISION-REJECT          VALUES "R" "r".

       01  WS-SIGNON-FIELDS.
           05  WS-OPERATOR-ID        PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-PASSWORD  PIC X(10) VALUE SPACES.
           05  WS-APPROVER-LEVEL     PIC 9(01) VALUE ZERO.
           05  WS-REQUESTER-LEVEL    PIC 9(01) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-ENTRY-REQUEST      PIC 9(07) VALUE ZEROS.
           05  WS-PENDING-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-APPROVED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-REQUEST-LINE.
           05  RL-NUMBER             PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-TYPE               PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-KEY                PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-FIELD              PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-OLD-VALUE          PIC X(25).
           05  FILLER                PIC X(03) VALUE " > ".
           05  RL-NEW-VALUE          PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-REQUESTED-BY       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-REQUEST-DATE       PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-SIGN-ON THRU 0500-EXIT
           IF NOT WS-SIGNON-OK
               DISPLAY "Acesso recusado."
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-CONTINUE
               PERFORM 2000-LIST-PENDING THRU 2000-EXIT
           END-IF
           PERFORM 3000-DECIDE-ONE-REQUEST THRU 3000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-SIGN-ON - the approver's id and password checked on
      * OPERATOR
      *-----------------------------------------------------------*
       0500-SIGN-ON.
           DISPLAY "Operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-CHECK-ONE-OPERATOR THRU 0510-EXIT
               UNTIL WS-OPER-EOF OR WS-SIGNON-OK
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
               AND OP-PASSWORD = WS-OPERATOR-PASSWORD
               AND OP-OPER-ACTIVE
               SET WS-SIGNON-OK TO TRUE
               MOVE OP-LEVEL TO WS-APPROVER-LEVEL
           END-IF.
       0510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date for the decision, and the
      * request file and indexed masters opened
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
           OPEN I-O BANK-CHANGE-FILE
           IF NOT WS-CHG-OK
               DISPLAY "Erro ao abrir BNKCHG: " WS-CHG-STATUS
               MOVE "N" TO WS-CONTINUE-SW
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O SUPPLIER-MASTER
           OPEN I-O STUDENT-BANK-FILE.

      *-----------------------------------------------------------*
      * 2000-LIST-PENDING - every request still waiting, in request
      * number order
      *-----------------------------------------------------------*
       2000-LIST-PENDING.
           MOVE ZEROS TO WS-PENDING-COUNT
           MOVE "N" TO WS-CHG-EOF-SW
           MOVE ZEROS TO BC-REQUEST-NUMBER
           START BANK-CHANGE-FILE KEY NOT < BC-REQUEST-NUMBER
               INVALID KEY
                   SET WS-CHG-EOF TO TRUE
           END-START
           DISPLAY "PEDIDO  T FICHA CAMPO VALOR ATUAL"
               "               > VALOR PEDIDO              "
               "PEDIDO POR DATA"
           PERFORM 2100-LIST-ONE-REQUEST THRU 2100-EXIT
               UNTIL WS-CHG-EOF
           DISPLAY "Pedidos pendentes: " WS-PENDING-COUNT.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-REQUEST.
           READ BANK-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-CHG-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT BC-PENDING
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 2200-FORMAT-REQUEST
           DISPLAY WS-REQUEST-LINE.
       2100-EXIT.
           EXIT.

       2200-FORMAT-REQUEST.
           MOVE BC-REQUEST-NUMBER TO RL-NUMBER
           MOVE BC-MASTER-TYPE TO RL-TYPE
           MOVE BC-MASTER-KEY TO RL-KEY
           MOVE BC-FIELD-NAME TO RL-FIELD
           MOVE BC-OLD-VALUE TO MK-VALUE
           PERFORM 2300-MASK-BANK-VALUE
           MOVE MK-DISPLAY-VALUE TO RL-OLD-VALUE
           MOVE BC-NEW-VALUE TO MK-VALUE
           PERFORM 2300-MASK-BANK-VALUE
           MOVE MK-DISPLAY-VALUE TO RL-NEW-VALUE
           MOVE BC-REQUESTED-BY TO RL-REQUESTED-BY
           MOVE BC-REQUEST-DATE TO RL-REQUEST-DATE.

      *-----------------------------------------------------------*
      * 2300-MASK-BANK-VALUE - the account or IBAN in MK-VALUE as
      * this approver may see it
      *-----------------------------------------------------------*
       2300-MASK-BANK-VALUE.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "BNKAPPR" TO MK-PROGRAM-NAME
           MOVE BC-MASTER-KEY TO MK-RECORD-KEY
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

      *-----------------------------------------------------------*
      * 3000-DECIDE-ONE-REQUEST - one request picked; the approver
      * must not be the requester and must hold a higher level
      *-----------------------------------------------------------*
       3000-DECIDE-ONE-REQUEST.
           DISPLAY " "
           DISPLAY "Numero do pedido (0 para sair): "
           ACCEPT WS-ENTRY-REQUEST
           IF WS-ENTRY-REQUEST = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-REQUEST TO BC-REQUEST-NUMBER
           READ BANK-CHANGE-FILE
               INVALID KEY
                   DISPLAY "Pedido inexistente."
                   GO TO 3000-EXIT
           END-READ
           IF NOT BC-PENDING
               DISPLAY "Pedido ja decidido (" BC-STATUS-CODE ") por "
                   BC-DECIDED-BY "."
               GO TO 3000-EXIT
           END-IF
           IF BC-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "Quem pediu a alteracao nao a pode aprovar."
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-FIND-REQUESTER-LEVEL THRU 3100-EXIT
           IF WS-APPROVER-LEVEL NOT > WS-REQUESTER-LEVEL
               DISPLAY "A decisao exige um nivel superior ao de "
                   BC-REQUESTED-BY " (nivel " WS-REQUESTER-LEVEL ")."
               GO TO 3000-EXIT
           END-IF
           PERFORM 2200-FORMAT-REQUEST
           DISPLAY WS-REQUEST-LINE
           DISPLAY "A-Aprovar  R-Rejeitar  outra-Nada: "
           ACCEPT WS-DECISION
           IF NOT WS-DECISION-APPROVE AND NOT WS-DECISION-REJECT
               GO TO 3000-EXIT
           END-IF
           IF WS-DECISION-REJECT
               DISPLAY "Motivo da rejeicao: "
               ACCEPT BC-REJECT-REASON
               SET BC-REJECTED TO TRUE
           ELSE
               PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
               IF NOT WS-APPLIED
                   DISPLAY "Pedido mantido pendente."
                   GO TO 3000-EXIT
               END-IF
               SET BC-APPROVED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO BC-DECIDED-BY
           MOVE WS-RUN-DATE TO BC-DECISION-DATE
           REWRITE BANK-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o pedido "
                       BC-REQUEST-NUMBER "."
                   GO TO 3000-EXIT
           END-REWRITE
           IF BC-APPROVED
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Pedido aprovado - dados bancarios alterados."
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Pedido rejeitado."
           END-IF.
       3000-EXIT.
           EXIT.

      *    an operator no longer on file counts as level zero
       3100-FIND-REQUESTER-LEVEL.
           MOVE ZERO TO WS-REQUESTER-LEVEL
           MOVE "N" TO WS-OPER-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-MATCH-ONE-OPERATOR THRU 3110-EXIT
               UNTIL WS-OPER-EOF OR WS-RECORD-FOUND
           CLOSE OPERATOR-FILE.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF OP-ID = BC-REQUESTED-BY
               MOVE OP-LEVEL TO WS-REQUESTER-LEVEL
               SET WS-RECORD-FOUND TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPLY-CHANGE - the approved value written to its
      * master; WS-APPLIED says whether it took
      *-----------------------------------------------------------*
       4000-APPLY-CHANGE.
           MOVE "N" TO WS-APPLIED-SW
           EVALUATE TRUE
               WHEN BC-EMPLOYEE
                   PERFORM 4100-APPLY-EMPLOYEE THRU 4100-EXIT
               WHEN BC-MEMBER
                   PERFORM 4200-APPLY-MEMBER THRU 4200-EXIT
               WHEN BC-PAYEE
                   PERFORM 4300-APPLY-PAYEE THRU 4300-EXIT
               WHEN BC-CUSTOMER
                   PERFORM 4400-APPLY-CUSTOMER THRU 4400-EXIT
               WHEN BC-SUPPLIER
                   PERFORM 4500-APPLY-SUPPLIER THRU 4500-EXIT
               WHEN BC-TRAINEE
                   PERFORM 4600-APPLY-TRAINEE THRU 4600-EXIT
               WHEN OTHER
                   DISPLAY "Tipo de ficha desconhecido."
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-APPLY-EMPLOYEE - one pass of EMPPAY: the employee's
      * pay record has EMP-IBAN changed and is rewritten in place
      * (the J adjustment lines carry a copy of the IBAN and are
      * left alone), and the whole file is counted for its FILECTL
      * control
      *-----------------------------------------------------------*
       4100-APPLY-EMPLOYEE.
           MOVE "N" TO WS-LOAD-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MISMATCH-SW
           MOVE ZEROS TO FC-RECORD-COUNT
           MOVE ZEROS TO FC-HASH-TOTAL
           OPEN I-O EMPLOYEE-PAY-FILE
           IF NOT WS-EMPPAY-OK
               DISPLAY "Ficheiro EMPPAY indisponivel."
               GO TO 4100-EXIT
           END-IF
           PERFORM 4110-SCAN-ONE-EMPLOYEE THRU 4110-EXIT
               UNTIL WS-LOAD-EOF
           CLOSE EMPLOYEE-PAY-FILE
           IF NOT WS-RECORD-FOUND
               DISPLAY "Empregado ainda nao gravado no EMPPAY."
               GO TO 4100-EXIT
           END-IF
           IF WS-MISMATCH
               GO TO 4100-EXIT
           END-IF
           MOVE "EMPPAY" TO FC-FILE-NAME
           MOVE "BNKAPPR" TO FC-CALLER
           MOVE WS-RUN-DATE TO FC-BUSINESS-DATE
           SET FC-REQUEST-UPDATE TO TRUE
           CALL "FILCTL" USING FILCTL-LINKAGE
           SET WS-APPLIED TO TRUE.
       4100-EXIT.
           EXIT.

       4110-SCAN-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ
           MOVE EMP-PAY-FILE-RECORD TO EMP-PAY-RECORD
           ADD 1 TO FC-RECORD-COUNT
           IF NOT EMP-ADJ-REC
               ADD EMP-PAG TO FC-HASH-TOTAL
           END-IF
           IF WS-RECORD-FOUND
               OR EMP-ADJ-REC
               OR EMP-PAY-FILE-RECORD(1:5) NOT = BC-MASTER-KEY
               GO TO 4110-EXIT
           END-IF
           SET WS-RECORD-FOUND TO TRUE
           IF EMP-IBAN NOT = BC-OLD-VALUE
               MOVE EMP-IBAN TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "O IBAN atual ja nao e o do pedido: "
                   MK-DISPLAY-VALUE
               SET WS-MISMATCH TO TRUE
               GO TO 4110-EXIT
           END-IF
           MOVE BC-NEW-VALUE TO EMP-IBAN
           REWRITE EMP-PAY-FILE-RECORD FROM EMP-PAY-RECORD.
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-APPLY-MEMBER - MEMBER read to the member, whose
      * MEM-BANK-ACCT is changed and rewritten in place; FCBUILD
      * refreshes the controls at the end of the session
      *-----------------------------------------------------------*
       4200-APPLY-MEMBER.
           MOVE "N" TO WS-LOAD-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MISMATCH-SW
           OPEN I-O MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-SCAN-ONE-MEMBER THRU 4210-EXIT
               UNTIL WS-LOAD-EOF OR WS-RECORD-FOUND
           CLOSE MEMBERSHIP-FILE
           IF NOT WS-RECORD-FOUND
               DISPLAY "Socio inexistente no MEMBER."
               GO TO 4200-EXIT
           END-IF
           IF WS-MISMATCH
               GO TO 4200-EXIT
           END-IF
           SET WS-MEMBER-CHANGED TO TRUE
           SET WS-APPLIED TO TRUE.
       4200-EXIT.
           EXIT.

       4210-SCAN-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ
           IF MEM-ID NOT = BC-MASTER-KEY
               GO TO 4210-EXIT
           END-IF
           SET WS-RECORD-FOUND TO TRUE
           IF MEM-BANK-ACCT NOT = BC-OLD-VALUE
               MOVE MEM-BANK-ACCT TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "A conta atual ja nao e a do pedido: "
                   MK-DISPLAY-VALUE
               SET WS-MISMATCH TO TRUE
               GO TO 4210-EXIT
           END-IF
           MOVE BC-NEW-VALUE TO MEM-BANK-ACCT
           REWRITE MEMBERSHIP-RECORD.
       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-APPLY-PAYEE - the payee found and checked on PAYEE,
      * then the file copied through PAYEEWK with PY-BANK-ACCT
      * changed and copied back
      *-----------------------------------------------------------*
       4300-APPLY-PAYEE.
           MOVE "N" TO WS-LOAD-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           OPEN INPUT PAYEE-MASTER
           IF NOT WS-PAYEE-OK
               DISPLAY "Ficheiro PAYEE indisponivel."
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-FIND-ONE-PAYEE THRU 4310-EXIT
               UNTIL WS-LOAD-EOF OR WS-RECORD-FOUND
           CLOSE PAYEE-MASTER
           IF NOT WS-RECORD-FOUND
               DISPLAY "Beneficiario ainda nao gravado no PAYEE."
               GO TO 4300-EXIT
           END-IF
           IF PY-BANK-ACCT NOT = BC-OLD-VALUE
               MOVE PY-BANK-ACCT TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "A conta atual ja nao e a do pedido: "
                   MK-DISPLAY-VALUE
               GO TO 4300-EXIT
           END-IF
           OPEN OUTPUT PAYEE-WORK-FILE
           IF NOT WS-PAYEE-WORK-OK
               DISPLAY "Ficheiro PAYEEWK indisponivel."
               GO TO 4300-EXIT
           END-IF
           MOVE "N" TO WS-LOAD-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           OPEN INPUT PAYEE-MASTER
           PERFORM 4320-COPY-ONE-PAYEE THRU 4320-EXIT
               UNTIL WS-LOAD-EOF
           CLOSE PAYEE-MASTER
           CLOSE PAYEE-WORK-FILE
           MOVE "N" TO WS-LOAD-EOF-SW
           OPEN INPUT PAYEE-WORK-FILE
           OPEN OUTPUT PAYEE-MASTER
           PERFORM 4330-RESTORE-ONE-PAYEE THRU 4330-EXIT
               UNTIL WS-LOAD-EOF
           CLOSE PAYEE-WORK-FILE
           CLOSE PAYEE-MASTER
           SET WS-APPLIED TO TRUE.
       4300-EXIT.
           EXIT.

       4310-FIND-ONE-PAYEE.
           READ PAYEE-MASTER
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO 4310-EXIT
           END-READ
           IF PAYEE-FILE-RECORD(1:3) = BC-MASTER-KEY(3:3)
               MOVE PAYEE-FILE-RECORD TO PAYEE-MASTER-RECORD
               SET WS-RECORD-FOUND TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

       4320-COPY-ONE-PAYEE.
           READ PAYEE-MASTER
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO 4320-EXIT
           END-READ
           MOVE PAYEE-FILE-RECORD TO PAYEE-WORK-RECORD
           IF PAYEE-FILE-RECORD(1:3) = BC-MASTER-KEY(3:3)
               AND NOT WS-RECORD-FOUND
               MOVE PAYEE-FILE-RECORD TO PAYEE-MASTER-RECORD
               MOVE BC-NEW-VALUE TO PY-BANK-ACCT
               MOVE PAYEE-MASTER-RECORD TO PAYEE-WORK-RECORD
               SET WS-RECORD-FOUND TO TRUE
           END-IF
           WRITE PAYEE-WORK-RECORD.
       4320-EXIT.
           EXIT.

       4330-RESTORE-ONE-PAYEE.
           READ PAYEE-WORK-FILE
               AT END
                   SET WS-LOAD-EOF TO TRUE
                   GO TO 4330-EXIT
           END-READ
           MOVE PAYEE-WORK-RECORD TO PAYEE-FILE-RECORD
           WRITE PAYEE-FILE-RECORD.
       4330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-APPLY-CUSTOMER / 4500-APPLY-SUPPLIER - the indexed
      * masters rewritten in place and journalled for ROLLFWD
      *-----------------------------------------------------------*
       4400-APPLY-CUSTOMER.
           MOVE BC-MASTER-KEY TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente inexistente no CUSTMAST."
                   GO TO 4400-EXIT
           END-READ
           IF CU-IBAN NOT = BC-OLD-VALUE
               MOVE CU-IBAN TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "O IBAN atual ja nao e o do pedido: "
                   MK-DISPLAY-VALUE
               GO TO 4400-EXIT
           END-IF
           MOVE BC-NEW-VALUE TO CU-IBAN
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o cliente."
                   GO TO 4400-EXIT
           END-REWRITE
           MOVE "CUSTMAST" TO CJ-FILE-NAME
           SET CJ-OP-REWRITE TO TRUE
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE
           SET WS-APPLIED TO TRUE.
       4400-EXIT.
           EXIT.

       4500-APPLY-SUPPLIER.
           MOVE BC-MASTER-KEY TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fornecedor inexistente no SUPPMAST."
                   GO TO 4500-EXIT
           END-READ
           IF SP-IBAN NOT = BC-OLD-VALUE
               MOVE SP-IBAN TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "O IBAN atual ja nao e o do pedido: "
                   MK-DISPLAY-VALUE
               GO TO 4500-EXIT
           END-IF
           MOVE BC-NEW-VALUE TO SP-IBAN
           REWRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o fornecedor."
                   GO TO 4500-EXIT
           END-REWRITE
           MOVE "SUPPMAST" TO CJ-FILE-NAME
           SET CJ-OP-REWRITE TO TRUE
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE SUPPLIER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE
           SET WS-APPLIED TO TRUE.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4600-APPLY-TRAINEE - the STUBANK details rewritten, or
      * written for a trainee who had none, as keyed by the
      * requester
      *-----------------------------------------------------------*
       4600-APPLY-TRAINEE.
           MOVE BC-MASTER-KEY TO SB-NUMERO
           READ STUDENT-BANK-FILE
               INVALID KEY
                   MOVE SPACES TO SB-IBAN
                   IF BC-OLD-VALUE NOT = SPACES
                       DISPLAY "O aluno ja nao tem IBAN registado."
                       GO TO 4600-EXIT
                   END-IF
                   PERFORM 4610-WRITE-TRAINEE THRU 4610-EXIT
                   GO TO 4600-EXIT
           END-READ
           IF SB-IBAN NOT = BC-OLD-VALUE
               MOVE SB-IBAN TO MK-VALUE
               PERFORM 2300-MASK-BANK-VALUE
               DISPLAY "O IBAN atual ja nao e o do pedido: "
                   MK-DISPLAY-VALUE
               GO TO 4600-EXIT
           END-IF
           MOVE BC-NEW-VALUE TO SB-IBAN
           MOVE BC-REQUESTED-BY TO SB-UPDATED-BY
           MOVE WS-RUN-DATE TO SB-UPDATE-DATE
           REWRITE STUDENT-BANK-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o IBAN."
                   GO TO 4600-EXIT
           END-REWRITE
           SET WS-APPLIED TO TRUE.
       4600-EXIT.
           EXIT.

       4610-WRITE-TRAINEE.
           MOVE BC-MASTER-KEY TO SB-NUMERO
           MOVE BC-NEW-VALUE TO SB-IBAN
           MOVE BC-REQUESTED-BY TO SB-UPDATED-BY
           MOVE WS-RUN-DATE TO SB-UPDATE-DATE
           WRITE STUDENT-BANK-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o IBAN."
                   GO TO 4610-EXIT
           END-WRITE
           SET WS-APPLIED TO TRUE.
       4610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - files closed, the member controls rebuilt
      * if MEMBER was rewritten, the session totals shown
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE BANK-CHANGE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE STUDENT-BANK-FILE
           IF WS-MEMBER-CHANGED
               CALL "FCBUILD"
           END-IF
           DISPLAY "BNKAPPR: " WS-APPROVED-COUNT " aprovados, "
               WS-REJECTED-COUNT " rejeitados.".

       END PROGRAM BNKAPPR.
