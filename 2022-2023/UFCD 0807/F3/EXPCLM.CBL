       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLM.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Employee expense claims, reimbursed through
      *                payroll instead of petty cash.  Capture (C):
      *                the operator keys an employee's claim line by
      *                line - date, category, cost center, net
      *                amount, VAT band and VAT, whether the receipt
      *                is attached - and the claim is left pending.
      *                Approval (A): a level-2 operator, other than
      *                the one who keyed it, approves or rejects the
      *                whole claim.  Approval posts each line to its
      *                category expense account with the cost center
      *                in the description, the VAT on a receipted
      *                line to IVA dedutivel and onto the PURVREG
      *                purchase VAT register for VATDECL (the VAT on
      *                a line without a receipt is not recoverable
      *                and stays in the expense), and credits the
      *                total to the staff reimbursements account.
      *                NETPAY's next regular or settlement run pays
      *                the approved lines with the net pay, outside
      *                tax and social security, and clears that
      *                account.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The expense debit carries the cost center
      *                 on its GLPOST line.
      * 2026-10-15  RG  Employees past the 500th are counted and
      *                 shown on the console, a lookup that fails
      *                 with the table full says so, and the table
      *                 is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PAY-FILE ASSIGN TO "EMPPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPPAY-STATUS.
           SELECT OPTIONAL EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PURCHASE-VAT-REGISTER ASSIGN TO "PURVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PAY-FILE.
       COPY EMPPAY.

       FD  EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       FD  PURCHASE-VAT-REGISTER.
       COPY PURVREG.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-EMPPAY-STATUS          PIC XX.
           88  WS-EMPPAY-OK                  VALUE "00".
       01  WS-CLAIM-STATUS           PIC XX.
           88  WS-CLAIM-OK                   VALUES "00" "05".
       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".
       01  WS-OPER-STATUS            PIC XX.
           88  WS-OPER-OK                    VALUE "00".
           88  WS-OPER-EOF                   VALUE "10".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-EMP-EOF-SW         PIC X(01) VALUE "N".
               88  WS-EMP-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-EMP-FOUND                VALUE "Y".
           05  WS-CLAIM-EOF-SW       PIC X(01) VALUE "N".
               88  WS-CLAIM-EOF                VALUE "Y".
           05  WS-LINES-DONE-SW      PIC X(01) VALUE "N".
               88  WS-LINES-DONE               VALUE "Y".
           05  WS-SUPERVISOR-SW      PIC X(01) VALUE "N".
               88  WS-SUPERVISOR-OK            VALUE "Y".
           05  WS-CLAIM-BAD-SW       PIC X(01) VALUE "N".
               88  WS-CLAIM-BAD                VALUE "Y".
           05  WS-DECISION           PIC X(01).
               88  WS-DECISION-APPROVE         VALUES "A" "a".
               88  WS-DECISION-REJECT          VALUES "R" "r".

       01  WS-ACTION-CODE            PIC X(01).
           88  WS-ACTION-CAPTURE           VALUE "C".
           88  WS-ACTION-APPROVE           VALUE "A".
           88  WS-ACTION-EXIT              VALUE "0".
           88  WS-ACTION-VALID             VALUES "C" "A" "0".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-OPERATOR-PASSWORD      PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-CLAIM        PIC 9(04).
           05  WS-ENTRY-DATE         PIC 9(08).
           05  WS-ENTRY-CATEGORY     PIC X(01).
           05  WS-ENTRY-CENTER       PIC 9(03).
           05  WS-ENTRY-AMOUNT       PIC 9(5)V99.
           05  WS-ENTRY-VAT-BAND     PIC X(01).
           05  WS-ENTRY-VAT          PIC 9(5)V99.
           05  WS-ENTRY-RECEIPT      PIC X(01).
           05  WS-ENTRY-DESCRIPTION  PIC X(20).

       01  WS-GL-ACCOUNTS.
           05  WS-TRAVEL-ACCOUNT     PIC X(08) VALUE "DESPVIAG".
           05  WS-LODGING-ACCOUNT    PIC X(08) VALUE "DESPALOJ".
           05  WS-MEALS-ACCOUNT      PIC X(08) VALUE "DESPREFE".
           05  WS-TRAINING-ACCOUNT   PIC X(08) VALUE "DESPFORM".
           05  WS-OTHER-ACCOUNT      PIC X(08) VALUE "DESPOUTR".
           05  WS-INPUT-VAT-ACCOUNT  PIC X(08) VALUE "IVADEDUT".
           05  WS-REIMBURSE-ACCOUNT  PIC X(08) VALUE "REEMBPES".

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-EMP-IDX            PIC 9(03) VALUE ZEROS.
           05  WS-NEXT-LINE          PIC 9(02) VALUE ZEROS.
           05  WS-LAST-CLAIM         PIC 9(04) VALUE ZEROS.
           05  WS-CLAIM-LINES        PIC 9(02) VALUE ZEROS.
           05  WS-CLAIM-ENTERED-BY   PIC X(10).
           05  WS-CLAIM-TOTAL        PIC 9(7)V99 VALUE ZEROS.
           05  WS-CLAIM-VAT-DEDUCT   PIC 9(7)V99 VALUE ZEROS.
           05  WS-LINE-EXPENSE       PIC 9(7)V99 VALUE ZEROS.
           05  WS-CAPTURED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-APPROVED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-REJECTED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-AMOUNT-SHOW        PIC Z,ZZZ,ZZ9.99.

       01  WS-CENTER-DESCRIPTION.
           05  FILLER                PIC X(15)
                                     VALUE "DESPESA CENTRO ".
           05  WCD-CENTER-ID         PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-CLAIM-REFERENCE.
           05  FILLER                PIC X(01) VALUE "D".
           05  WCR-EMP-ID            PIC 9(05).
           05  FILLER                PIC X(01) VALUE "-".
           05  WCR-CLAIM-NUMBER      PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.

       01  WS-CLAIM-LINE-SHOW.
           05  WCL-LINE              PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-DATE              PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-CATEGORY          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-CENTER            PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-VAT-BAND          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-VAT               PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-RECEIPT           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WCL-DESCRIPTION       PIC X(20).

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT          PIC 9(03) VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-EMP-COUNT.
               10  WET-EMP-ID        PIC 9(05).
               10  WET-EMP-NAME      PIC X(25).

       01  WS-EMP-SKIPPED            PIC 9(05) VALUE ZEROS.

       COPY FILERR.
       COPY TBLCHK.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-SUPERVISOR-SIGN-ON - only an active level-2 operator
      * may approve a claim
      *-----------------------------------------------------------*
       0500-SUPERVISOR-SIGN-ON.
           MOVE "N" TO WS-SUPERVISOR-SW
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
      * 1000-INITIALIZE - business date, the table of active
      * employees, files
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
           OPEN INPUT EMPLOYEE-PAY-FILE
           IF WS-EMPPAY-OK
               PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
                   UNTIL WS-EMP-EOF
               CLOSE EMPLOYEE-PAY-FILE
           END-IF
           MOVE "EXPCLM" TO TC-PROGRAM-NAME
           MOVE "EMPLOYEE" TO TC-TABLE-NAME
           MOVE WS-EMP-COUNT TO TC-ENTRY-COUNT
           MOVE 500 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-EMP-SKIPPED > ZEROS
               DISPLAY "EXPCLM: tabela de empregados cheia - "
                   WS-EMP-SKIPPED " nao carregados."
           END-IF
           MOVE "EXPCLM" TO FE-PROGRAM-NAME
           MOVE "OPEN" TO FE-OPERATION
           OPEN I-O EXPENSE-CLAIM-FILE
           IF NOT WS-CLAIM-OK
               MOVE "EXPCLAIM" TO FE-FILE-NAME
               MOVE WS-CLAIM-STATUS TO FE-FILE-STATUS
               CALL "FILERR" USING FILERR-LINKAGE
           END-IF
           OPEN INPUT COST-CENTER-MASTER.

      *-----------------------------------------------------------*
      * 1100-LOAD-ONE-EMPLOYEE - an employee still on the payroll
      * can claim; a leaver's last claim goes in before the
      * settlement run
      *-----------------------------------------------------------*
       1100-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-PAY-FILE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF EMP-ADJ-REC
               GO TO 1100-EXIT
           END-IF
           IF WS-EMP-COUNT = 500
               ADD 1 TO WS-EMP-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO WET-EMP-ID(WS-EMP-COUNT)
           MOVE EMP-NAME TO WET-EMP-NAME(WS-EMP-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-ACTION - capture a claim or sign on and
      * decide one
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY "C-Registar despesas  A-Aprovar/rejeitar  "
               "0-Sair: "
           ACCEPT WS-ACTION-CODE
           IF NOT WS-ACTION-VALID
               DISPLAY "Opcao invalida."
               GO TO 2000-EXIT
           END-IF
           IF WS-ACTION-EXIT
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           IF WS-ACTION-CAPTURE
               PERFORM 3000-CAPTURE-CLAIM THRU 3000-EXIT
           ELSE
               PERFORM 4000-DECIDE-CLAIM THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CAPTURE-CLAIM - the employee, the next claim number
      * for them, then the lines until a zero date
      *-----------------------------------------------------------*
       3000-CAPTURE-CLAIM.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operador obrigatorio."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Numero do empregado: "
           ACCEPT WS-ENTRY-EMP-ID
           PERFORM 6000-FIND-EMPLOYEE
           IF NOT WS-EMP-FOUND
               DISPLAY "Empregado nao encontrado."
               IF WS-EMP-SKIPPED > ZEROS
                   DISPLAY "(tabela de empregados cheia - "
                       WS-EMP-SKIPPED " nao carregados)"
               END-IF
               GO TO 3000-EXIT
           END-IF
           DISPLAY WET-EMP-NAME(WS-EMP-IDX)
           PERFORM 6100-FIND-LAST-CLAIM THRU 6100-EXIT
           IF WS-LAST-CLAIM = 9999
               DISPLAY "Numeracao de despesas esgotada."
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LAST-CLAIM GIVING WS-ENTRY-CLAIM
           DISPLAY "Despesa numero " WS-ENTRY-CLAIM
           MOVE ZEROS TO WS-NEXT-LINE
           MOVE ZEROS TO WS-CLAIM-TOTAL
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 3100-CAPTURE-ONE-LINE THRU 3100-EXIT
               UNTIL WS-LINES-DONE
           IF WS-NEXT-LINE = ZEROS
               DISPLAY "Nenhuma linha - despesa nao registada."
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-CAPTURED-COUNT
           MOVE WS-CLAIM-TOTAL TO WS-AMOUNT-SHOW
           DISPLAY "Despesa registada: " WS-NEXT-LINE " linha(s), "
               "total " WS-AMOUNT-SHOW " - pendente de aprovacao.".
       3000-EXIT.
           EXIT.

       3100-CAPTURE-ONE-LINE.
           IF WS-NEXT-LINE = 99
               SET WS-LINES-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Data da despesa AAAAMMDD (0 para terminar): "
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = ZEROS
               SET WS-LINES-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-ENTRY-DATE > WS-RUN-DATE
               DISPLAY "Data futura."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Categoria (V-viagem A-alojamento R-refeicao "
               "F-formacao O-outros): "
           ACCEPT WS-ENTRY-CATEGORY
           MOVE WS-ENTRY-CATEGORY TO EC-CATEGORY
           IF NOT EC-CATEGORY-VALID
               DISPLAY "Categoria invalida."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Centro de custo: "
           ACCEPT WS-ENTRY-CENTER
           MOVE WS-ENTRY-CENTER TO CM-CENTER-ID
           READ COST-CENTER-MASTER
               INVALID KEY
                   MOVE "23" TO WS-CCM-STATUS
           END-READ
           IF NOT WS-CCM-OK
               DISPLAY "Centro de custo inexistente."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Valor sem IVA: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               DISPLAY "Valor invalido."
               GO TO 3100-EXIT
           END-IF
           DISPLAY "Taxa de IVA (N/I/R, espaco se nenhuma): "
           ACCEPT WS-ENTRY-VAT-BAND
           MOVE WS-ENTRY-VAT-BAND TO EC-VAT-BAND
           IF NOT EC-VAT-BAND-VALID
               DISPLAY "Taxa de IVA invalida."
               GO TO 3100-EXIT
           END-IF
           MOVE ZEROS TO WS-ENTRY-VAT
           IF WS-ENTRY-VAT-BAND NOT = SPACE
               DISPLAY "Valor do IVA: "
               ACCEPT WS-ENTRY-VAT
           END-IF
           DISPLAY "Recibo anexo (S/N): "
           ACCEPT WS-ENTRY-RECEIPT
           IF WS-ENTRY-RECEIPT = "s"
               MOVE "S" TO WS-ENTRY-RECEIPT
           END-IF
           IF WS-ENTRY-RECEIPT NOT = "S"
               MOVE "N" TO WS-ENTRY-RECEIPT
           END-IF
           DISPLAY "Descricao: "
           ACCEPT WS-ENTRY-DESCRIPTION
           PERFORM 3200-WRITE-CLAIM-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-CLAIM-LINE.
           ADD 1 TO WS-NEXT-LINE
           MOVE WS-ENTRY-EMP-ID TO EC-EMP-ID
           MOVE WS-ENTRY-CLAIM TO EC-CLAIM-NUMBER
           MOVE WS-NEXT-LINE TO EC-LINE
           MOVE WS-ENTRY-DATE TO EC-EXPENSE-DATE
           MOVE WS-ENTRY-CATEGORY TO EC-CATEGORY
           MOVE WS-ENTRY-CENTER TO EC-CENTER-ID
           MOVE WS-ENTRY-AMOUNT TO EC-AMOUNT
           MOVE WS-ENTRY-VAT-BAND TO EC-VAT-BAND
           MOVE WS-ENTRY-VAT TO EC-VAT-AMOUNT
           MOVE WS-ENTRY-RECEIPT TO EC-RECEIPT-SW
           MOVE WS-ENTRY-DESCRIPTION TO EC-DESCRIPTION
           SET EC-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO EC-ENTERED-BY
           MOVE WS-RUN-DATE TO EC-ENTRY-DATE
           MOVE SPACES TO EC-APPROVER
           MOVE ZEROS TO EC-APPROVAL-DATE
           MOVE ZEROS TO EC-PAID-PERIOD
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a linha."
                   SUBTRACT 1 FROM WS-NEXT-LINE
               NOT INVALID KEY
                   ADD WS-ENTRY-AMOUNT WS-ENTRY-VAT TO WS-CLAIM-TOTAL
           END-WRITE.

      *-----------------------------------------------------------*
      * 4000-DECIDE-CLAIM - a level-2 operator other than the one
      * who keyed the claim sees its lines and approves or rejects
      * all of them; approval posts it
      *-----------------------------------------------------------*
       4000-DECIDE-CLAIM.
           PERFORM 0500-SUPERVISOR-SIGN-ON THRU 0500-EXIT
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Acesso recusado."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Numero do empregado: "
           ACCEPT WS-ENTRY-EMP-ID
           DISPLAY "Numero da despesa: "
           ACCEPT WS-ENTRY-CLAIM
           MOVE ZEROS TO WS-CLAIM-LINES
           MOVE ZEROS TO WS-CLAIM-TOTAL
           MOVE SPACES TO WS-CLAIM-ENTERED-BY
           MOVE "N" TO WS-CLAIM-BAD-SW
           PERFORM 6200-START-CLAIM
           PERFORM 4100-SHOW-ONE-LINE THRU 4100-EXIT
               UNTIL WS-CLAIM-EOF
           IF WS-CLAIM-LINES = ZEROS
               DISPLAY "Despesa inexistente."
               GO TO 4000-EXIT
           END-IF
           IF WS-CLAIM-BAD
               DISPLAY "Despesa ja decidida - nada a fazer."
               GO TO 4000-EXIT
           END-IF
           IF WS-CLAIM-ENTERED-BY = WS-OPERATOR-ID
               DISPLAY "Quem registou a despesa nao a pode aprovar."
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CLAIM-TOTAL TO WS-AMOUNT-SHOW
           DISPLAY "Total a reembolsar: " WS-AMOUNT-SHOW
           DISPLAY "A-Aprovar  R-Rejeitar  outra-Nada: "
           ACCEPT WS-DECISION
           IF NOT WS-DECISION-APPROVE AND NOT WS-DECISION-REJECT
               GO TO 4000-EXIT
           END-IF
           MOVE ZEROS TO WS-CLAIM-TOTAL
           MOVE ZEROS TO WS-CLAIM-VAT-DEDUCT
           MOVE WS-ENTRY-EMP-ID TO WCR-EMP-ID
           MOVE WS-ENTRY-CLAIM TO WCR-CLAIM-NUMBER
           IF WS-DECISION-APPROVE
               OPEN EXTEND GL-POSTING-FILE
               OPEN EXTEND PURCHASE-VAT-REGISTER
           END-IF
           PERFORM 6200-START-CLAIM
           PERFORM 4200-DECIDE-ONE-LINE THRU 4200-EXIT
               UNTIL WS-CLAIM-EOF
           IF WS-DECISION-REJECT
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Despesa rejeitada."
               GO TO 4000-EXIT
           END-IF
           PERFORM 5200-POST-CLAIM-TOTALS
           CLOSE GL-POSTING-FILE
           CLOSE PURCHASE-VAT-REGISTER
           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "Despesa aprovada e contabilizada - paga no "
               "proximo processamento de salarios.".
       4000-EXIT.
           EXIT.

       4100-SHOW-ONE-LINE.
           PERFORM 6300-READ-CLAIM-LINE THRU 6300-EXIT
           IF WS-CLAIM-EOF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-LINES
           IF NOT EC-PENDING
               SET WS-CLAIM-BAD TO TRUE
           END-IF
           MOVE EC-ENTERED-BY TO WS-CLAIM-ENTERED-BY
           ADD EC-AMOUNT EC-VAT-AMOUNT TO WS-CLAIM-TOTAL
           MOVE EC-LINE TO WCL-LINE
           MOVE EC-EXPENSE-DATE TO WCL-DATE
           MOVE EC-CATEGORY TO WCL-CATEGORY
           MOVE EC-CENTER-ID TO WCL-CENTER
           MOVE EC-AMOUNT TO WCL-AMOUNT
           MOVE EC-VAT-BAND TO WCL-VAT-BAND
           MOVE EC-VAT-AMOUNT TO WCL-VAT
           MOVE EC-RECEIPT-SW TO WCL-RECEIPT
           MOVE EC-DESCRIPTION TO WCL-DESCRIPTION
           DISPLAY WS-CLAIM-LINE-SHOW.
       4100-EXIT.
           EXIT.

       4200-DECIDE-ONE-LINE.
           PERFORM 6300-READ-CLAIM-LINE THRU 6300-EXIT
           IF WS-CLAIM-EOF
               GO TO 4200-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO EC-APPROVER
           MOVE WS-RUN-DATE TO EC-APPROVAL-DATE
           IF WS-DECISION-REJECT
               SET EC-REJECTED TO TRUE
           ELSE
               SET EC-APPROVED TO TRUE
           END-IF
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar a linha " EC-LINE
                   GO TO 4200-EXIT
           END-REWRITE
           IF WS-DECISION-APPROVE
               PERFORM 5000-POST-CLAIM-LINE
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-POST-CLAIM-LINE - debit the category's expense account
      * for the line's center; a receipted line's VAT is input VAT
      * and goes on the purchase VAT register, otherwise it is part
      * of the expense
      *-----------------------------------------------------------*
       5000-POST-CLAIM-LINE.
           MOVE EC-AMOUNT TO WS-LINE-EXPENSE
           IF EC-RECEIPT-ATTACHED AND EC-VAT-BAND NOT = SPACE
               AND EC-VAT-AMOUNT > ZEROS
               ADD EC-VAT-AMOUNT TO WS-CLAIM-VAT-DEDUCT
               PERFORM 5100-REGISTER-LINE-VAT
           ELSE
               ADD EC-VAT-AMOUNT TO WS-LINE-EXPENSE
           END-IF
           ADD EC-AMOUNT EC-VAT-AMOUNT TO WS-CLAIM-TOTAL
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "EXPCLM" TO GL-SOURCE
           EVALUATE TRUE
               WHEN EC-TRAVEL
                   MOVE WS-TRAVEL-ACCOUNT TO GL-ACCOUNT
               WHEN EC-LODGING
                   MOVE WS-LODGING-ACCOUNT TO GL-ACCOUNT
               WHEN EC-MEALS
                   MOVE WS-MEALS-ACCOUNT TO GL-ACCOUNT
               WHEN EC-TRAINING
                   MOVE WS-TRAINING-ACCOUNT TO GL-ACCOUNT
               WHEN OTHER
                   MOVE WS-OTHER-ACCOUNT TO GL-ACCOUNT
           END-EVALUATE
           MOVE WS-LINE-EXPENSE TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE EC-CENTER-ID TO WCD-CENTER-ID
           MOVE WS-CENTER-DESCRIPTION TO GL-DESCRIPTION
           MOVE EC-CENTER-ID TO GL-COST-CENTER-ID
           WRITE GL-POSTING-RECORD.

       5100-REGISTER-LINE-VAT.
           MOVE SPACES TO PURCHASE-VAT-REGISTER-REC
           MOVE WS-RUN-DATE TO PVR-POST-DATE
           MOVE ZEROS TO PVR-SUPP-NUMBER
           MOVE WS-CLAIM-REFERENCE TO PVR-INVOICE-NUMBER
           MOVE EC-VAT-BAND TO PVR-VAT-BAND
           MOVE EC-AMOUNT TO PVR-NET-AMOUNT
           MOVE EC-VAT-AMOUNT TO PVR-TAX-AMOUNT
           WRITE PURCHASE-VAT-REGISTER-REC.

      *-----------------------------------------------------------*
      * 5200-POST-CLAIM-TOTALS - the claim's input VAT and the
      * credit to staff reimbursements that NETPAY clears
      *-----------------------------------------------------------*
       5200-POST-CLAIM-TOTALS.
           IF WS-CLAIM-VAT-DEDUCT > ZEROS
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-RUN-DATE TO GL-POST-DATE
               MOVE "EXPCLM" TO GL-SOURCE
               MOVE WS-INPUT-VAT-ACCOUNT TO GL-ACCOUNT
               MOVE WS-CLAIM-VAT-DEDUCT TO GL-DEBIT
               MOVE ZEROS TO GL-CREDIT
               MOVE "IVA DEDUTIVEL" TO GL-DESCRIPTION
               WRITE GL-POSTING-RECORD
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "EXPCLM" TO GL-SOURCE
           MOVE WS-REIMBURSE-ACCOUNT TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE WS-CLAIM-TOTAL TO GL-CREDIT
           MOVE WS-CLAIM-REFERENCE TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD.

      *-----------------------------------------------------------*
      * 6000-FIND-EMPLOYEE - the keyed id in the employee table
      *-----------------------------------------------------------*
       6000-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 6010-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR WS-EMP-FOUND
           IF WS-EMP-FOUND
               SUBTRACT 1 FROM WS-EMP-IDX
           END-IF.

       6010-MATCH-ONE-EMPLOYEE.
           IF WET-EMP-ID(WS-EMP-IDX) = WS-ENTRY-EMP-ID
               SET WS-EMP-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6100-FIND-LAST-CLAIM - the highest claim number on file for
      * the employee
      *-----------------------------------------------------------*
       6100-FIND-LAST-CLAIM.
           MOVE ZEROS TO WS-LAST-CLAIM
           MOVE "N" TO WS-CLAIM-EOF-SW
           MOVE WS-ENTRY-EMP-ID TO EC-EMP-ID
           MOVE ZEROS TO EC-CLAIM-NUMBER
           MOVE ZEROS TO EC-LINE
           START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY
                   GO TO 6100-EXIT
           END-START
           PERFORM 6110-NOTE-ONE-CLAIM THRU 6110-EXIT
               UNTIL WS-CLAIM-EOF.
       6100-EXIT.
           EXIT.

       6110-NOTE-ONE-CLAIM.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
                   GO TO 6110-EXIT
           END-READ
           IF EC-EMP-ID NOT = WS-ENTRY-EMP-ID
               SET WS-CLAIM-EOF TO TRUE
               GO TO 6110-EXIT
           END-IF
           MOVE EC-CLAIM-NUMBER TO WS-LAST-CLAIM.
       6110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-START-CLAIM / 6300-READ-CLAIM-LINE - the lines of the
      * keyed employee's keyed claim, in order
      *-----------------------------------------------------------*
       6200-START-CLAIM.
           MOVE "N" TO WS-CLAIM-EOF-SW
           MOVE WS-ENTRY-EMP-ID TO EC-EMP-ID
           MOVE WS-ENTRY-CLAIM TO EC-CLAIM-NUMBER
           MOVE ZEROS TO EC-LINE
           START EXPENSE-CLAIM-FILE KEY NOT < EC-KEY
               INVALID KEY
                   SET WS-CLAIM-EOF TO TRUE
           END-START.

       6300-READ-CLAIM-LINE.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLAIM-EOF TO TRUE
                   GO TO 6300-EXIT
           END-READ
           IF EC-EMP-ID NOT = WS-ENTRY-EMP-ID
               OR EC-CLAIM-NUMBER NOT = WS-ENTRY-CLAIM
               SET WS-CLAIM-EOF TO TRUE
           END-IF.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE COST-CENTER-MASTER
           DISPLAY "Despesas registadas: " WS-CAPTURED-COUNT
               "  aprovadas: " WS-APPROVED-COUNT
               "  rejeitadas: " WS-REJECTED-COUNT.

       END PROGRAM EXPCLM.
