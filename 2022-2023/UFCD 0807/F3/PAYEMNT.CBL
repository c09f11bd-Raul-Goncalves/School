      *                 second payee keyed with a type another payee
      *                 already holds is refused, so REMITRUN can
      *                 never pay the same total out twice.
      * 2026-10-15  RG  The operator now signs on, and a bank account
      *                 keyed for a payee is no longer written to
      *                 PY-BANK-ACCT: it is raised as a pending
      *                 request on BNKCHG through the BNKREQ service
      *                 for a second operator to approve in BNKAPPR,
      *                 so REMITRUN pays to the account on file until
      *                 then.  Blank keeps the account on file.
      * 2026-10-15  RG  The operator's password is taken with the id,
      *                 and the account on file is shown through the
      *                 MASKSVC masking service - in full only to an
      *                 operator at the full-view level.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY PAYEE.

       COPY BNKREQ.

       COPY MASKSVC.

       01  WS-PAYEE-STATUS           PIC XX.
           88  WS-PAYEE-OK                   VALUE "00".
           88  WS-PAYEE-MISSING              VALUE "35".
           05  WS-TYPE-TAKEN-SW      PIC X(01) VALUE "N".
               88  WS-TYPE-TAKEN               VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-MAINT-ID           PIC 9(03).
           05  WS-ENTRY-ACCT         PIC X(12) VALUE SPACES.
           05  WS-PAYEE-COUNT        PIC 9(02) VALUE ZEROS.
           05  WS-PAYEE-IDX          PIC 9(02) VALUE ZEROS.
           05  WS-TYPE-IDX           PIC 9(02) VALUE ZEROS.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - sign the operator on and load the payee
      * file into the table
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT PAYEE-MASTER
           EVALUATE TRUE
               WHEN WS-PAYEE-OK
           END-IF
           DISPLAY "Nome: "
           ACCEPT PY-NAME
           PERFORM 2200-MASK-ACCOUNT
           DISPLAY "Conta bancaria atual: " MK-DISPLAY-VALUE
           DISPLAY "Conta bancaria (branco = sem alteracao): "
           ACCEPT WS-ENTRY-ACCT
           DISPLAY "Tipo de desconto (P=pensao, C=cobranca): "
           ACCEPT PY-DEDUCTION-TYPE
           IF NOT PY-TYPE-VALID
               MOVE PAYEE-MASTER-RECORD
                   TO WPT-RECORD(WS-PAYEE-COUNT)
           END-IF
           DISPLAY "Beneficiario registado."
           PERFORM 2100-RAISE-ACCT-REQUEST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-RAISE-ACCT-REQUEST - an account other than the one on
      * file waits on BNKCHG for a second operator's approval
      *-----------------------------------------------------------*
       2100-RAISE-ACCT-REQUEST.
           IF WS-ENTRY-ACCT = SPACES OR WS-ENTRY-ACCT = PY-BANK-ACCT
               GO TO 2100-EXIT
           END-IF
           MOVE "P" TO BQ-MASTER-TYPE
           MOVE PY-PAYEE-ID TO BQ-MASTER-KEY
           MOVE "CONTA" TO BQ-FIELD-NAME
           MOVE PY-BANK-ACCT TO BQ-OLD-VALUE
           MOVE WS-ENTRY-ACCT TO BQ-NEW-VALUE
           MOVE WS-OPERATOR-ID TO BQ-OPERATOR
           CALL "BNKREQ" USING BNKREQ-LINKAGE
           EVALUATE TRUE
               WHEN BQ-OK
                   DISPLAY "Pedido de alteracao da conta "
                       BQ-REQUEST-NUMBER
                       " registado - aguarda aprovacao."
               WHEN BQ-ALREADY-PENDING
                   DISPLAY "Ja existe um pedido pendente para este "
                       "beneficiario - conta mantida."
               WHEN BQ-NO-OPERATOR
                   DISPLAY "Sem operador identificado - conta "
                       "mantida."
               WHEN OTHER
                   DISPLAY "Ficheiro BNKCHG indisponivel - conta "
                       "mantida."
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-TYPE-TAKEN - does another payee already hold the
      * deduction type just keyed
               SET WS-PAYEE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2200-MASK-ACCOUNT - the account on file as this operator
      * may see it
      *-----------------------------------------------------------*
       2200-MASK-ACCOUNT.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "PAYEMNT" TO MK-PROGRAM-NAME
           MOVE PY-PAYEE-ID TO MK-RECORD-KEY
           MOVE PY-BANK-ACCT TO MK-VALUE
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - write the maintained table back
      *-----------------------------------------------------------*
