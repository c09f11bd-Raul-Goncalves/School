       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBKMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Bank-account transaction for the MEMBER file,
      *                in the style of STUBKMNT: the member is looked
      *                up and the MEM-BANK-ACCT the MEMDD run collects
      *                fees by direct debit from is shown.  A new
      *                account keyed is not written to the member: it
      *                is raised as a pending request on BNKCHG
      *                through the BNKREQ service, and BNKAPPR writes
      *                it once a second operator approves it - MEMDD
      *                collects from the account on file until then.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The operator's password is taken with the id,
      *                 and the account on file is shown through the
      *                 MASKSVC masking service - in full only to an
      *                 operator at the full-view level.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       WORKING-STORAGE SECTION.

       COPY BNKREQ.

       COPY MASKSVC.

       01  WS-MEMBER-STATUS          PIC XX.
           88  WS-MEMBER-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.
       01  WS-INQUIRY-ID             PIC 9(05) VALUE ZEROS.
       01  WS-ENTRY-ACCT             PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM 1000-MAINTAIN-ACCOUNT THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-ACCOUNT - one member: the account on file
      * shown, a new one keyed and raised for approval
      *-----------------------------------------------------------*
       1000-MAINTAIN-ACCOUNT.
           DISPLAY "Numero do socio (0 para sair): "
           ACCEPT WS-INQUIRY-ID
           IF WS-INQUIRY-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 2000-FIND-MEMBER THRU 2000-EXIT
           IF NOT WS-MEMBER-FOUND
               DISPLAY "Socio nao encontrado."
               GO TO 1000-EXIT
           END-IF
           DISPLAY MEM-NAME "  Estado: " MEM-STATUS-CODE
           IF MEM-BANK-ACCT = SPACES
               DISPLAY "Sem conta registada - paga na secretaria."
           ELSE
               MOVE MEM-BANK-ACCT TO MK-VALUE
               PERFORM 3000-MASK-ACCOUNT
               DISPLAY "Conta atual: " MK-DISPLAY-VALUE
           END-IF
           DISPLAY "Nova conta para debito direto "
               "(branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-ACCT
           ACCEPT WS-ENTRY-ACCT
           IF WS-ENTRY-ACCT = SPACES
               OR WS-ENTRY-ACCT = MEM-BANK-ACCT
               DISPLAY "Conta sem alteracao."
               GO TO 1000-EXIT
           END-IF
           MOVE "M" TO BQ-MASTER-TYPE
           MOVE MEM-ID TO BQ-MASTER-KEY
           MOVE "CONTA" TO BQ-FIELD-NAME
           MOVE MEM-BANK-ACCT TO BQ-OLD-VALUE
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
                       "socio - conta mantida."
               WHEN BQ-NO-OPERATOR
                   DISPLAY "Sem operador identificado - conta "
                       "mantida."
               WHEN OTHER
                   DISPLAY "Ficheiro BNKCHG indisponivel - conta "
                       "mantida."
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-FIND-MEMBER - read the member file through for the
      * number keyed, leaving the record in MEMBERSHIP-RECORD
      *-----------------------------------------------------------*
       2000-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MEM-EOF-SW
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-ONE-MEMBER THRU 2100-EXIT
               UNTIL WS-MEM-EOF OR WS-MEMBER-FOUND
           CLOSE MEMBERSHIP-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF MEM-ID = WS-INQUIRY-ID
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MASK-ACCOUNT - the account in MK-VALUE as this
      * operator may see it
      *-----------------------------------------------------------*
       3000-MASK-ACCOUNT.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "MEMBKMNT" TO MK-PROGRAM-NAME
           MOVE MEM-ID TO MK-RECORD-KEY
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

       END PROGRAM MEMBKMNT.
