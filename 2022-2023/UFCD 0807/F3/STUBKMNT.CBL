       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUBKMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the STUBANK trainee
      *                bank details, in the style of SUPPMNT: the
      *                student is looked up on STUDENT-MASTER and the
      *                IBAN the trainee allowances are transferred to
      *                is keyed, or re-keyed, until the FLDVAL mod-97
      *                check passes.  A blank IBAN removes the
      *                details, and the trainee is then left out of
      *                the ALLOWRUN transfers.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  A new or changed IBAN is no longer written to
      *                 STUBANK: it is raised as a pending request on
      *                 BNKCHG through the BNKREQ service, and BNKAPPR
      *                 writes it once a second operator approves it,
      *                 so ALLOWRUN pays to the IBAN on file until
      *                 then.  Removing the details still takes
      *                 effect at once - it can only stop a transfer.
      * 2026-10-15  RG  The operator's password is taken with the id,
      *                 and the IBAN on file is shown through the
      *                 MASKSVC masking service - in full only to an
      *                 operator at the full-view level.
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
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL STUDENT-BANK-FILE ASSIGN TO "STUBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-NUMERO
               FILE STATUS IS WS-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.

       FD  STUDENT-BANK-FILE.
       COPY STUBANK.

       WORKING-STORAGE SECTION.

       COPY FLDVAL.

       COPY BNKREQ.

       COPY MASKSVC.

       01  WS-MASTER-STATUS          PIC XX.
           88  WS-MASTER-OK                  VALUE "00".
       01  WS-BANK-STATUS            PIC XX.
           88  WS-BANK-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-ON-FILE-SW         PIC X(01) VALUE "N".
               88  WS-ON-FILE                  VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.
       01  WS-INQUIRY-NUMERO         PIC 9(04).
       01  WS-ENTRY-IBAN             PIC X(25).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT STUDENT-MASTER
           OPEN I-O STUDENT-BANK-FILE
           PERFORM 1000-MAINTAIN-BANK THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE STUDENT-MASTER
           CLOSE STUDENT-BANK-FILE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-BANK - one student: the IBAN on file shown,
      * a new one keyed and raised for approval, a blank one
      * removes the details
      *-----------------------------------------------------------*
       1000-MAINTAIN-BANK.
           DISPLAY "Numero do aluno (0 para sair): "
           ACCEPT WS-INQUIRY-NUMERO
           IF WS-INQUIRY-NUMERO = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-INQUIRY-NUMERO TO SM-NUMERO
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "Aluno nao encontrado."
                   GO TO 1000-EXIT
           END-READ
           DISPLAY SM-NOME
           MOVE "N" TO WS-ON-FILE-SW
           MOVE WS-INQUIRY-NUMERO TO SB-NUMERO
           READ STUDENT-BANK-FILE
               INVALID KEY
                   MOVE SPACES TO SB-IBAN
                   DISPLAY "Sem IBAN registado."
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   PERFORM 4000-MASK-IBAN
                   DISPLAY "IBAN atual: " MK-DISPLAY-VALUE
           END-READ
           PERFORM 2000-ACCEPT-IBAN THRU 2000-EXIT
           IF WS-ENTRY-IBAN = SPACES
               PERFORM 3000-REMOVE-DETAILS
               GO TO 1000-EXIT
           END-IF
           IF WS-ENTRY-IBAN = SB-IBAN
               DISPLAY "IBAN sem alteracao."
               GO TO 1000-EXIT
           END-IF
           MOVE "T" TO BQ-MASTER-TYPE
           MOVE WS-INQUIRY-NUMERO TO BQ-MASTER-KEY
           MOVE "IBAN" TO BQ-FIELD-NAME
           MOVE SB-IBAN TO BQ-OLD-VALUE
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
                       "aluno - IBAN mantido."
               WHEN BQ-NO-OPERATOR
                   DISPLAY "Sem operador identificado - IBAN "
                       "mantido."
               WHEN OTHER
                   DISPLAY "Ficheiro BNKCHG indisponivel - IBAN "
                       "mantido."
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ACCEPT-IBAN - re-prompt until the checksum passes;
      * blank removes the details
      *-----------------------------------------------------------*
       2000-ACCEPT-IBAN.
           DISPLAY "IBAN (branco = nenhum): "
           MOVE SPACES TO WS-ENTRY-IBAN
           ACCEPT WS-ENTRY-IBAN
           IF WS-ENTRY-IBAN = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE "I" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTRY-IBAN TO FV-FIELD(1:25)
           MOVE 25 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "IBAN invalido na posicao " FV-BAD-POSITION
                   " - tente de novo."
               GO TO 2000-ACCEPT-IBAN
           END-IF.
       2000-EXIT.
           EXIT.

       3000-REMOVE-DETAILS.
           IF NOT WS-ON-FILE
               DISPLAY "Nada a remover."
           ELSE
               DELETE STUDENT-BANK-FILE RECORD
                   INVALID KEY
                       DISPLAY "Erro ao remover o IBAN."
                   NOT INVALID KEY
                       DISPLAY "IBAN removido."
               END-DELETE
           END-IF.

      *-----------------------------------------------------------*
      * 4000-MASK-IBAN - the IBAN on file as this operator may see
      * it
      *-----------------------------------------------------------*
       4000-MASK-IBAN.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "STUBKMNT" TO MK-PROGRAM-NAME
           MOVE SB-NUMERO TO MK-RECORD-KEY
           MOVE SB-IBAN TO MK-VALUE
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

       END PROGRAM STUBKMNT.
