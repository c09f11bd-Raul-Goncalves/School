       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the SUPPLIER-MASTER
      *                file, in the style of CUSTMNT: add a supplier
      *                under a supplier number, or change the name,
      *                NIF, IBAN, payment terms and status of an
      *                existing one.  NIF and IBAN are re-prompted
      *                until the FLDVAL checksum passes, and every
      *                WRITE and REWRITE rides the shared CHGJRNL
      *                change journal.  A closed supplier keeps its
      *                history but takes no new purchase orders.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  An IBAN keyed on an add or a change is no
      *                 longer written to SP-IBAN: it is raised as a
      *                 pending request on BNKCHG through the BNKREQ
      *                 service for a second operator to approve in
      *                 BNKAPPR, so APPAYRUN pays to the IBAN on file
      *                 until then.  Blank keeps the IBAN on file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       WORKING-STORAGE SECTION.

       COPY CHGJRNL.

       COPY FLDVAL.

       COPY BNKREQ.

       01  WS-SUPP-STATUS            PIC XX.
           88  WS-SUPP-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-INQUIRY-NUMBER         PIC 9(05).
       01  WS-ENTRY-IBAN             PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN I-O SUPPLIER-MASTER
           PERFORM 1000-MAINTAIN-SUPPLIER THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE SUPPLIER-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-SUPPLIER - look one supplier number up; a new
      * number is added, an existing one is shown and re-keyed
      *-----------------------------------------------------------*
       1000-MAINTAIN-SUPPLIER.
           DISPLAY "Numero do fornecedor (0 para sair): "
           ACCEPT WS-INQUIRY-NUMBER
           IF WS-INQUIRY-NUMBER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF

           MOVE WS-INQUIRY-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   PERFORM 2000-ADD-SUPPLIER
               NOT INVALID KEY
                   PERFORM 3000-CHANGE-SUPPLIER
           END-READ.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ADD-SUPPLIER - capture a new supplier under the number
      * just keyed
      *-----------------------------------------------------------*
       2000-ADD-SUPPLIER.
           DISPLAY "Fornecedor novo."
           MOVE SPACES TO SUPPLIER-MASTER-RECORD
           MOVE WS-INQUIRY-NUMBER TO SP-NUMBER
           DISPLAY "Nome: "
           ACCEPT SP-NAME
           DISPLAY "Prazo de pagamento (dias): "
           ACCEPT SP-PAYMENT-TERMS
           PERFORM 4000-ACCEPT-NIF THRU 4000-EXIT
           PERFORM 5000-ACCEPT-IBAN THRU 5000-EXIT
           SET SP-ACTIVE TO TRUE
           WRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o fornecedor."
               NOT INVALID KEY
                   DISPLAY "Fornecedor registado."
                   SET CJ-OP-WRITE TO TRUE
                   PERFORM 6000-WRITE-CHANGE-JOURNAL
                   PERFORM 5100-RAISE-IBAN-REQUEST THRU 5100-EXIT
           END-WRITE.

      *-----------------------------------------------------------*
      * 3000-CHANGE-SUPPLIER - show the supplier and re-key the
      * name, terms, NIF, IBAN and status
      *-----------------------------------------------------------*
       3000-CHANGE-SUPPLIER.
           DISPLAY "Nome: " SP-NAME
           DISPLAY "Estado: " SP-STATUS-CODE
               "  Prazo: " SP-PAYMENT-TERMS " dias"
           DISPLAY "IBAN atual: " SP-IBAN
           DISPLAY "Novo nome: "
           ACCEPT SP-NAME
           DISPLAY "Novo prazo de pagamento (dias): "
           ACCEPT SP-PAYMENT-TERMS
           PERFORM 4000-ACCEPT-NIF THRU 4000-EXIT
           PERFORM 5000-ACCEPT-IBAN THRU 5000-EXIT
           PERFORM 3100-ACCEPT-STATUS THRU 3100-EXIT
           REWRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o fornecedor."
               NOT INVALID KEY
                   SET CJ-OP-REWRITE TO TRUE
                   PERFORM 6000-WRITE-CHANGE-JOURNAL
                   PERFORM 5100-RAISE-IBAN-REQUEST THRU 5100-EXIT
           END-REWRITE.

       3100-ACCEPT-STATUS.
           DISPLAY "Estado (A ativo / X encerrado): "
           ACCEPT SP-STATUS-CODE
           IF NOT SP-ACTIVE AND NOT SP-CLOSED
               DISPLAY "Estado invalido - tente de novo."
               GO TO 3100-ACCEPT-STATUS
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-NIF / 5000-ACCEPT-IBAN - re-prompt until the
      * checksum passes; a zero NIF leaves the field empty, a blank
      * IBAN leaves the one on file
      *-----------------------------------------------------------*
       4000-ACCEPT-NIF.
           DISPLAY "NIF (0 = desconhecido): "
           ACCEPT SP-NIF
           IF SP-NIF = ZEROS
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE SP-NIF TO FV-FIELD(1:9)
           MOVE 9 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "NIF invalido - tente de novo."
               GO TO 4000-ACCEPT-NIF
           END-IF.
       4000-EXIT.
           EXIT.

       5000-ACCEPT-IBAN.
           DISPLAY "IBAN (branco = sem alteracao): "
           ACCEPT WS-ENTRY-IBAN
           IF WS-ENTRY-IBAN = SPACES
               GO TO 5000-EXIT
           END-IF
           MOVE "I" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTRY-IBAN TO FV-FIELD(1:25)
           MOVE 25 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "IBAN invalido na posicao " FV-BAD-POSITION
                   " - tente de novo."
               GO TO 5000-ACCEPT-IBAN
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RAISE-IBAN-REQUEST - an IBAN other than the one on
      * file waits on BNKCHG for a second operator's approval
      *-----------------------------------------------------------*
       5100-RAISE-IBAN-REQUEST.
           IF WS-ENTRY-IBAN = SPACES OR WS-ENTRY-IBAN = SP-IBAN
               GO TO 5100-EXIT
           END-IF
           MOVE "S" TO BQ-MASTER-TYPE
           MOVE SP-NUMBER TO BQ-MASTER-KEY
           MOVE "IBAN" TO BQ-FIELD-NAME
           MOVE SP-IBAN TO BQ-OLD-VALUE
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
                       "fornecedor - IBAN mantido."
               WHEN BQ-NO-OPERATOR
                   DISPLAY "Sem operador identificado - IBAN "
                       "mantido."
               WHEN OTHER
                   DISPLAY "Ficheiro BNKCHG indisponivel - IBAN "
                       "mantido."
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-CHANGE-JOURNAL - the record image just applied,
      * onto the shared change journal
      *-----------------------------------------------------------*
       6000-WRITE-CHANGE-JOURNAL.
           MOVE "SUPPMAST" TO CJ-FILE-NAME
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR
           MOVE SPACES TO CJ-RECORD-IMAGE
           MOVE SUPPLIER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE.

       END PROGRAM SUPPMNT.
