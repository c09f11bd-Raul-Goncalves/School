      *                 CU-NIF and CU-IBAN, each re-prompted until
      *                 the FLDVAL checksum passes (or the field is
      *                 left empty).
      * 2026-10-15  RG  The add and change actions now capture
      *                 CU-CURRENCY-CODE, the invoicing currency of an
      *                 export customer, re-prompted until CURRATE
      *                 holds a rate for it (blank or EUR = euros).
      * 2026-10-15  RG  The add and change actions now capture the
      *                 CU-SALESREP-CODE salesperson, checked against
      *                 the SALESREP master (blank = none).
      * 2026-10-15  RG  The change action shows the web shop's
      *                 reference, and re-keying a pending customer
      *                 WEBIMP created makes it active; a customer
      *                 added here starts active with no reference.
      * 2026-10-15  RG  The operator now signs on, and an IBAN keyed
      *                 on an add or a change is no longer written to
      *                 CU-IBAN: it is raised as a pending request on
      *                 BNKCHG through the BNKREQ service for a second
      *                 operator to approve in BNKAPPR.  Blank keeps
      *                 the IBAN on file.
      * 2026-10-15  RG  The add and change actions now capture the
      *                 postal address, the postal code re-prompted
      *                 until FLDVAL finds it on POSTCODE (the
      *                 locality comes from the reference), and the
      *                 CU-GROUP-CODE mailing group.
      * 2026-10-15  RG  The operator's password is taken with the id,
      *                 and the IBAN on file is shown through the
      *                 MASKSVC masking service - in full only to an
      *                 operator at the full-view level.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL SALESREP-FILE ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-CODE
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  SALESREP-FILE.
       COPY SALESREP.

       WORKING-STORAGE SECTION.

       COPY CHGJRNL.

       COPY FLDVAL.

       COPY CURSVC.

       COPY BNKREQ.

       COPY MASKSVC.

       01  WS-CUST-STATUS            PIC XX.
           88  WS-CUST-OK                    VALUE "00".
       01  WS-REP-STATUS             PIC XX.
           88  WS-REP-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD      PIC X(10) VALUE SPACES.
       01  WS-INQUIRY-NUMBER         PIC 9(05).
       01  WS-ENTRY-IBAN             PIC X(25) VALUE SPACES.
       01  WS-ENTRY-ADDRESS          PIC X(30) VALUE SPACES.
       01  WS-ENTRY-POSTAL-CODE      PIC X(08) VALUE SPACES.
       01  WS-ENTRY-GROUP            PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT SALESREP-FILE
           PERFORM 1000-MAINTAIN-CUSTOMER THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE CUSTOMER-MASTER
           CLOSE SALESREP-FILE
           STOP RUN.

      *-----------------------------------------------------------*
           ACCEPT CU-PAYMENT-TERMS
           PERFORM 4000-ACCEPT-NIF THRU 4000-EXIT
           PERFORM 5000-ACCEPT-IBAN THRU 5000-EXIT
           PERFORM 5500-ACCEPT-CURRENCY THRU 5500-EXIT
           PERFORM 5600-ACCEPT-SALESREP THRU 5600-EXIT
           MOVE SPACES TO CU-ADDRESS-1
           MOVE SPACES TO CU-ADDRESS-2
           MOVE SPACES TO CU-POSTAL-CODE
           MOVE SPACES TO CU-LOCALITY
           MOVE SPACES TO CU-GROUP-CODE
           PERFORM 5700-ACCEPT-ADDRESS THRU 5700-EXIT
           PERFORM 5800-ACCEPT-GROUP
           MOVE ZEROS TO CU-OPEN-BALANCE
           MOVE "A" TO CU-STATUS-CODE
           MOVE SPACES TO CU-WEB-REF
           MOVE SPACES TO CU-IBAN
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o cliente."
                   DISPLAY "Cliente registado."
                   SET CJ-OP-WRITE TO TRUE
                   PERFORM 6000-WRITE-CHANGE-JOURNAL
                   PERFORM 5100-RAISE-IBAN-REQUEST THRU 5100-EXIT
           END-WRITE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       3000-CHANGE-CUSTOMER.
           DISPLAY "Nome: " CU-NAME
           IF CU-WEB-REF NOT = SPACES
               DISPLAY "Referencia na loja online: " CU-WEB-REF
           END-IF
           IF CU-PENDING
               DISPLAY "Cliente pendente da loja online - fica ativo "
                   "ao gravar."
               MOVE "A" TO CU-STATUS-CODE
           END-IF
           DISPLAY "Limite: " CU-CREDIT-LIMIT
               "  Saldo em aberto: " CU-OPEN-BALANCE
           DISPLAY "Novo nome: "
           DISPLAY "Novo limite de credito: "
           ACCEPT CU-CREDIT-LIMIT
           DISPLAY "Prazo atual: " CU-PAYMENT-TERMS " dias"
               "  Moeda: " CU-CURRENCY-CODE
               "  Vendedor: " CU-SALESREP-CODE
           PERFORM 6100-MASK-IBAN
           DISPLAY "IBAN atual: " MK-DISPLAY-VALUE
           DISPLAY "Novo prazo de pagamento (dias): "
           ACCEPT CU-PAYMENT-TERMS
           PERFORM 4000-ACCEPT-NIF THRU 4000-EXIT
           PERFORM 5000-ACCEPT-IBAN THRU 5000-EXIT
           PERFORM 5500-ACCEPT-CURRENCY THRU 5500-EXIT
           PERFORM 5600-ACCEPT-SALESREP THRU 5600-EXIT
           DISPLAY "Morada atual: " CU-ADDRESS-1
           DISPLAY "              " CU-ADDRESS-2
           DISPLAY "              " CU-POSTAL-CODE " " CU-LOCALITY
           DISPLAY "Grupo: " CU-GROUP-CODE
           PERFORM 5700-ACCEPT-ADDRESS THRU 5700-EXIT
           PERFORM 5800-ACCEPT-GROUP
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao atualizar o cliente."
               NOT INVALID KEY
                   SET CJ-OP-REWRITE TO TRUE
                   PERFORM 6000-WRITE-CHANGE-JOURNAL
                   PERFORM 5100-RAISE-IBAN-REQUEST THRU 5100-EXIT
           END-REWRITE.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-NIF / 5000-ACCEPT-IBAN - re-prompt until the
      * checksum passes; a zero NIF leaves the field empty, a blank
      * IBAN leaves the one on file
      *-----------------------------------------------------------*
       4000-ACCEPT-NIF.
           DISPLAY "NIF (0 = desconhecido): "
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
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RAISE-IBAN-REQUEST - an IBAN other than the one on
      * file waits on BNKCHG for a second operator's approval
      *-----------------------------------------------------------*
       5100-RAISE-IBAN-REQUEST.
           IF WS-ENTRY-IBAN = SPACES OR WS-ENTRY-IBAN = CU-IBAN
               GO TO 5100-EXIT
           END-IF
           MOVE "C" TO BQ-MASTER-TYPE
           MOVE CU-NUMBER TO BQ-MASTER-KEY
           MOVE "IBAN" TO BQ-FIELD-NAME
           MOVE CU-IBAN TO BQ-OLD-VALUE
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
                       "cliente - IBAN mantido."
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
      * 5500-ACCEPT-CURRENCY - an export customer's invoicing
      * currency must have a rate on CURRATE; blank or EUR is euros
      *-----------------------------------------------------------*
       5500-ACCEPT-CURRENCY.
           DISPLAY "Moeda de faturacao (branco = EUR): "
           ACCEPT CU-CURRENCY-CODE
           IF CU-HOME-CURRENCY
               GO TO 5500-EXIT
           END-IF
           MOVE CU-CURRENCY-CODE TO CV-CURRENCY-CODE
           MOVE 99999999 TO CV-RATE-DATE
           CALL "CURSVC" USING CURSVC-LINKAGE
           IF CV-ERROR
               DISPLAY "Moeda sem cambio registado - tente de novo."
               GO TO 5500-ACCEPT-CURRENCY
           END-IF.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5600-ACCEPT-SALESREP - the salesperson earning commission on
      * the customer must be on SALESREP; blank leaves none
      *-----------------------------------------------------------*
       5600-ACCEPT-SALESREP.
           DISPLAY "Vendedor (branco = nenhum): "
           ACCEPT CU-SALESREP-CODE
           IF CU-SALESREP-CODE = SPACES
               GO TO 5600-EXIT
           END-IF
           MOVE CU-SALESREP-CODE TO SR-CODE
           READ SALESREP-FILE
               INVALID KEY
                   DISPLAY "Vendedor desconhecido - tente de novo."
                   GO TO 5600-ACCEPT-SALESREP
           END-READ
           DISPLAY "Vendedor: " SR-NAME.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5700-ACCEPT-ADDRESS - blank keeps each line on file; a postal
      * code keyed must be NNNN-NNN and on POSTCODE, re-prompted
      * until it is, and brings its locality from the reference
      *-----------------------------------------------------------*
       5700-ACCEPT-ADDRESS.
           DISPLAY "Morada linha 1 (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-ADDRESS
           ACCEPT WS-ENTRY-ADDRESS
           IF WS-ENTRY-ADDRESS NOT = SPACES
               MOVE WS-ENTRY-ADDRESS TO CU-ADDRESS-1
           END-IF
           DISPLAY "Morada linha 2 (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-ADDRESS
           ACCEPT WS-ENTRY-ADDRESS
           IF WS-ENTRY-ADDRESS NOT = SPACES
               MOVE WS-ENTRY-ADDRESS TO CU-ADDRESS-2
           END-IF.
       5710-ACCEPT-POSTAL-CODE.
           DISPLAY "Codigo postal NNNN-NNN (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-POSTAL-CODE
           ACCEPT WS-ENTRY-POSTAL-CODE
           IF WS-ENTRY-POSTAL-CODE = SPACES
               GO TO 5700-EXIT
           END-IF
           MOVE "P" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTRY-POSTAL-CODE TO FV-FIELD(1:8)
           MOVE 8 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "Codigo postal inexistente ou mal formado - "
                   "tente de novo."
               GO TO 5710-ACCEPT-POSTAL-CODE
           END-IF
           MOVE WS-ENTRY-POSTAL-CODE TO CU-POSTAL-CODE
           MOVE FV-LOCALITY TO CU-LOCALITY
           DISPLAY "Localidade: " CU-LOCALITY.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-ACCEPT-GROUP - the mailing group; blank keeps the one
      * on file, "*" clears it
      *-----------------------------------------------------------*
       5800-ACCEPT-GROUP.
           DISPLAY "Grupo de clientes (branco = sem alteracao, "
               "* = nenhum): "
           MOVE SPACES TO WS-ENTRY-GROUP
           ACCEPT WS-ENTRY-GROUP
           EVALUATE TRUE
               WHEN WS-ENTRY-GROUP = "*"
                   MOVE SPACES TO CU-GROUP-CODE
               WHEN WS-ENTRY-GROUP NOT = SPACES
                   MOVE WS-ENTRY-GROUP TO CU-GROUP-CODE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 6000-WRITE-CHANGE-JOURNAL - the record image just applied,
      * onto the shared change journal
           MOVE CUSTOMER-MASTER-RECORD TO CJ-RECORD-IMAGE
           CALL "CHGJRNL" USING CHGJRNL-LINKAGE.

      *-----------------------------------------------------------*
      * 6100-MASK-IBAN - the IBAN on file as this operator may see
      * it
      *-----------------------------------------------------------*
       6100-MASK-IBAN.
           MOVE "A" TO MK-FIELD-TYPE
           MOVE WS-OPERATOR-ID TO MK-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO MK-OPERATOR-PASSWORD
           MOVE "CUSTMNT" TO MK-PROGRAM-NAME
           MOVE CU-NUMBER TO MK-RECORD-KEY
           MOVE CU-IBAN TO MK-VALUE
           CALL "MASKSVC" USING MASKSVC-LINKAGE.

       END PROGRAM CUSTMNT.
