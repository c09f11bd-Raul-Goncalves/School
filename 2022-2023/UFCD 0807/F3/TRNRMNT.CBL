      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The add and change actions now capture the
      *                 hourly rate, whether the trainer is staff or
      *                 external and - for an external trainer - the
      *                 SUPPMAST supplier they are paid through and
      *                 the withholding percentage the TRNRSETL fee
      *                 settlement applies.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRAINER-ID
               FILE STATUS IS WS-TRAINER-STATUS.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAINER-MASTER.
       COPY TRAINER.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       WORKING-STORAGE SECTION.

       01  WS-TRAINER-STATUS         PIC XX.
           88  WS-TRAINER-OK                 VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX.
           88  WS-SUPP-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".

       01  WS-INQUIRY-ID             PIC 9(04).

      *    the withholding a self-employed trainer's fee takes when
      *    none is keyed
       01  WS-DEFAULT-WITHHOLD-PCT   PIC 9(02)V99 VALUE 25.00.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O TRAINER-MASTER
           OPEN INPUT SUPPLIER-MASTER
           PERFORM 1000-MAINTAIN-TRAINER THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE TRAINER-MASTER
           CLOSE SUPPLIER-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
           MOVE WS-INQUIRY-ID TO TR-TRAINER-ID
           DISPLAY "Nome: "
           ACCEPT TR-NAME
           PERFORM 4000-ACCEPT-FEE-TERMS THRU 4000-EXIT
           MOVE "A" TO TR-STATUS-CODE
           WRITE TRAINER-MASTER-RECORD
               INVALID KEY
           DISPLAY "Nome: " TR-NAME
           DISPLAY "Novo nome: "
           ACCEPT TR-NAME
           DISPLAY "Valor hora atual: " TR-HOURLY-RATE
               "  Vinculo: " TR-ENGAGEMENT
               "  Fornecedor: " TR-SUPP-NUMBER
               "  Retencao: " TR-WITHHOLD-PCT
           PERFORM 4000-ACCEPT-FEE-TERMS THRU 4000-EXIT
           DISPLAY "Desativar este formador? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-INACTIVE
                   DISPLAY "Erro ao atualizar o formador."
           END-REWRITE.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-FEE-TERMS - hourly rate and engagement; an
      * external trainer must be on SUPPMAST to be paid, and takes
      * the self-employed withholding unless another is keyed
      *-----------------------------------------------------------*
       4000-ACCEPT-FEE-TERMS.
           DISPLAY "Valor hora (999.99): "
           ACCEPT TR-HOURLY-RATE
           DISPLAY "Vinculo (S quadro / E externo): "
           ACCEPT TR-ENGAGEMENT
           IF NOT TR-STAFF AND NOT TR-EXTERNAL
               DISPLAY "Vinculo invalido - tente de novo."
               GO TO 4000-ACCEPT-FEE-TERMS
           END-IF
           IF TR-STAFF
               MOVE ZEROS TO TR-SUPP-NUMBER
               MOVE ZEROS TO TR-WITHHOLD-PCT
               GO TO 4000-EXIT
           END-IF.
       4000-ACCEPT-SUPPLIER.
           DISPLAY "Numero de fornecedor do formador: "
           ACCEPT TR-SUPP-NUMBER
           MOVE TR-SUPP-NUMBER TO SP-NUMBER
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY "Fornecedor inexistente - registe-o em "
                       "SUPPMNT."
                   GO TO 4000-ACCEPT-SUPPLIER
           END-READ
           DISPLAY "Fornecedor: " SP-NAME
           DISPLAY "Retencao na fonte % (0 = "
               WS-DEFAULT-WITHHOLD-PCT "): "
           ACCEPT TR-WITHHOLD-PCT
           IF TR-WITHHOLD-PCT = ZEROS
               MOVE WS-DEFAULT-WITHHOLD-PCT TO TR-WITHHOLD-PCT
           END-IF.
       4000-EXIT.
           EXIT.

       END PROGRAM TRNRMNT.
