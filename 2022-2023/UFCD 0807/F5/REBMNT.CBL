       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the REBAGR volume-
      *                rebate agreements, the CONPMNT pattern: the
      *                customer is validated against CUSTMAST, the
      *                agreement on file (if any) is shown, and the
      *                settlement period, status and tiers are keyed
      *                - thresholds ascending, each with its
      *                percentage.  Replacing an agreement keeps the
      *                last period REBRUN settled, so re-keying the
      *                tiers never re-opens a period already paid.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBATE-AGREEMENT-FILE ASSIGN TO "REBAGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-CUST-NUMBER
               FILE STATUS IS WS-REB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-AGREEMENT-FILE.
       COPY REBAGR.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.

       01  WS-REB-STATUS             PIC XX.
           88  WS-REB-OK                     VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX.
           88  WS-CUST-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ON-FILE-SW         PIC X(01).
               88  WS-ON-FILE                  VALUE "Y".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CUSTOMER     PIC 9(05).
           05  WS-ENTRY-PERIOD       PIC X(01).
           05  WS-ENTRY-STATUS       PIC X(01).
           05  WS-ENTRY-COUNT        PIC 9(01).
           05  WS-ENTRY-THRESHOLD    PIC 9(7)V99.
           05  WS-ENTRY-PCT          PIC V999.

       01  WS-TIER-IDX               PIC 9(01) VALUE ZEROS.
       01  WS-SAVED-LAST.
           05  WS-SAVED-PERIOD-END   PIC 9(08) VALUE ZEROS.
           05  WS-SAVED-NOTE         PIC 9(06) VALUE ZEROS.
           05  WS-SAVED-AMOUNT       PIC 9(6)V99 VALUE ZEROS.

       01  WS-TIER-DISPLAY.
           05  FILLER                PIC X(09) VALUE "  Escalao".
           05  WT-TIER               PIC Z9.
           05  FILLER                PIC X(10) VALUE ": acima de".
           05  WT-THRESHOLD          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(03) VALUE " - ".
           05  WT-PCT                PIC 9.9.
           05  FILLER                PIC X(01) VALUE "%".

       01  WS-PCT-DISPLAY            PIC 99V9 VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O REBATE-AGREEMENT-FILE
           OPEN INPUT CUSTOMER-MASTER
           PERFORM 1000-ENTER-AGREEMENT THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE REBATE-AGREEMENT-FILE
           CLOSE CUSTOMER-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-ENTER-AGREEMENT - one customer's agreement, shown if on
      * file, keyed afresh and written after confirmation
      *-----------------------------------------------------------*
       1000-ENTER-AGREEMENT.
           DISPLAY "Numero do cliente (0 para sair): "
           ACCEPT WS-ENTRY-CUSTOMER
           IF WS-ENTRY-CUSTOMER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-ENTRY-CUSTOMER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente desconhecido."
                   GO TO 1000-EXIT
           END-READ
           DISPLAY "Cliente: " CU-NAME
           MOVE "N" TO WS-ON-FILE-SW
           INITIALIZE WS-SAVED-LAST
           MOVE WS-ENTRY-CUSTOMER TO RB-CUST-NUMBER
           READ REBATE-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "Sem acordo de rappel."
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   PERFORM 2000-SHOW-AGREEMENT
           END-READ
           PERFORM 3000-ACCEPT-TERMS THRU 3000-EXIT
           DISPLAY "Gravar o acordo? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-ENTRY-CUSTOMER TO RB-CUST-NUMBER
           MOVE WS-ENTRY-PERIOD TO RB-PERIOD
           MOVE WS-ENTRY-STATUS TO RB-STATUS
           MOVE WS-ENTRY-COUNT TO RB-TIER-COUNT
           MOVE WS-SAVED-PERIOD-END TO RB-LAST-PERIOD-END
           MOVE WS-SAVED-NOTE TO RB-LAST-NOTE
           MOVE WS-SAVED-AMOUNT TO RB-LAST-AMOUNT
           IF WS-ON-FILE
               REWRITE REBATE-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao substituir o acordo."
                   NOT INVALID KEY
                       DISPLAY "Acordo substituido."
               END-REWRITE
           ELSE
               WRITE REBATE-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o acordo."
                   NOT INVALID KEY
                       DISPLAY "Acordo registado."
               END-WRITE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-SHOW-AGREEMENT.
           MOVE RB-LAST-PERIOD-END TO WS-SAVED-PERIOD-END
           MOVE RB-LAST-NOTE TO WS-SAVED-NOTE
           MOVE RB-LAST-AMOUNT TO WS-SAVED-AMOUNT
           DISPLAY "Periodo " RB-PERIOD "  estado " RB-STATUS
               "  ultimo periodo liquidado " RB-LAST-PERIOD-END
               "  nota " RB-LAST-NOTE
           PERFORM 2100-SHOW-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > RB-TIER-COUNT.

       2100-SHOW-ONE-TIER.
           MOVE WS-TIER-IDX TO WT-TIER
           MOVE RB-THRESHOLD(WS-TIER-IDX) TO WT-THRESHOLD
           COMPUTE WS-PCT-DISPLAY = RB-PCT(WS-TIER-IDX) * 100
           MOVE WS-PCT-DISPLAY TO WT-PCT
           DISPLAY WS-TIER-DISPLAY.

      *-----------------------------------------------------------*
      * 3000-ACCEPT-TERMS - period, status and the tiers; each
      * threshold must be above the one before
      *-----------------------------------------------------------*
       3000-ACCEPT-TERMS.
           DISPLAY "Periodo (A=anual, Q=trimestral): "
           ACCEPT WS-ENTRY-PERIOD
           MOVE WS-ENTRY-PERIOD TO RB-PERIOD
           IF NOT RB-PERIOD-VALID
               DISPLAY "Periodo invalido."
               GO TO 3000-ACCEPT-TERMS
           END-IF.
       3000-STATUS.
           DISPLAY "Estado (A=ativo, S=suspenso): "
           ACCEPT WS-ENTRY-STATUS
           MOVE WS-ENTRY-STATUS TO RB-STATUS
           IF NOT RB-ACTIVE AND NOT RB-SUSPENDED
               DISPLAY "Estado invalido."
               GO TO 3000-STATUS
           END-IF.
       3000-COUNT.
           DISPLAY "Numero de escaloes (1-5): "
           ACCEPT WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT = ZEROS OR WS-ENTRY-COUNT > 5
               DISPLAY "Numero invalido."
               GO TO 3000-COUNT
           END-IF
           INITIALIZE REBATE-AGREEMENT-RECORD
           PERFORM 3100-ACCEPT-ONE-TIER THRU 3100-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

       3100-ACCEPT-ONE-TIER.
           DISPLAY "Escalao " WS-TIER-IDX
               " - vendas liquidas acima de (9999999.99): "
           ACCEPT WS-ENTRY-THRESHOLD
           IF WS-TIER-IDX > 1
               AND WS-ENTRY-THRESHOLD
                   NOT > RB-THRESHOLD(WS-TIER-IDX - 1)
               DISPLAY "O limiar tem de subir de escalao para "
                   "escalao."
               GO TO 3100-ACCEPT-ONE-TIER
           END-IF
           DISPLAY "Escalao " WS-TIER-IDX " - percentagem (.999): "
           ACCEPT WS-ENTRY-PCT
           IF WS-ENTRY-PCT = ZEROS
               DISPLAY "Percentagem invalida."
               GO TO 3100-ACCEPT-ONE-TIER
           END-IF
           MOVE WS-ENTRY-THRESHOLD TO RB-THRESHOLD(WS-TIER-IDX)
           MOVE WS-ENTRY-PCT TO RB-PCT(WS-TIER-IDX).
       3100-EXIT.
           EXIT.

       END PROGRAM REBMNT.
