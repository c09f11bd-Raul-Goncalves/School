       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHLDMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Credit controller's transaction for the CRHOLD
      *                credit-hold queue.  The orders ORDBATCH and the
      *                counter parked because the customer was at the
      *                credit limit are listed with the exposure they
      *                would bring - the customer's balance today plus
      *                the order value, over the limit.  An order is
      *                picked, its lines are shown, and it is released
      *                (the next ORDBATCH run books it, confirmed, for
      *                PICKLST and SODISP to ship and invoice) or
      *                cancelled, always with the operator and the
      *                reason recorded on the queue.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE.
       COPY CRHOLD.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-HOLD-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-HOLD-OK                    VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX.
           88  WS-CUST-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-HOLD-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HOLD-EOF                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ACTION-SW          PIC X(01).
               88  WS-ACTION-RELEASE           VALUES "L" "l".
               88  WS-ACTION-CANCEL            VALUES "A" "a".
               88  WS-ACTION-NONE              VALUE SPACE.

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC 9(08) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-ORDER        PIC 9(05) VALUE ZEROS.
           05  WS-ENTRY-REASON       PIC X(30) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-HELD-COUNT         PIC 9(03) VALUE ZEROS.
           05  WS-CUST-NAME          PIC X(25) VALUE SPACES.
           05  WS-CUST-BALANCE       PIC S9(7)V99 VALUE ZEROS.
           05  WS-EXPOSURE           PIC S9(7)V99 VALUE ZEROS.

       01  WS-QUEUE-LINE.
           05  QL-ORDER-NUMBER       PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-SOURCE             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-HOLD-DATE          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-CUST-NUMBER        PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-CUST-NAME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-ORDER-VALUE        PIC Z(6)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  QL-EXPOSURE           PIC -(7)9.99.

       01  WS-ORDER-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  OL-LINE-NUMBER        PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OL-PROD-CODE          PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OL-QTY                PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OL-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  OL-LINE-VALUE         PIC Z(6)9.99.

       01  WS-AMOUNT-EDITED          PIC -(7)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REVIEW-QUEUE THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the controller's id, the business date
      * for the decision, and the files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               GO TO 1000-INITIALIZE
           END-IF
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O CREDIT-HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "Erro ao abrir CRHOLD: " WS-HOLD-STATUS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REVIEW-QUEUE - list what is held, pick one order and
      * decide it
      *-----------------------------------------------------------*
       2000-REVIEW-QUEUE.
           PERFORM 2100-LIST-HELD-ORDERS THRU 2100-EXIT
           IF WS-HELD-COUNT = ZEROS
               DISPLAY "Nao ha encomendas retidas."
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Numero da encomenda (0 para sair): "
           MOVE ZEROS TO WS-ENTRY-ORDER
           ACCEPT WS-ENTRY-ORDER
           IF WS-ENTRY-ORDER = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-ORDER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   DISPLAY "Encomenda nao esta na fila de credito."
                   GO TO 2000-EXIT
           END-READ
           IF NOT CH-HELD
               DISPLAY "Encomenda ja decidida (estado " CH-STATUS
                   ")."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-SHOW-ORDER THRU 2200-EXIT
           PERFORM 3000-DECIDE-ORDER THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LIST-HELD-ORDERS - one line per held order, with the
      * exposure at the customer's balance today
      *-----------------------------------------------------------*
       2100-LIST-HELD-ORDERS.
           MOVE ZEROS TO WS-HELD-COUNT
           MOVE "N" TO WS-HOLD-EOF-SW
           MOVE ZEROS TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           START CREDIT-HOLD-FILE KEY IS NOT < CH-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           DISPLAY " "
           DISPLAY "ENC.  O DATA     CLIENTE                   "
               "     VALOR    EXPOSICAO"
           PERFORM 2110-LIST-ONE-ORDER THRU 2110-EXIT
               UNTIL WS-HOLD-EOF.
       2100-EXIT.
           EXIT.

       2110-LIST-ONE-ORDER.
           READ CREDIT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF NOT CH-HEADER-REC OR NOT CH-HELD
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           PERFORM 2300-READ-CUSTOMER
           MOVE CH-ORDER-NUMBER TO QL-ORDER-NUMBER
           MOVE CH-SOURCE TO QL-SOURCE
           MOVE CH-HOLD-DATE TO QL-HOLD-DATE
           MOVE CH-CUST-NUMBER TO QL-CUST-NUMBER
           MOVE WS-CUST-NAME TO QL-CUST-NAME
           MOVE CH-ORDER-VALUE TO QL-ORDER-VALUE
           MOVE WS-EXPOSURE TO QL-EXPOSURE
           DISPLAY WS-QUEUE-LINE.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-SHOW-ORDER - the held order in full: the customer's
      * position when held and now, and the lines as taken
      *-----------------------------------------------------------*
       2200-SHOW-ORDER.
           PERFORM 2300-READ-CUSTOMER
           DISPLAY " "
           DISPLAY "Encomenda " CH-ORDER-NUMBER "  cliente "
               CH-CUST-NUMBER " " WS-CUST-NAME
           IF CH-WEB-REF NOT = SPACES
               DISPLAY "Encomenda da loja online " CH-WEB-REF
           END-IF
           MOVE CH-BALANCE TO WS-AMOUNT-EDITED
           DISPLAY "Retida em " CH-HOLD-DATE "  saldo "
               WS-AMOUNT-EDITED
           MOVE CH-CREDIT-LIMIT TO WS-AMOUNT-EDITED
           DISPLAY "Limite de credito     " WS-AMOUNT-EDITED
           MOVE WS-CUST-BALANCE TO WS-AMOUNT-EDITED
           DISPLAY "Saldo atual           " WS-AMOUNT-EDITED
           MOVE CH-ORDER-VALUE TO WS-AMOUNT-EDITED
           DISPLAY "Valor da encomenda    " WS-AMOUNT-EDITED
           MOVE WS-EXPOSURE TO WS-AMOUNT-EDITED
           DISPLAY "Exposicao acima limite" WS-AMOUNT-EDITED
           MOVE "N" TO WS-HOLD-EOF-SW
           START CREDIT-HOLD-FILE KEY IS > CH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 2210-SHOW-ONE-LINE THRU 2210-EXIT
               UNTIL WS-HOLD-EOF
           MOVE WS-ENTRY-ORDER TO CH-ORDER-NUMBER
           MOVE ZEROS TO CH-LINE-NUMBER
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       2200-EXIT.
           EXIT.

       2210-SHOW-ONE-LINE.
           READ CREDIT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF CH-ORDER-NUMBER NOT = WS-ENTRY-ORDER
               SET WS-HOLD-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF
           MOVE CH-LINE-NUMBER TO OL-LINE-NUMBER
           MOVE CH-PROD-CODE TO OL-PROD-CODE
           MOVE CH-QTY TO OL-QTY
           MOVE CH-LOCATION TO OL-LOCATION
           MOVE CH-LINE-VALUE TO OL-LINE-VALUE
           DISPLAY WS-ORDER-LINE.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-READ-CUSTOMER - the customer's name and balance today,
      * and the exposure the held order would bring over the limit
      *-----------------------------------------------------------*
       2300-READ-CUSTOMER.
           MOVE CH-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)" TO WS-CUST-NAME
                   MOVE CH-BALANCE TO WS-CUST-BALANCE
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUST-NAME
                   MOVE CU-OPEN-BALANCE TO WS-CUST-BALANCE
           END-READ
           COMPUTE WS-EXPOSURE = WS-CUST-BALANCE + CH-ORDER-VALUE
               - CH-CREDIT-LIMIT.

      *-----------------------------------------------------------*
      * 3000-DECIDE-ORDER - release or cancel, with a reason, after
      * confirmation; anything else leaves the order held
      *-----------------------------------------------------------*
       3000-DECIDE-ORDER.
           DISPLAY "Decisao (L=libertar, A=anular, Enter=manter): "
           MOVE SPACE TO WS-ACTION-SW
           ACCEPT WS-ACTION-SW
           IF WS-ACTION-NONE
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-ACTION-RELEASE AND NOT WS-ACTION-CANCEL
               DISPLAY "Decisao invalida."
               GO TO 3000-DECIDE-ORDER
           END-IF.
       3000-REASON.
           DISPLAY "Motivo da decisao: "
           MOVE SPACES TO WS-ENTRY-REASON
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "O motivo e obrigatorio."
               GO TO 3000-REASON
           END-IF
           DISPLAY "Confirma a decisao? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 3000-EXIT
           END-IF
           IF WS-ACTION-RELEASE
               SET CH-RELEASED TO TRUE
           ELSE
               SET CH-CANCELLED TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO CH-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO CH-DECISION-DATE
           MOVE WS-ENTRY-REASON TO CH-DECISION-REASON
           REWRITE CREDIT-HOLD-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a decisao."
               NOT INVALID KEY
                   IF CH-RELEASED
                       DISPLAY "Encomenda libertada - sera registada "
                           "no proximo ORDBATCH."
                   ELSE
                       DISPLAY "Encomenda anulada."
                   END-IF
           END-REWRITE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close the files
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE CREDIT-HOLD-FILE
           CLOSE CUSTOMER-MASTER.

       END PROGRAM CRHLDMNT.
