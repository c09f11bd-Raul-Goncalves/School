       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Sales-order book maintenance and inquiry.  The
      *                operator keys an order number and either
      *                looks at its status - per line the quantity
      *                ordered, shipped, invoiced and outstanding -
      *                or confirms an entered order for picking (the
      *                customer must still be open and inside the
      *                credit limit), or writes off the balance
      *                still outstanding when the customer no longer
      *                wants it.  What has shipped stays as it is.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The inquiry shows the web shop's reference on
      *                 an imported order, and an order for a pending
      *                 web-shop customer is not confirmed until
      *                 CUSTMNT has completed the customer's record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE ASSIGN TO "SORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
       COPY SORDER.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.

       01  WS-SORD-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-SORD-OK                    VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX.
           88  WS-CUST-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".
           05  WS-ORDER-EOF-SW       PIC X(01) VALUE "N".
               88  WS-ORDER-EOF                VALUE "Y".
           05  WS-ACTION-SW          PIC X(01) VALUE SPACE.
               88  WS-ACTION-INQUIRE           VALUES "I" "i".
               88  WS-ACTION-CONFIRM           VALUES "C" "c".
               88  WS-ACTION-WRITE-OFF         VALUES "A" "a".
               88  WS-ACTION-QUIT              VALUE "0".

       01  WS-ORDER-FIELDS.
           05  WS-ENTRY-ORDER        PIC 9(05) VALUE ZEROS.
           05  WS-OUTSTANDING        PIC 9(03) VALUE ZEROS.
           05  WS-ORDER-LINES        PIC 9(03) VALUE ZEROS.
           05  WS-ENTERED-LINES      PIC 9(03) VALUE ZEROS.
           05  WS-OPEN-LINES         PIC 9(03) VALUE ZEROS.
           05  WS-CHANGED-LINES      PIC 9(03) VALUE ZEROS.
           05  WS-ORDER-CUST         PIC 9(05) VALUE ZEROS.

       01  WS-RUN-COUNTS.
           05  WS-CONFIRMED-COUNT    PIC 9(04) VALUE ZEROS.
           05  WS-WRITTEN-OFF-COUNT  PIC 9(04) VALUE ZEROS.

       01  WS-STATUS-TEXT            PIC X(10).

       01  WS-INQUIRY-HEADER.
           05  FILLER                PIC X(33) VALUE
               "LIN COD DESCRICAO            LOC ".
           05  FILLER                PIC X(36) VALUE
               "ENC EXP FAC ANU SALDO ESTADO".

       01  WS-INQUIRY-LINE.
           05  IQ-LINE-NUMBER        PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-PROD-CODE          PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-DESC               PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-LOCATION           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  IQ-ORDERED            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-SHIPPED            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-INVOICED           PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-CANCELLED          PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-OUTSTANDING        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IQ-STATUS             PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SALES-ORDER-FILE
           IF NOT WS-SORD-OK
               DISPLAY "Erro ao abrir o ficheiro SORDER - estado "
                   WS-SORD-STATUS
               MOVE "N" TO WS-CONTINUE-SW
           END-IF
           OPEN INPUT CUSTOMER-MASTER.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-ACTION - inquiry, confirmation or write-
      * off of one order
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-ACTION.
           DISPLAY "I=consultar  C=confirmar  A=anular saldo  "
               "0=sair: "
           ACCEPT WS-ACTION-SW
           EVALUATE TRUE
               WHEN WS-ACTION-QUIT
                   MOVE "N" TO WS-CONTINUE-SW
                   GO TO 2000-EXIT
               WHEN WS-ACTION-INQUIRE
               WHEN WS-ACTION-CONFIRM
               WHEN WS-ACTION-WRITE-OFF
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   GO TO 2000-EXIT
           END-EVALUATE
           DISPLAY "Numero da encomenda: "
           ACCEPT WS-ENTRY-ORDER
           PERFORM 3000-SHOW-ORDER THRU 3000-EXIT
           IF WS-ORDER-LINES = ZEROS
               DISPLAY "Encomenda nao encontrada."
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-CONFIRM
                   PERFORM 4000-CONFIRM-ORDER THRU 4000-EXIT
               WHEN WS-ACTION-WRITE-OFF
                   PERFORM 5000-WRITE-OFF-BALANCE THRU 5000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SHOW-ORDER - the order's lines with what is ordered,
      * shipped, invoiced, written off and still outstanding
      *-----------------------------------------------------------*
       3000-SHOW-ORDER.
           MOVE ZEROS TO WS-ORDER-LINES
           MOVE ZEROS TO WS-ENTERED-LINES
           MOVE ZEROS TO WS-OPEN-LINES
           PERFORM 3900-START-ORDER THRU 3900-EXIT
           IF WS-ORDER-EOF
               GO TO 3000-EXIT
           END-IF
           MOVE SO-CUST-NUMBER TO WS-ORDER-CUST
           MOVE SO-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)" TO CU-NAME
           END-READ
           DISPLAY "Encomenda " SO-ORDER-NUMBER " de " SO-ORDER-DATE
               "  cliente " SO-CUST-NUMBER " " CU-NAME
           IF SO-WEB-REF NOT = SPACES
               DISPLAY "Encomenda da loja online " SO-WEB-REF
           END-IF
           DISPLAY WS-INQUIRY-HEADER
           PERFORM 3100-SHOW-ONE-LINE THRU 3100-EXIT
               UNTIL WS-ORDER-EOF.
       3000-EXIT.
           EXIT.

       3100-SHOW-ONE-LINE.
           ADD 1 TO WS-ORDER-LINES
           PERFORM 3800-COMPUTE-OUTSTANDING
           IF SO-ENTERED
               ADD 1 TO WS-ENTERED-LINES
           END-IF
           IF WS-OUTSTANDING > ZEROS
               AND (SO-ENTERED OR SO-CONFIRMED)
               ADD 1 TO WS-OPEN-LINES
           END-IF
           EVALUATE TRUE
               WHEN SO-ENTERED
                   MOVE "REGISTADA" TO WS-STATUS-TEXT
               WHEN SO-CONFIRMED AND SO-QTY-SHIPPED > ZEROS
                   MOVE "PARCIAL" TO WS-STATUS-TEXT
               WHEN SO-CONFIRMED
                   MOVE "CONFIRMADA" TO WS-STATUS-TEXT
               WHEN SO-COMPLETE
                   MOVE "EXPEDIDA" TO WS-STATUS-TEXT
               WHEN SO-CANCELLED
                   MOVE "ANULADA" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SO-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SO-LINE-NUMBER TO IQ-LINE-NUMBER
           MOVE SO-PROD-CODE TO IQ-PROD-CODE
           MOVE SO-DESC TO IQ-DESC
           MOVE SO-LOCATION TO IQ-LOCATION
           MOVE SO-QTY-ORDERED TO IQ-ORDERED
           MOVE SO-QTY-SHIPPED TO IQ-SHIPPED
           MOVE SO-QTY-INVOICED TO IQ-INVOICED
           MOVE SO-QTY-CANCELLED TO IQ-CANCELLED
           MOVE WS-OUTSTANDING TO IQ-OUTSTANDING
           MOVE WS-STATUS-TEXT TO IQ-STATUS
           DISPLAY WS-INQUIRY-LINE
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       3100-EXIT.
           EXIT.

       3800-COMPUTE-OUTSTANDING.
           COMPUTE WS-OUTSTANDING =
               SO-QTY-ORDERED - SO-QTY-SHIPPED - SO-QTY-CANCELLED
               ON SIZE ERROR
                   MOVE ZEROS TO WS-OUTSTANDING
           END-COMPUTE.

      *-----------------------------------------------------------*
      * 3900-START-ORDER - position on the keyed order's first
      * line; 3950-NEXT-LINE reads on until the order changes
      *-----------------------------------------------------------*
       3900-START-ORDER.
           MOVE "N" TO WS-ORDER-EOF-SW
           MOVE WS-ENTRY-ORDER TO SO-ORDER-NUMBER
           MOVE ZEROS TO SO-LINE-NUMBER
           START SALES-ORDER-FILE KEY IS > SO-KEY
               INVALID KEY
                   SET WS-ORDER-EOF TO TRUE
                   GO TO 3900-EXIT
           END-START
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       3900-EXIT.
           EXIT.

       3950-NEXT-LINE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-ORDER-EOF TO TRUE
                   GO TO 3950-EXIT
           END-READ
           IF SO-ORDER-NUMBER NOT = WS-ENTRY-ORDER
               SET WS-ORDER-EOF TO TRUE
           END-IF.
       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CONFIRM-ORDER - an entered order released for picking;
      * the customer's standing is checked again, as it may have
      * changed since the order was taken
      *-----------------------------------------------------------*
       4000-CONFIRM-ORDER.
           IF WS-ENTERED-LINES = ZEROS
               DISPLAY "Encomenda sem linhas por confirmar."
               GO TO 4000-EXIT
           END-IF
           MOVE WS-ORDER-CUST TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente desconhecido - nao confirmada."
                   GO TO 4000-EXIT
           END-READ
           IF CU-CLOSED
               DISPLAY "Cliente encerrado - nao confirmada."
               GO TO 4000-EXIT
           END-IF
           IF CU-PENDING
               DISPLAY "Cliente pendente da loja online - completar "
                   "a ficha no CUSTMNT antes de confirmar."
               GO TO 4000-EXIT
           END-IF
           IF CU-OPEN-BALANCE >= CU-CREDIT-LIMIT
               DISPLAY "Limite de credito atingido - nao confirmada."
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Confirma a encomenda para expedicao (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 4000-EXIT
           END-IF
           MOVE ZEROS TO WS-CHANGED-LINES
           PERFORM 3900-START-ORDER THRU 3900-EXIT
           PERFORM 4100-CONFIRM-ONE-LINE THRU 4100-EXIT
               UNTIL WS-ORDER-EOF
           ADD 1 TO WS-CONFIRMED-COUNT
           DISPLAY "Encomenda " WS-ENTRY-ORDER " confirmada - "
               WS-CHANGED-LINES " linhas.".
       4000-EXIT.
           EXIT.

       4100-CONFIRM-ONE-LINE.
           IF SO-ENTERED
               SET SO-CONFIRMED TO TRUE
               REWRITE SALES-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar a linha "
                           SO-LINE-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-LINES
               END-REWRITE
           END-IF
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-OFF-BALANCE - the quantity still outstanding on
      * each open line is cancelled; a line with nothing shipped
      * is cancelled outright, one partly shipped is closed
      *-----------------------------------------------------------*
       5000-WRITE-OFF-BALANCE.
           IF WS-OPEN-LINES = ZEROS
               DISPLAY "Encomenda sem saldo por expedir."
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Anula o saldo por expedir de " WS-OPEN-LINES
               " linhas (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 5000-EXIT
           END-IF
           MOVE ZEROS TO WS-CHANGED-LINES
           PERFORM 3900-START-ORDER THRU 3900-EXIT
           PERFORM 5100-WRITE-OFF-ONE-LINE THRU 5100-EXIT
               UNTIL WS-ORDER-EOF
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           DISPLAY "Saldo anulado em " WS-CHANGED-LINES " linhas.".
       5000-EXIT.
           EXIT.

       5100-WRITE-OFF-ONE-LINE.
           PERFORM 3800-COMPUTE-OUTSTANDING
           IF WS-OUTSTANDING = ZEROS
               OR NOT (SO-ENTERED OR SO-CONFIRMED)
               GO TO 5100-NEXT
           END-IF
           ADD WS-OUTSTANDING TO SO-QTY-CANCELLED
           IF SO-QTY-SHIPPED = ZEROS
               SET SO-CANCELLED TO TRUE
           ELSE
               SET SO-COMPLETE TO TRUE
           END-IF
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a linha " SO-LINE-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-LINES
           END-REWRITE.
       5100-NEXT.
           PERFORM 3950-NEXT-LINE THRU 3950-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE SALES-ORDER-FILE
           CLOSE CUSTOMER-MASTER
           DISPLAY "Encomendas confirmadas: " WS-CONFIRMED-COUNT
               "  saldos anulados: " WS-WRITTEN-OFF-COUNT.

       END PROGRAM SORDMNT.
