       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODCAPT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Proof-of-delivery capture.  When the signed
      *                delivery note comes back from the driver, the
      *                clerk keys its number; the dispatch is shown
      *                from the DISPATCH register and the name of the
      *                person who signed for the goods, with the date
      *                and time of the signature, is recorded against
      *                it, taking it out of transit.  A dispatch
      *                already confirmed shows who signed and is left
      *                as it stands.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPATCH-REGISTER ASSIGN TO "DISPATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NOTE-NUMBER
               ALTERNATE RECORD KEY IS DP-INVOICE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-DISP-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPATCH-REGISTER.
       COPY DISPATCH.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-DISP-STATUS            PIC XX VALUE "00".
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-DISP-OK                    VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED                VALUES "S" "s".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-NOTE         PIC 9(06) VALUE ZEROS.
           05  WS-SIGNED-BY          PIC X(25) VALUE SPACES.
           05  WS-SIGNED-DATE        PIC 9(08) VALUE ZEROS.
           05  WS-SIGNED-TIME        PIC 9(04) VALUE ZEROS.

       01  WS-CAPTURE-COUNT          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTURE-ONE-POD THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date and files
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
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O DISPATCH-REGISTER
           IF NOT WS-DISP-OK
               DISPLAY "Erro ao abrir o ficheiro DISPATCH - estado "
                   WS-DISP-STATUS
               MOVE "N" TO WS-CONTINUE-SW
           END-IF.

      *-----------------------------------------------------------*
      * 2000-CAPTURE-ONE-POD - one returned delivery note: show the
      * dispatch, then who signed and when
      *-----------------------------------------------------------*
       2000-CAPTURE-ONE-POD.
           DISPLAY "Numero da guia de remessa (0=sair): "
           ACCEPT WS-ENTRY-NOTE
           IF WS-ENTRY-NOTE = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-NOTE TO DP-NOTE-NUMBER
           READ DISPATCH-REGISTER
               INVALID KEY
                   DISPLAY "Guia nao registada."
                   GO TO 2000-EXIT
           END-READ
           MOVE DP-CUST-NUMBER TO CU-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(CLIENTE DESCONHECIDO)" TO CU-NAME
           END-READ
           DISPLAY "Guia " DP-NOTE-NUMBER "  transporte "
               DP-TRANSPORT-DOC "  encomenda " DP-ORDER-NUMBER
               "  fatura " DP-INVOICE-NUMBER
           DISPLAY "Cliente " DP-CUST-NUMBER " " CU-NAME
               "  expedida " DP-DISPATCH-DATE " " DP-START-TIME
           DISPLAY "Descarga: " DP-UNLOAD-ADDRESS
           IF DP-DELIVERED
               DISPLAY "Entrega ja confirmada - assinada por "
                   DP-POD-SIGNED-BY " em " DP-POD-DATE " "
                   DP-POD-TIME
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-ACCEPT-SIGNATURE THRU 3000-EXIT
           DISPLAY "Confirma a entrega (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF NOT WS-CONFIRMED
               GO TO 2000-EXIT
           END-IF
           MOVE WS-SIGNED-BY TO DP-POD-SIGNED-BY
           MOVE WS-SIGNED-DATE TO DP-POD-DATE
           MOVE WS-SIGNED-TIME TO DP-POD-TIME
           MOVE WS-RUN-DATE TO DP-POD-CAPTURE-DATE
           SET DP-DELIVERED TO TRUE
           REWRITE DISPATCH-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a guia - estado "
                       WS-DISP-STATUS
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-CAPTURE-COUNT
           DISPLAY "Entrega registada.".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ACCEPT-SIGNATURE - the name is required; the date
      * may not be before the dispatch nor after today
      *-----------------------------------------------------------*
       3000-ACCEPT-SIGNATURE.
           DISPLAY "Recebido por (nome de quem assinou): "
           ACCEPT WS-SIGNED-BY
           IF WS-SIGNED-BY = SPACES
               DISPLAY "Nome obrigatorio."
               GO TO 3000-ACCEPT-SIGNATURE
           END-IF.
       3000-DATE.
           DISPLAY "Data da assinatura (AAAAMMDD; 0 = hoje): "
           ACCEPT WS-SIGNED-DATE
           IF WS-SIGNED-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-SIGNED-DATE
           END-IF
           IF WS-SIGNED-DATE < DP-DISPATCH-DATE
               OR WS-SIGNED-DATE > WS-RUN-DATE
               DISPLAY "Data invalida."
               GO TO 3000-DATE
           END-IF.
       3000-TIME.
           DISPLAY "Hora da assinatura (HHMM): "
           ACCEPT WS-SIGNED-TIME
           IF WS-SIGNED-TIME(1:2) > "23"
               OR WS-SIGNED-TIME(3:2) > "59"
               DISPLAY "Hora invalida."
               GO TO 3000-TIME
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE DISPATCH-REGISTER
           CLOSE CUSTOMER-MASTER
           DISPLAY "PODCAPT: " WS-CAPTURE-COUNT
               " entregas confirmadas.".

       END PROGRAM PODCAPT.
