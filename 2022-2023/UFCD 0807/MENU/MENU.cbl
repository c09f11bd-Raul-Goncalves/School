      *                 locked accounts are refused outright.  The
      *                 file is held in a table and written back so
      *                 the lockout survives the session.
      * 2026-10-15  RG  Added option 9, the CUSTINQ customer account
      *                 inquiry, open to every operator level.
      * 2026-10-15  RG  After sign-on the operator is shown the open
      *                 items on the WORKQ operator work queue that
      *                 their level allows them to clear, and may clear
      *                 them one by one; each clearance is stamped on
      *                 the item with the operator, date and time and
      *                 logged to SIGNONLG.
      * 2026-10-15  RG  The operator table is checked with TBLCHK
      *                 after the load, and a warning goes to the run
      *                 log past 80% full.  An OPERATOR file larger
      *                 than the table is no longer written back from
      *                 it, which dropped the operators past the 50th.
      * 2026-10-15  RG  The OPERATOR file is no longer held in a table:
      *                 the sign-on reads it for the id keyed, and a
      *                 lockout or a password change is saved by copying
      *                 the file through the OPERWK work file with the
      *                 changed record put in its place, so no limit
      *                 applies to the number of operators.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPERATOR-WORK-FILE ASSIGN TO "OPERWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERWK-STATUS.
           SELECT OPTIONAL SIGN-ON-LOG ASSIGN TO "SIGNONLG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-QUEUE-FILE ASSIGN TO "WORKQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  OPERATOR-WORK-FILE.
       01  OPERATOR-WORK-RECORD      PIC X(36).

       FD  SIGN-ON-LOG.
       01  SIGN-ON-LOG-LINE          PIC X(80).

       FD  WORK-QUEUE-FILE.
       COPY WORKQ.

       WORKING-STORAGE SECTION.

       01  WS-OPER-STATUS            PIC XX.
           88  WS-OPER-OK                    VALUE "00".
       01  WS-OPERWK-STATUS          PIC XX.
           88  WS-OPERWK-OK                  VALUE "00".
       01  WS-WQ-STATUS              PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-WQ-OK                      VALUES "00" "05".

       01  WS-CHOICE PIC 9 VALUE 9.
        88  WS-EXIT-CHOICE VALUE 0.
        88  WS-VALID-CHOICE VALUE 0 THRU 9.

       01  WS-SWITCHES.
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-SIGNED-ON                VALUE "Y".
           05  WS-OPER-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-OPER-FOUND               VALUE "Y".
           05  WS-WQ-EOF-SW          PIC X(01) VALUE "N".
               88  WS-WQ-EOF                   VALUE "Y".
           05  WS-WQ-DONE-SW         PIC X(01) VALUE "N".
               88  WS-WQ-DONE                  VALUE "Y".

      *    the signed-on operator's record while the file is closed
       01  WS-SIGNON-OPERATOR        PIC X(36) VALUE SPACES.

      *    the open items listed this round, by the number shown
       01  WS-WQ-TABLE.
           05  WS-WQ-COUNT           PIC 9(02) VALUE ZEROS.
           05  WS-WQ-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-WQ-COUNT.
               10  WWQ-KEY           PIC X(32).
       01  WS-WQ-CHOICE              PIC 9(02) VALUE ZEROS.

       01  WS-WQ-LINE.
           05  WQL-NUMBER            PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WQL-ITEM-TYPE         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WQL-DESCRIPTION       PIC X(50).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WQL-RAISED-DATE       PIC 9(08).

       01  WS-PASSWORD-FIELDS.
           05  WS-TODAY              PIC 9(08) VALUE ZEROS.
           05  WS-OPERATOR-LEVEL     PIC 9(01) VALUE ZEROS.
           05  WS-ATTEMPTS           PIC 9(01) VALUE ZEROS.

      *    minimum authorization level per menu option 1-9
       01  WS-OPTION-LEVEL-DATA      PIC X(09) VALUE "111221111".
       01  WS-OPTION-LEVELS REDEFINES WS-OPTION-LEVEL-DATA.
           05  WS-OPTION-LEVEL       PIC 9(01) OCCURS 9 TIMES.

       01  WS-LOG-TIME-FIELDS.
           05  WS-LOG-DATE           PIC 9(08).
           COMPUTE WS-EXPIRY-CUTOFF =
               (WS-EXP-YEAR * 10000) + (WS-EXP-MONTH * 100)
               + WS-TODAY-DAY
           PERFORM 0400-CHECK-OPERATORS
           PERFORM 0500-SIGN-ON THRU 0500-EXIT
               UNTIL WS-SIGNED-ON
                  OR WS-ATTEMPTS >= 3
           END-IF
           MOVE "SIGN-ON" TO WL-EVENT
           PERFORM 7000-LOG-EVENT
           PERFORM 0700-SHOW-WORK-QUEUE THRU 0700-EXIT
           PERFORM 1000-SHOW-MENU THRU 1000-EXIT
               UNTIL WS-EXIT-CHOICE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0400-CHECK-OPERATORS - no sign-on without the file
      *-----------------------------------------------------------*
       0400-CHECK-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               STOP RUN
           END-IF
           CLOSE OPERATOR-FILE.

      *-----------------------------------------------------------*
      * 0450-SAVE-OPERATOR - the lockout or the new password goes
      * back by copying OPERATOR through OPERWK with the changed
      * record in place of the old one, then copying it back
      *-----------------------------------------------------------*
       0450-SAVE-OPERATOR.
           MOVE OPERATOR-RECORD TO WS-SIGNON-OPERATOR
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel - alteracao "
                   "nao gravada."
               GO TO 0450-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-WORK-FILE
           IF NOT WS-OPERWK-OK
               DISPLAY "Ficheiro OPERWK indisponivel - alteracao "
                   "nao gravada."
               CLOSE OPERATOR-FILE
               GO TO 0450-EXIT
           END-IF
           MOVE "N" TO WS-OPER-EOF-SW
           PERFORM 0460-COPY-ONE-OPERATOR THRU 0460-EXIT
               UNTIL WS-OPER-EOF
           CLOSE OPERATOR-FILE
                 OPERATOR-WORK-FILE
           OPEN INPUT OPERATOR-WORK-FILE
           OPEN OUTPUT OPERATOR-FILE
           MOVE "N" TO WS-OPER-EOF-SW
           PERFORM 0470-RESTORE-ONE-OPERATOR THRU 0470-EXIT
               UNTIL WS-OPER-EOF
           CLOSE OPERATOR-WORK-FILE
                 OPERATOR-FILE
           MOVE WS-SIGNON-OPERATOR TO OPERATOR-RECORD.
       0450-EXIT.
           EXIT.

       0460-COPY-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0460-EXIT
           END-READ
           IF OP-ID = WS-SIGNON-OPERATOR(1:10)
               MOVE WS-SIGNON-OPERATOR TO OPERATOR-WORK-RECORD
           ELSE
               MOVE OPERATOR-RECORD TO OPERATOR-WORK-RECORD
           END-IF
           WRITE OPERATOR-WORK-RECORD.
       0460-EXIT.
           EXIT.

       0470-RESTORE-ONE-OPERATOR.
           READ OPERATOR-WORK-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0470-EXIT
           END-READ
           MOVE OPERATOR-WORK-RECORD TO OPERATOR-RECORD
           WRITE OPERATOR-RECORD.
       0470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0500-SIGN-ON - id and password against the file: disabled
      * and locked accounts are refused, three failures lock the
      * account for a supervisor to open, a first sign-on or an
      * expired password forces a change before the menu shows
           DISPLAY "Senha: "
           ACCEPT WS-ENTRY-PASSWORD
           MOVE "N" TO WS-OPER-FOUND-SW
           MOVE "N" TO WS-OPER-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-FIND-ONE-OPERATOR THRU 0510-EXIT
               UNTIL WS-OPER-EOF
                  OR WS-OPER-FOUND
           CLOSE OPERATOR-FILE
           IF NOT WS-OPER-FOUND
               DISPLAY "Operador ou senha invalidos."
               MOVE WS-ENTRY-ID TO WS-OPERATOR-ID
               MOVE SPACES TO WS-OPERATOR-ID
               GO TO 0500-EXIT
           END-IF
           MOVE WS-SIGNON-OPERATOR TO OPERATOR-RECORD
           IF OP-OPER-DISABLED
               DISPLAY "Conta desativada."
               MOVE 3 TO WS-ATTEMPTS
                   PERFORM 7000-LOG-EVENT
                   MOVE SPACES TO WS-OPERATOR-ID
               END-IF
               PERFORM 0450-SAVE-OPERATOR THRU 0450-EXIT
               GO TO 0500-EXIT
           END-IF
      *    a good sign-on clears the failure count
               OR OP-PWD-DATE < WS-EXPIRY-CUTOFF
               PERFORM 0600-CHANGE-PASSWORD THRU 0600-EXIT
               IF NOT WS-SIGNED-ON
                   PERFORM 0450-SAVE-OPERATOR THRU 0450-EXIT
                   GO TO 0500-EXIT
               END-IF
           END-IF
           SET WS-SIGNED-ON TO TRUE
           MOVE OP-ID TO WS-OPERATOR-ID
           MOVE OP-LEVEL TO WS-OPERATOR-LEVEL
           PERFORM 0450-SAVE-OPERATOR THRU 0450-EXIT.
       0500-EXIT.
           EXIT.

       0510-FIND-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           IF OP-ID = WS-ENTRY-ID
               MOVE OPERATOR-RECORD TO WS-SIGNON-OPERATOR
               SET WS-OPER-FOUND TO TRUE
           END-IF.
       0510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-CHANGE-PASSWORD - keyed twice, must differ from the
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0700-SHOW-WORK-QUEUE - the open WORKQ items at or below the
      * operator's level are listed, numbered, before the menu; the
      * operator clears them by number until 0 moves on
      *-----------------------------------------------------------*
       0700-SHOW-WORK-QUEUE.
           OPEN I-O WORK-QUEUE-FILE
           IF NOT WS-WQ-OK
               DISPLAY "Fila de pendentes WORKQ indisponivel."
               GO TO 0700-EXIT
           END-IF
           MOVE "N" TO WS-WQ-DONE-SW
           PERFORM 0710-WORK-ONE-ROUND THRU 0710-EXIT
               UNTIL WS-WQ-DONE
           CLOSE WORK-QUEUE-FILE.
       0700-EXIT.
           EXIT.

       0710-WORK-ONE-ROUND.
           MOVE ZEROS TO WS-WQ-COUNT
           MOVE "N" TO WS-WQ-EOF-SW
           MOVE LOW-VALUES TO WQ-KEY
           START WORK-QUEUE-FILE KEY NOT < WQ-KEY
               INVALID KEY
                   SET WS-WQ-EOF TO TRUE
           END-START
           PERFORM 0720-LIST-ONE-ITEM THRU 0720-EXIT
               UNTIL WS-WQ-EOF
           IF WS-WQ-COUNT = ZEROS
               DISPLAY "Sem pendentes por tratar."
               SET WS-WQ-DONE TO TRUE
               GO TO 0710-EXIT
           END-IF
           DISPLAY "Pendente a encerrar (0 = continuar): "
               WITH NO ADVANCING
           ACCEPT WS-WQ-CHOICE
           IF WS-WQ-CHOICE = ZEROS
               SET WS-WQ-DONE TO TRUE
               GO TO 0710-EXIT
           END-IF
           IF WS-WQ-CHOICE > WS-WQ-COUNT
               DISPLAY "Numero invalido."
               GO TO 0710-EXIT
           END-IF
           PERFORM 0730-CLEAR-ONE-ITEM THRU 0730-EXIT.
       0710-EXIT.
           EXIT.

       0720-LIST-ONE-ITEM.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-WQ-EOF TO TRUE
                   GO TO 0720-EXIT
           END-READ
           IF NOT WQ-OPEN
               OR WQ-REQUIRED-LEVEL > WS-OPERATOR-LEVEL
               GO TO 0720-EXIT
           END-IF
           IF WS-WQ-COUNT = 50
               DISPLAY "(ha mais pendentes - encerre estes primeiro)"
               SET WS-WQ-EOF TO TRUE
               GO TO 0720-EXIT
           END-IF
           IF WS-WQ-COUNT = ZEROS
               DISPLAY " "
               DISPLAY "--- Pendentes por tratar ---"
           END-IF
           ADD 1 TO WS-WQ-COUNT
           MOVE WQ-KEY TO WWQ-KEY(WS-WQ-COUNT)
           MOVE WS-WQ-COUNT TO WQL-NUMBER
           MOVE WQ-ITEM-TYPE TO WQL-ITEM-TYPE
           MOVE WQ-DESCRIPTION TO WQL-DESCRIPTION
           MOVE WQ-RAISED-DATE TO WQL-RAISED-DATE
           DISPLAY WS-WQ-LINE.
       0720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0730-CLEAR-ONE-ITEM - re-read so an item another operator
      * cleared meanwhile is not cleared twice, then stamp who
      * cleared it and when
      *-----------------------------------------------------------*
       0730-CLEAR-ONE-ITEM.
           MOVE WWQ-KEY(WS-WQ-CHOICE) TO WQ-KEY
           READ WORK-QUEUE-FILE
               INVALID KEY
                   DISPLAY "Pendente nao encontrado."
                   GO TO 0730-EXIT
           END-READ
           IF NOT WQ-OPEN
               DISPLAY "Pendente ja encerrado por " WQ-CLEARED-BY
               GO TO 0730-EXIT
           END-IF
           ACCEPT WS-LOG-TIME FROM TIME
           SET WQ-CLEARED TO TRUE
           MOVE WS-OPERATOR-ID TO WQ-CLEARED-BY
           MOVE WS-TODAY TO WQ-CLEARED-DATE
           COMPUTE WQ-CLEARED-TIME = (WS-LOG-HH * 10000)
               + (WS-LOG-MM * 100) + WS-LOG-SS
           REWRITE WORK-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "Erro ao regravar WORKQ: " WS-WQ-STATUS
                   GO TO 0730-EXIT
           END-REWRITE
           DISPLAY "Pendente encerrado."
           MOVE "WQ-ENCERRA" TO WL-EVENT
           PERFORM 7000-LOG-EVENT.
       0730-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-SHOW-MENU - only the options at or below the
      * operator's level are shown or dispatched
           IF WS-OPTION-LEVEL(8) <= WS-OPERATOR-LEVEL
               DISPLAY " 8 - Report reprint facility   (RPTREPRT)"
           END-IF.
           IF WS-OPTION-LEVEL(9) <= WS-OPERATOR-LEVEL
               DISPLAY " 9 - Customer account inquiry  (CUSTINQ)"
           END-IF.
           DISPLAY " 0 - Exit".
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
                   CALL "DATETIME"
               WHEN 8
                   CALL "RPTREPRT"
               WHEN 9
                   CALL "CUSTINQ"
               WHEN 0
                   CONTINUE
           END-EVALUATE.
