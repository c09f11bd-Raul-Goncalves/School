       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQGAPMT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Explanation of the numbering exceptions SEQAUDIT
      *                finds.  The operator signs on against OPERATOR,
      *                the exceptions still pending on SEQGAP are
      *                shown one at a time, optionally for a single
      *                sequence, and the reason keyed for each - a
      *                spoiled cheque, a cancelled quote - is kept on
      *                the record with the operator and the business
      *                date, and the exception becomes explained.
      *                An explained exception is only shown again on
      *                request, to correct its explanation.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SEQUENCE-GAP-FILE ASSIGN TO "SEQGAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-GAP-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  SEQUENCE-GAP-FILE.
       COPY SEQGAP.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-OPER-STATUS            PIC XX VALUE "00".
           88  WS-OPER-OK                    VALUE "00".
       01  WS-GAP-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-GAP-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-SIGNON-SW          PIC X(01) VALUE "N".
               88  WS-SIGNON-OK                VALUE "Y".
           05  WS-OPER-EOF-SW        PIC X(01) VALUE "N".
               88  WS-OPER-EOF                 VALUE "Y".
           05  WS-INCLUDE-SW         PIC X(01) VALUE "N".
               88  WS-INCLUDE-EXPLAINED        VALUES "S" "s".

       01  WS-SIGNON-FIELDS.
           05  WS-OPERATOR-ID        PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-PASSWORD  PIC X(10) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-FILTER-SEQ         PIC X(08) VALUE SPACES.
           05  WS-ENTRY-TEXT         PIC X(40) VALUE SPACES.
           05  WS-SHOWN-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-EXPLAINED-COUNT    PIC 9(05) VALUE ZEROS.

       01  WS-GAP-LINE.
           05  GL-SEQ-NAME           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  GL-TYPE-TEXT          PIC X(13).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  GL-FIRST-NUMBER       PIC Z(8)9.
           05  FILLER                PIC X(03) VALUE " A ".
           05  GL-LAST-NUMBER        PIC Z(8)9.
           05  FILLER                PIC X(12) VALUE "  DETETADO: ".
           05  GL-FOUND-DATE         PIC 9(08).
           05  FILLER                PIC X(11) VALUE "  VISTO: ".
           05  GL-LAST-SEEN-DATE     PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-SIGN-ON THRU 0500-EXIT
           IF NOT WS-SIGNON-OK
               DISPLAY "Acesso recusado."
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXPLAIN-ONE-GAP THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 0500-SIGN-ON - the operator's id and password checked on
      * OPERATOR; the id goes on every explanation keyed
      *-----------------------------------------------------------*
       0500-SIGN-ON.
           DISPLAY "Operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Senha: "
           ACCEPT WS-OPERATOR-PASSWORD
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "Ficheiro OPERATOR indisponivel."
               GO TO 0500-EXIT
           END-IF
           PERFORM 0510-CHECK-ONE-OPERATOR THRU 0510-EXIT
               UNTIL WS-OPER-EOF OR WS-SIGNON-OK
           CLOSE OPERATOR-FILE.
       0500-EXIT.
           EXIT.

       0510-CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO 0510-EXIT
           END-READ
           IF OP-ID = WS-OPERATOR-ID
               AND OP-PASSWORD = WS-OPERATOR-PASSWORD
               AND OP-OPER-ACTIVE
               SET WS-SIGNON-OK TO TRUE
           END-IF.
       0510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date for the explanation, the
      * selection, and SEQGAP positioned at its start
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
           DISPLAY "Sequencia (branco = todas): "
           ACCEPT WS-FILTER-SEQ
           DISPLAY "Mostrar tambem as ja explicadas (S/N): "
           ACCEPT WS-INCLUDE-SW
           DISPLAY "Explicacao: branco passa a seguinte, * termina."
           OPEN I-O SEQUENCE-GAP-FILE
           IF NOT WS-GAP-OK
               DISPLAY "Erro ao abrir SEQGAP: " WS-GAP-STATUS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO SG-KEY
           IF WS-FILTER-SEQ NOT = SPACES
               MOVE WS-FILTER-SEQ TO SG-SEQ-NAME
           END-IF
           START SEQUENCE-GAP-FILE KEY NOT < SG-KEY
               INVALID KEY
                   MOVE "N" TO WS-CONTINUE-SW
           END-START.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EXPLAIN-ONE-GAP - the next exception in the selection
      * shown and its explanation taken
      *-----------------------------------------------------------*
       2000-EXPLAIN-ONE-GAP.
           READ SEQUENCE-GAP-FILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-CONTINUE-SW
                   GO TO 2000-EXIT
           END-READ
           IF WS-FILTER-SEQ NOT = SPACES
               AND SG-SEQ-NAME NOT = WS-FILTER-SEQ
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           IF SG-RESOLVED
               GO TO 2000-EXIT
           END-IF
           IF SG-EXPLAINED AND NOT WS-INCLUDE-EXPLAINED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-SHOWN-COUNT
           PERFORM 2100-SHOW-GAP
           DISPLAY "Explicacao: "
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = "*"
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           IF WS-ENTRY-TEXT = SPACES
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-TEXT TO SG-EXPLANATION
           MOVE WS-OPERATOR-ID TO SG-EXPLAINED-BY
           MOVE WS-RUN-DATE TO SG-EXPLAINED-DATE
           SET SG-EXPLAINED TO TRUE
           REWRITE SEQUENCE-GAP-RECORD
               INVALID KEY
                   DISPLAY "Erro ao regravar SEQGAP: " WS-GAP-STATUS
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-EXPLAINED-COUNT.
       2000-EXIT.
           EXIT.

       2100-SHOW-GAP.
           MOVE SG-SEQ-NAME TO GL-SEQ-NAME
           EVALUATE TRUE
               WHEN SG-MISSING
                   MOVE "EM FALTA" TO GL-TYPE-TEXT
               WHEN SG-DUPLICATE
                   MOVE "DUPLICADO" TO GL-TYPE-TEXT
               WHEN SG-OUT-OF-ORDER
                   MOVE "FORA DE ORDEM" TO GL-TYPE-TEXT
               WHEN SG-NOT-ISSUED
                   MOVE "NAO EMITIDO" TO GL-TYPE-TEXT
           END-EVALUATE
           MOVE SG-FIRST-NUMBER TO GL-FIRST-NUMBER
           MOVE SG-LAST-NUMBER TO GL-LAST-NUMBER
           MOVE SG-FOUND-DATE TO GL-FOUND-DATE
           MOVE SG-LAST-SEEN-DATE TO GL-LAST-SEEN-DATE
           DISPLAY " "
           DISPLAY WS-GAP-LINE
           IF SG-EXPLAINED
               DISPLAY "Explicado por " SG-EXPLAINED-BY " em "
                   SG-EXPLAINED-DATE ": " SG-EXPLANATION
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE SEQUENCE-GAP-FILE
           DISPLAY "SEQGAPMT: " WS-SHOWN-COUNT " excecoes mostradas, "
               WS-EXPLAINED-COUNT " explicadas.".

       END PROGRAM SEQGAPMT.
