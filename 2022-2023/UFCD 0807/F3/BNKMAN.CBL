       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKMAN.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Manual bank reconciliation for the statement
      *                lines BNKMTCH could not pair.  Finance keys a
      *                statement date, gets its unmatched lines
      *                listed, picks one and is shown the unmatched
      *                BANKBOOK items of the same direction and
      *                amount, whatever their date; the item chosen
      *                is matched to the line on both files.  A
      *                matched line - automatic or manual - can be
      *                keyed again to undo the pair, putting both
      *                sides back as unmatched.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-LINE-FILE ASSIGN TO "BANKLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT BANK-BOOK-FILE ASSIGN TO "BANKBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  BANK-LINE-FILE.
       COPY BANKLINE.

       FD  BANK-BOOK-FILE.
       COPY BANKBOOK.

       WORKING-STORAGE SECTION.

       01  WS-LINE-STATUS            PIC XX.
           88  WS-LINE-OK                    VALUE "00".
       01  WS-BOOK-STATUS            PIC XX.
           88  WS-BOOK-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-STMT-DATE              PIC 9(08) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-LINE         PIC 9(04).
           05  WS-ENTRY-CHOICE       PIC 9(02).
           05  WS-ENTRY-CONFIRM      PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-OPEN-LINES         PIC 9(04) VALUE ZEROS.
           05  WS-MATCHED-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-UNDONE-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-LINE-DIRECTION     PIC X(01) VALUE SPACE.

      *    the book items offered for the line picked
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-COUNT         PIC 9(02) VALUE ZEROS.
           05  WS-CAND-ENTRY OCCURS 20 TIMES.
               10  WC-KEY            PIC X(24).

       01  WS-LINE-DISPLAY.
           05  WL-LINE-NO            PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-VALUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-DIRECTION          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-REFERENCE          PIC X(16).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WL-NARRATIVE          PIC X(30).

       01  WS-BOOK-DISPLAY.
           05  WK-CHOICE             PIC Z9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-DATE               PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-SOURCE             PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WK-ORIGIN-REF         PIC X(16).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O BANK-LINE-FILE
           IF NOT WS-LINE-OK
               DISPLAY "Ficheiro BANKLINE indisponivel."
               STOP RUN
           END-IF
           OPEN I-O BANK-BOOK-FILE
           IF NOT WS-BOOK-OK
               DISPLAY "Ficheiro BANKBOOK indisponivel - corra "
                   "primeiro o BNKMTCH."
               CLOSE BANK-LINE-FILE
               STOP RUN
           END-IF
           DISPLAY "Data do extrato (AAAAMMDD): "
           ACCEPT WS-STMT-DATE
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE ZEROS TO BL-LINE-NO
           READ BANK-LINE-FILE
               INVALID KEY
                   DISPLAY "Extrato nao importado."
                   MOVE "N" TO WS-CONTINUE-SW
           END-READ
           PERFORM 1000-WORK-ONE-LINE THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE BANK-LINE-FILE
           CLOSE BANK-BOOK-FILE
           DISPLAY "Conciliados: " WS-MATCHED-COUNT
               "  Desfeitos: " WS-UNDONE-COUNT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-WORK-ONE-LINE - list the open lines, take one, match
      * it or undo its match
      *-----------------------------------------------------------*
       1000-WORK-ONE-LINE.
           PERFORM 2000-LIST-OPEN-LINES THRU 2000-EXIT
           DISPLAY "Linha a tratar (0 para sair): "
           ACCEPT WS-ENTRY-LINE
           IF WS-ENTRY-LINE = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE WS-ENTRY-LINE TO BL-LINE-NO
           READ BANK-LINE-FILE
               INVALID KEY
                   DISPLAY "Linha inexistente."
                   GO TO 1000-EXIT
           END-READ
           PERFORM 2100-SHOW-LINE
           IF BL-MATCHED
               PERFORM 4000-UNDO-MATCH THRU 4000-EXIT
           ELSE
               PERFORM 3000-MATCH-LINE THRU 3000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-OPEN-LINES - the statement's unmatched lines
      *-----------------------------------------------------------*
       2000-LIST-OPEN-LINES.
           MOVE ZEROS TO WS-OPEN-LINES
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE 1 TO BL-LINE-NO
           MOVE "N" TO WS-EOF-SW
           START BANK-LINE-FILE KEY NOT < BL-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           DISPLAY "Linhas por conciliar do extrato " WS-STMT-DATE
           PERFORM 2010-LIST-ONE-LINE THRU 2010-EXIT
               UNTIL WS-EOF
           IF WS-OPEN-LINES = ZEROS
               DISPLAY "  (nenhuma)"
           END-IF.
       2000-EXIT.
           EXIT.

       2010-LIST-ONE-LINE.
           READ BANK-LINE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ
           IF BL-STMT-DATE NOT = WS-STMT-DATE
               SET WS-EOF TO TRUE
               GO TO 2010-EXIT
           END-IF
           IF BL-UNMATCHED
               ADD 1 TO WS-OPEN-LINES
               PERFORM 2100-SHOW-LINE
           END-IF.
       2010-EXIT.
           EXIT.

       2100-SHOW-LINE.
           MOVE BL-LINE-NO TO WL-LINE-NO
           MOVE BL-VALUE-DATE TO WL-VALUE-DATE
           MOVE BL-DIRECTION TO WL-DIRECTION
           MOVE BL-AMOUNT TO WL-AMOUNT
           MOVE BL-REFERENCE TO WL-REFERENCE
           MOVE BL-NARRATIVE TO WL-NARRATIVE
           DISPLAY WS-LINE-DISPLAY.

      *-----------------------------------------------------------*
      * 3000-MATCH-LINE - offer the unmatched book items of the
      * same direction and amount and match the one chosen
      *-----------------------------------------------------------*
       3000-MATCH-LINE.
           IF NOT BL-MOVEMENT-LINE
               DISPLAY "A linha 0000 e o saldo do extrato."
               GO TO 3000-EXIT
           END-IF
           IF BL-CREDIT
               MOVE "R" TO WS-LINE-DIRECTION
           ELSE
               MOVE "P" TO WS-LINE-DIRECTION
           END-IF
           MOVE ZEROS TO WS-CAND-COUNT
           MOVE LOW-VALUES TO BK-KEY
           MOVE "N" TO WS-EOF-SW
           START BANK-BOOK-FILE KEY NOT < BK-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-OFFER-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-EOF
           IF WS-CAND-COUNT = ZEROS
               DISPLAY "Nenhum movimento do livro por conciliar com "
                   "esse valor - fica como movimento so do banco."
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Movimento do livro a conciliar (0 nenhum): "
           ACCEPT WS-ENTRY-CHOICE
           IF WS-ENTRY-CHOICE = ZEROS
              OR WS-ENTRY-CHOICE > WS-CAND-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE WC-KEY(WS-ENTRY-CHOICE) TO BK-KEY
           READ BANK-BOOK-FILE
               INVALID KEY
                   DISPLAY "Movimento do livro desapareceu."
                   GO TO 3000-EXIT
           END-READ
           IF NOT BK-UNMATCHED
               DISPLAY "Movimento ja conciliado."
               GO TO 3000-EXIT
           END-IF
           SET BK-MANUAL-MATCHED TO TRUE
           MOVE WS-STMT-DATE TO BK-STMT-DATE
           MOVE WS-ENTRY-LINE TO BK-STMT-LINE
           MOVE WS-RUN-DATE TO BK-MATCH-DATE
           REWRITE BANK-BOOK-RECORD
           MOVE WS-STMT-DATE TO BL-STMT-DATE
           MOVE WS-ENTRY-LINE TO BL-LINE-NO
           READ BANK-LINE-FILE
               INVALID KEY
                   DISPLAY "Linha do extrato desapareceu."
                   GO TO 3000-EXIT
           END-READ
           SET BL-MANUAL-MATCHED TO TRUE
           MOVE BK-KEY TO BL-BOOK-KEY
           MOVE WS-RUN-DATE TO BL-MATCH-DATE
           REWRITE BANK-LINE-RECORD
           ADD 1 TO WS-MATCHED-COUNT
           DISPLAY "Conciliado.".
       3000-EXIT.
           EXIT.

       3100-OFFER-ONE-ITEM.
           READ BANK-BOOK-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT BK-UNMATCHED
              OR BK-DIRECTION NOT = WS-LINE-DIRECTION
              OR BK-AMOUNT NOT = BL-AMOUNT
               GO TO 3100-EXIT
           END-IF
           IF WS-CAND-COUNT = 20
               DISPLAY "(mais movimentos com o mesmo valor - "
                   "mostrados os primeiros 20)"
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE BK-KEY TO WC-KEY(WS-CAND-COUNT)
           MOVE WS-CAND-COUNT TO WK-CHOICE
           MOVE BK-DATE TO WK-DATE
           MOVE BK-AMOUNT TO WK-AMOUNT
           MOVE BK-SOURCE TO WK-SOURCE
           MOVE BK-DESCRIPTION TO WK-DESCRIPTION
           MOVE BK-ORIGIN-REF TO WK-ORIGIN-REF
           DISPLAY WS-BOOK-DISPLAY.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-UNDO-MATCH - a matched line and its book item both
      * back to unmatched
      *-----------------------------------------------------------*
       4000-UNDO-MATCH.
           DISPLAY "Conciliada com " BL-BOOK-ORIGIN " "
               BL-BOOK-REF
           DISPLAY "Desfazer a conciliacao (S/N)? "
           ACCEPT WS-ENTRY-CONFIRM
           IF WS-ENTRY-CONFIRM NOT = "S" AND NOT = "s"
               GO TO 4000-EXIT
           END-IF
           MOVE BL-BOOK-KEY TO BK-KEY
           READ BANK-BOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BK-UNMATCHED TO TRUE
                   MOVE ZEROS TO BK-STMT-DATE
                   MOVE ZEROS TO BK-STMT-LINE
                   MOVE ZEROS TO BK-MATCH-DATE
                   REWRITE BANK-BOOK-RECORD
           END-READ
           SET BL-UNMATCHED TO TRUE
           MOVE SPACES TO BL-BOOK-KEY
           MOVE ZEROS TO BL-MATCH-DATE
           REWRITE BANK-LINE-RECORD
           ADD 1 TO WS-UNDONE-COUNT
           DISPLAY "Conciliacao desfeita.".
       4000-EXIT.
           EXIT.

       END PROGRAM BNKMAN.
