      *                 mode L here just CALLs it, and the SCHEDRUN
      *                 calendar can release the period's recurring
      *                 entries with no keyboard at all.
      * 2026-10-15  RG  Each line may carry a cost center (validated
      *                 on CCMAST, 0 for none) onto GL-COST-CENTER;
      *                 templates keep the center for the release.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.
           SELECT OPTIONAL RECURRING-TEMPLATES ASSIGN TO "GLRECUR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
       FD  GL-ACCOUNT-MASTER.
       COPY GLACCT.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       FD  RECURRING-TEMPLATES.
       01  RECURRING-TEMPLATE-RECORD.
           05  RT-TEMPLATE-ID        PIC 9(04).
           05  RT-CREDIT             PIC 9(7)V99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-DESCRIPTION        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RT-COST-CENTER-ID     PIC 9(03).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       01  WS-ACCT-STATUS            PIC XX.
           88  WS-ACCT-OK                    VALUE "00".
       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-SIDE-VALID               VALUES "D" "C".
           05  WS-ENTRY-AMOUNT       PIC 9(7)V99 VALUE ZEROS.
           05  WS-ENTRY-DESC         PIC X(20) VALUE SPACES.
           05  WS-ENTRY-CENTER       PIC 9(03) VALUE ZEROS.

       01  WS-ENTRY-TABLE.
           05  WS-LINE-COUNT         PIC 9(02) VALUE ZEROS.
               10  WJL-DEBIT         PIC 9(7)V99.
               10  WJL-CREDIT        PIC 9(7)V99.
               10  WJL-DESC          PIC X(20).
               10  WJL-CENTER-ID     PIC 9(03).
       01  WS-LINE-IDX               PIC 9(02) VALUE ZEROS.

       01  WS-ENTRY-TOTALS.
                       "corra GLACMNT."
                   STOP RUN
               END-IF
               OPEN INPUT COST-CENTER-MASTER
           END-IF.

       1050-ACCEPT-MODE.
           END-IF
           DISPLAY "Descricao: "
           ACCEPT WS-ENTRY-DESC
           DISPLAY "Centro de custo (0 = nenhum): "
           ACCEPT WS-ENTRY-CENTER
           IF WS-ENTRY-CENTER NOT = ZEROS
               MOVE WS-ENTRY-CENTER TO CM-CENTER-ID
               READ COST-CENTER-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CCM-STATUS
               END-READ
               IF NOT WS-CCM-OK
                   DISPLAY "Centro de custo inexistente - linha "
                       "recusada."
                   GO TO 3000-EXIT
               END-IF
           END-IF
           IF WS-LINE-COUNT = 50
               DISPLAY "Lancamento cheio."
               SET WS-LINES-DONE TO TRUE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ENTRY-ACCOUNT TO WJL-ACCOUNT(WS-LINE-COUNT)
           MOVE WS-ENTRY-DESC TO WJL-DESC(WS-LINE-COUNT)
           MOVE WS-ENTRY-CENTER TO WJL-CENTER-ID(WS-LINE-COUNT)
           IF WS-SIDE-DEBIT
               MOVE WS-ENTRY-AMOUNT TO WJL-DEBIT(WS-LINE-COUNT)
               MOVE ZEROS TO WJL-CREDIT(WS-LINE-COUNT)
           MOVE WJL-DEBIT(WS-LINE-IDX) TO GL-DEBIT
           MOVE WJL-CREDIT(WS-LINE-IDX) TO GL-CREDIT
           MOVE WJL-DESC(WS-LINE-IDX) TO GL-DESCRIPTION
           IF WJL-CENTER-ID(WS-LINE-IDX) NOT = ZEROS
               MOVE WJL-CENTER-ID(WS-LINE-IDX) TO GL-COST-CENTER-ID
           END-IF
           WRITE GL-POSTING-RECORD.

      *-----------------------------------------------------------*
           MOVE WJL-DEBIT(WS-LINE-IDX) TO RT-DEBIT
           MOVE WJL-CREDIT(WS-LINE-IDX) TO RT-CREDIT
           MOVE WJL-DESC(WS-LINE-IDX) TO RT-DESCRIPTION
           MOVE WJL-CENTER-ID(WS-LINE-IDX) TO RT-COST-CENTER-ID
           WRITE RECURRING-TEMPLATE-RECORD.

      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-MODE-ENTRY
               CLOSE GL-ACCOUNT-MASTER
               CLOSE COST-CENTER-MASTER
           END-IF.

       END PROGRAM GLJRNL.
