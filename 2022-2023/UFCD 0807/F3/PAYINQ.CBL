       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYINQ.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Payroll history inquiry and payslip reprint.
      *                For the employee keyed, lists every pay and
      *                adjustment the live NETPAY runs recorded in
      *                PAYHIST - period, run kind, gross, deductions,
      *                net and how it was paid - optionally from a
      *                given period on, and on request writes a past
      *                payslip again to PAYREPR, marked as a copy, for
      *                the tax queries and the bank letters that used
      *                to send someone to the archived printouts.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAYSLIP-REPRINT ASSIGN TO "PAYREPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  PAYSLIP-REPRINT.
       01  PAYSLIP-LINE              PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-PAYHIST-STATUS         PIC XX.
           88  WS-PAYHIST-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-HIST-EOF-SW        PIC X(01) VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-REPRINT-SW         PIC X(01) VALUE "N".
               88  WS-REPRINT-WANTED           VALUES "S" "s".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-EMP-ID       PIC 9(05).
           05  WS-ENTRY-FROM-PERIOD  PIC 9(08).
           05  WS-ENTRY-PERIOD       PIC 9(08).
           05  WS-ENTRY-RUN-KIND     PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-LISTED-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-REPRINT-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-GROSS              PIC 9(7)V99 VALUE ZEROS.
           05  WS-DEDUCTIONS         PIC 9(7)V99 VALUE ZEROS.
           05  WS-NET-TOTAL          PIC S9(7)V99 VALUE ZEROS.

       01  WS-HISTORY-HEADING.
           05  FILLER                PIC X(40) VALUE
               "PERIODO  T SQ   ILIQUIDO  DESCONTOS    ".
           05  FILLER                PIC X(20) VALUE
               " LIQUIDO M MOEDA".

       01  WS-HISTORY-LINE.
           05  WH-PERIOD             PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-RUN-KIND           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-SEQUENCE           PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-GROSS              PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-DEDUCTIONS         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-NET                PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-METHOD             PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WH-CURRENCY           PIC X(03).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(11) VALUE "REGISTOS: ".
           05  WT-COUNT              PIC ZZZ9.
           05  FILLER                PIC X(16) VALUE
               "  LIQUIDO TOTAL ".
           05  WT-NET                PIC Z,ZZZ,ZZ9.99-.

      *    the payslip as NETPAY prints it
       01  WS-PAYSLIP-SEPARATOR      PIC X(40) VALUE ALL "=".

       01  WS-PAYSLIP-COPY-LINE.
           05  FILLER                PIC X(21) VALUE
               "SEGUNDA VIA  PERIODO ".
           05  PC-PERIOD             PIC 9(08).
           05  FILLER                PIC X(08) VALUE "  TIPO ".
           05  PC-RUN-KIND           PIC X(01).
           05  FILLER                PIC X(13) VALUE
               "  PROCESSADO ".
           05  PC-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  EMITIDA ".
           05  PC-ISSUE-DATE         PIC 9(08).

       01  WS-PAYSLIP-NAME-LINE.
           05  FILLER                PIC X(11) VALUE "EMPLOYEE:  ".
           05  PS-NAME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PS-ID                 PIC 9(05).

       01  WS-PAYSLIP-AMOUNT-LINE.
           05  PS-LABEL              PIC X(20).
           05  PS-AMOUNT             PIC ZZZZZ9.99.

       01  WS-PAYSLIP-PAID-LINE.
           05  FILLER                PIC X(20) VALUE
               "PAGO POR ..........".
           05  PP-METHOD             PIC X(13).
           05  PP-BANK-ACCT          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "MOEDA ".
           05  PP-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  PP-RATE               PIC ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INQUIRE-ONE-EMPLOYEE THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, history and reprint files
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
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT WS-PAYHIST-OK
               DISPLAY "Ficheiro PAYHIST indisponivel: "
                   WS-PAYHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PAYSLIP-REPRINT.

      *-----------------------------------------------------------*
      * 2000-INQUIRE-ONE-EMPLOYEE - list the employee's history and
      * reprint a payslip from it if asked
      *-----------------------------------------------------------*
       2000-INQUIRE-ONE-EMPLOYEE.
           DISPLAY "Numero do empregado (0 para sair): "
           ACCEPT WS-ENTRY-EMP-ID
           IF WS-ENTRY-EMP-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           DISPLAY "A partir do periodo AAAAMMDD (0 = todos): "
           ACCEPT WS-ENTRY-FROM-PERIOD
           PERFORM 3000-LIST-HISTORY THRU 3000-EXIT
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY "Sem historico de pagamentos."
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Reimprimir um recibo (S/N): "
           ACCEPT WS-REPRINT-SW
           IF NOT WS-REPRINT-WANTED
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Periodo AAAAMMDD: "
           ACCEPT WS-ENTRY-PERIOD
           DISPLAY "Tipo (R/F/N/S): "
           ACCEPT WS-ENTRY-RUN-KIND
           MOVE WS-ENTRY-EMP-ID TO PH-EMP-ID
           MOVE WS-ENTRY-PERIOD TO PH-PAY-PERIOD
           MOVE WS-ENTRY-RUN-KIND TO PH-RUN-KIND
           MOVE ZEROS TO PH-SEQUENCE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "Recibo nao encontrado no historico."
                   GO TO 2000-EXIT
           END-READ
           PERFORM 4000-REPRINT-PAYSLIP
           ADD 1 TO WS-REPRINT-COUNT
           DISPLAY "Segunda via gravada em PAYREPR.".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-HISTORY - every record of the employee from the
      * period keyed, oldest first, and the net total paid
      *-----------------------------------------------------------*
       3000-LIST-HISTORY.
           MOVE ZEROS TO WS-LISTED-COUNT
           MOVE ZEROS TO WS-NET-TOTAL
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE WS-ENTRY-EMP-ID TO PH-EMP-ID
           MOVE WS-ENTRY-FROM-PERIOD TO PH-PAY-PERIOD
           MOVE LOW-VALUES TO PH-RUN-KIND
           MOVE ZEROS TO PH-SEQUENCE
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LIST-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-HIST-EOF
           IF WS-LISTED-COUNT > ZEROS
               MOVE WS-LISTED-COUNT TO WT-COUNT
               MOVE WS-NET-TOTAL TO WT-NET
               DISPLAY WS-TOTAL-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-RECORD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF PH-EMP-ID NOT = WS-ENTRY-EMP-ID
               SET WS-HIST-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-LISTED-COUNT = ZEROS
               DISPLAY PH-EMP-NAME "  " PH-DEPT
               DISPLAY WS-HISTORY-HEADING
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 3200-SUM-ONE-RECORD
           MOVE PH-PAY-PERIOD TO WH-PERIOD
           MOVE PH-RUN-KIND TO WH-RUN-KIND
           MOVE PH-SEQUENCE TO WH-SEQUENCE
           MOVE WS-GROSS TO WH-GROSS
           MOVE WS-DEDUCTIONS TO WH-DEDUCTIONS
           MOVE PH-NET-PAY TO WH-NET
           MOVE PH-PAY-METHOD TO WH-METHOD
           MOVE PH-CURRENCY-CODE TO WH-CURRENCY
           DISPLAY WS-HISTORY-LINE
           ADD PH-NET-PAY TO WS-NET-TOTAL.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-SUM-ONE-RECORD - the gross the payslip paid before any
      * deduction, and every deduction taken from it
      *-----------------------------------------------------------*
       3200-SUM-ONE-RECORD.
           ADD PH-GROSS, PH-SUB-HOL, PH-SUB-XMAS,
               PH-SET-COMPENSATION GIVING WS-GROSS
           ADD PH-TAXA, PH-PR, PH-PENSAO, PH-COBRANCA, PH-SUB-TAXA,
               PH-LOAN-DEDUCTION GIVING WS-DEDUCTIONS.

      *-----------------------------------------------------------*
      * 4000-REPRINT-PAYSLIP - the payslip as the run printed it,
      * headed as a copy; the instalments of several loans print
      * as their total
      *-----------------------------------------------------------*
       4000-REPRINT-PAYSLIP.
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-SEPARATOR
           MOVE PH-PAY-PERIOD TO PC-PERIOD
           MOVE PH-RUN-KIND TO PC-RUN-KIND
           MOVE PH-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-DATE TO PC-ISSUE-DATE
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-COPY-LINE
           MOVE PH-EMP-NAME TO PS-NAME
           MOVE PH-EMP-ID TO PS-ID
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-NAME-LINE
           IF PH-RUN-KIND = "R"
               PERFORM 4100-PRINT-REGULAR-PAY
           END-IF
           IF PH-RUN-KIND = "S"
               PERFORM 4200-PRINT-SETTLEMENT-PAY
           END-IF
           IF PH-SUB-HOL > ZEROS
               MOVE "SUBS. FERIAS ......"  TO PS-LABEL
               MOVE PH-SUB-HOL TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF PH-SUB-XMAS > ZEROS
               MOVE "SUBS. NATAL ......."  TO PS-LABEL
               MOVE PH-SUB-XMAS TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF PH-SUB-HOL > ZEROS OR PH-SUB-XMAS > ZEROS
               MOVE "RET. SUBSIDIOS ...."  TO PS-LABEL
               MOVE PH-SUB-TAXA TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF PH-EXP-REIMB > ZEROS
               MOVE "REEMB. DESPESAS ..."  TO PS-LABEL
               MOVE PH-EXP-REIMB TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           MOVE "NET PAY ..........."  TO PS-LABEL
           MOVE PH-NET-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "YTD NET PAY ......."  TO PS-LABEL
           MOVE PH-YTD-NET-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           IF PH-YTD-HOL-SUBSIDY NOT = ZEROS
               MOVE "YTD SUBS. FERIAS .."  TO PS-LABEL
               MOVE PH-YTD-HOL-SUBSIDY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           IF PH-YTD-XMAS-SUBSIDY NOT = ZEROS
               MOVE "YTD SUBS. NATAL ..."  TO PS-LABEL
               MOVE PH-YTD-XMAS-SUBSIDY TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF
           EVALUATE TRUE
               WHEN PH-PAID-BY-TRANSFER
                   MOVE "TRANSFERENCIA" TO PP-METHOD
               WHEN PH-PAID-BY-CHEQUE
                   MOVE "CHEQUE" TO PP-METHOD
               WHEN OTHER
                   MOVE "NADA A PAGAR" TO PP-METHOD
           END-EVALUATE
           MOVE PH-BANK-ACCT TO PP-BANK-ACCT
           MOVE PH-CURRENCY-CODE TO PP-CURRENCY
           MOVE PH-CURRENCY-RATE TO PP-RATE
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-PAID-LINE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

       4100-PRINT-REGULAR-PAY.
           MOVE "GROSS PAY ........."  TO PS-LABEL
           MOVE PH-GROSS TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "TAXA .............."  TO PS-LABEL
           MOVE PH-TAXA TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "PR ................"  TO PS-LABEL
           MOVE PH-PR TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "PENSAO ............"  TO PS-LABEL
           MOVE PH-PENSAO TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "COBRANCA .........."  TO PS-LABEL
           MOVE PH-COBRANCA TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           PERFORM 4300-PRINT-LOANS.

       4200-PRINT-SETTLEMENT-PAY.
           MOVE "DIAS TRABALHADOS .."  TO PS-LABEL
           MOVE PH-SET-WORKED-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "FERIAS NAO GOZADAS "  TO PS-LABEL
           MOVE PH-SET-LEAVE-PAY TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "PRE-AVISO ........."  TO PS-LABEL
           MOVE PH-SET-NOTICE TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "COMPENSACAO ......."  TO PS-LABEL
           MOVE PH-SET-COMPENSATION TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           MOVE "TAXA .............."  TO PS-LABEL
           MOVE PH-TAXA TO PS-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           PERFORM 4300-PRINT-LOANS.

       4300-PRINT-LOANS.
           IF PH-LOAN-DEDUCTION > ZEROS
               MOVE "EMPRESTIMOS ......."  TO PS-LABEL
               MOVE PH-LOAN-DEDUCTION TO PS-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-PAYSLIP-AMOUNT-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the counts
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PAY-HISTORY-FILE
           CLOSE PAYSLIP-REPRINT
           DISPLAY "Segundas vias emitidas: " WS-REPRINT-COUNT.

       END PROGRAM PAYINQ.
