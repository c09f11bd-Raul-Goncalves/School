       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONCAP.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Donation capture at the desk.  The donor is a
      *                member, found by MEM-ID, or an outside donor
      *                identified by a NIF that must pass the FLDVAL
      *                check, with the name and address keyed.  The
      *                amount, method (cash, cheque, transfer,
      *                multibanco) and purpose fund (DONFUND) are
      *                taken, the donation is written to DONATION
      *                under a receipt number from the SEQSVC DONREC
      *                sequence, the receipt for the donor's tax
      *                deduction is printed to DONRCPT, and a
      *                balanced pair goes to GLPOST: cash or bank
      *                debited, the fund's income account credited.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Members past the 1000th are counted on the
      *                 console at start-up, a donor not found says
      *                 when the table was full, and the member table
      *                 is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DONATION-FILE ASSIGN TO "DONATION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-RECEIPT-NUMBER
               FILE STATUS IS WS-DONATION-STATUS.
           SELECT OPTIONAL RECEIPT-PRINT ASSIGN TO "DONRCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  DONATION-FILE.
       COPY DONATION.

       FD  RECEIPT-PRINT.
       01  RECEIPT-PRINT-LINE        PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOST.

       WORKING-STORAGE SECTION.

       COPY SEQSVC.
       COPY FLDVAL.
       COPY DONFUND.
       COPY TBLCHK.

       01  WS-DONATION-STATUS        PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-DONATION-OK                VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".
           05  WS-FUND-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-FUND-FOUND               VALUE "Y".

      *    the GL accounts the donation is received into
       01  WS-CASH-ACCOUNT           PIC X(08) VALUE "CAIXA".
       01  WS-BANK-ACCOUNT           PIC X(08) VALUE "BANCO".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-OPERATOR-ID            PIC X(10).

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-TYPE         PIC X(01).
           05  WS-ENTRY-MEM-ID       PIC 9(05).
           05  WS-ENTRY-NIF          PIC 9(09).
           05  WS-ENTRY-AMOUNT       PIC 9(7)V99.
           05  WS-ENTRY-METHOD       PIC X(01).
           05  WS-ENTRY-FUND         PIC X(04).
           05  WS-ENTRY-CONFIRM      PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-MEM-IDX            PIC 9(04) VALUE ZEROS.
           05  WS-FUND-IDX           PIC 9(02) VALUE ZEROS.
           05  WS-DEBIT-ACCOUNT      PIC X(08).
           05  WS-DONATION-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-DONATION-TOTAL     PIC 9(9)V99 VALUE ZEROS.
           05  WS-MEM-SKIPPED        PIC 9(05) VALUE ZEROS.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-MEMBER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-MEMBER-COUNT.
               10  WM-ID             PIC 9(05).
               10  WM-NAME           PIC X(25).
               10  WM-ADDRESS-1      PIC X(30).
               10  WM-ADDRESS-2      PIC X(30).
               10  WM-STATUS-CODE    PIC X(01).

      *    the donation receipt the donor keeps for the tax return
       01  WS-RECEIPT-SEPARATOR      PIC X(60) VALUE ALL "*".

       01  WS-RECEIPT-TITLE-LINE.
           05  FILLER                PIC X(22) VALUE
               "RECIBO DE DONATIVO N ".
           05  DR-RECEIPT-NUMBER     PIC 9(09).
           05  FILLER                PIC X(08) VALUE "  DATA: ".
           05  DR-RECEIPT-DATE       PIC 9(08).

       01  WS-RECEIPT-DONOR-LINE.
           05  FILLER                PIC X(09) VALUE "DOADOR:  ".
           05  DR-DONOR-NAME         PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DR-DONOR-REF          PIC X(15).

       01  WS-RECEIPT-ADDRESS-LINE.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  DR-ADDRESS            PIC X(30).

       01  WS-RECEIPT-NIF-LINE.
           05  FILLER                PIC X(09) VALUE "NIF:     ".
           05  DR-NIF                PIC X(09).

       01  WS-RECEIPT-AMOUNT-LINE.
           05  FILLER                PIC X(09) VALUE "VALOR:   ".
           05  DR-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(05) VALUE " EUR ".
           05  DR-METHOD             PIC X(15).

       01  WS-RECEIPT-FUND-LINE.
           05  FILLER                PIC X(09) VALUE "FINS:    ".
           05  DR-FUND-NAME          PIC X(20).

       01  WS-RECEIPT-TEXT-1         PIC X(60) VALUE
           "Donativo concedido sem contrapartidas, para efeitos do".
       01  WS-RECEIPT-TEXT-2         PIC X(60) VALUE
           "Estatuto dos Beneficios Fiscais (mecenato).".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTURE-ONE-DONATION THRU 2000-EXIT
               UNTIL NOT WS-CONTINUE
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - business date, operator, member table,
      * files
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
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL WS-MEM-EOF
           CLOSE MEMBERSHIP-FILE
           IF WS-MEM-SKIPPED > ZEROS
               DISPLAY "DONCAP: tabela de socios cheia - "
                   WS-MEM-SKIPPED " socios nao carregados."
           END-IF
           MOVE "DONCAP" TO TC-PROGRAM-NAME
           MOVE "MEMBER" TO TC-TABLE-NAME
           MOVE WS-MEMBER-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           OPEN I-O DONATION-FILE
           IF NOT WS-DONATION-OK
               DISPLAY "Ficheiro DONATION indisponivel."
               STOP RUN
           END-IF
           OPEN EXTEND RECEIPT-PRINT
           OPEN EXTEND GL-POSTING-FILE.

       1100-LOAD-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF WS-MEMBER-COUNT = 1000
               ADD 1 TO WS-MEM-SKIPPED
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE MEM-ID TO WM-ID(WS-MEMBER-COUNT)
           MOVE MEM-NAME TO WM-NAME(WS-MEMBER-COUNT)
           MOVE MEM-ADDRESS-1 TO WM-ADDRESS-1(WS-MEMBER-COUNT)
           MOVE MEM-ADDRESS-2 TO WM-ADDRESS-2(WS-MEMBER-COUNT)
           MOVE MEM-STATUS-CODE TO WM-STATUS-CODE(WS-MEMBER-COUNT).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CAPTURE-ONE-DONATION - donor, amount, method and
      * fund keyed and confirmed, then filed, receipted and
      * posted
      *-----------------------------------------------------------*
       2000-CAPTURE-ONE-DONATION.
           DISPLAY "Doador: S socio, E externo (branco para sair): "
           MOVE SPACE TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = SPACE
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO DONATION-RECORD
           MOVE ZEROS TO DN-MEM-ID
           MOVE ZEROS TO DN-DONOR-NIF
           EVALUATE WS-ENTRY-TYPE
               WHEN "S"
                   PERFORM 3000-ACCEPT-MEMBER-DONOR THRU 3000-EXIT
                   IF NOT WS-MEMBER-FOUND
                       GO TO 2000-EXIT
                   END-IF
               WHEN "E"
                   PERFORM 3500-ACCEPT-EXTERNAL-DONOR THRU 3500-EXIT
                   IF DN-DONOR-NIF = ZEROS
                       GO TO 2000-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   GO TO 2000-EXIT
           END-EVALUATE
           DISPLAY "Valor do donativo: "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZEROS
               DISPLAY "Valor em falta - donativo nao registado."
               GO TO 2000-EXIT
           END-IF
           PERFORM 4000-ACCEPT-METHOD THRU 4000-EXIT
           PERFORM 4500-ACCEPT-FUND THRU 4500-EXIT
           DISPLAY DN-DONOR-NAME " - " WS-ENTRY-AMOUNT " - "
               WS-FUND-NAME(WS-FUND-IDX)
           DISPLAY "Confirma (S/N): "
           MOVE SPACE TO WS-ENTRY-CONFIRM
           ACCEPT WS-ENTRY-CONFIRM
           IF WS-ENTRY-CONFIRM NOT = "S"
               DISPLAY "Donativo nao registado."
               GO TO 2000-EXIT
           END-IF
           MOVE "DONREC" TO SEQ-NAME
           CALL "SEQSVC" USING SEQSVC-LINKAGE
           IF SEQ-ERROR
               DISPLAY "Sem numero de recibo - donativo nao "
                   "registado."
               GO TO 2000-EXIT
           END-IF
           MOVE SEQ-NUMBER TO DN-RECEIPT-NUMBER
           MOVE WS-RUN-DATE TO DN-DATE
           MOVE WS-ENTRY-AMOUNT TO DN-AMOUNT
           MOVE WS-ENTRY-METHOD TO DN-METHOD
           MOVE WS-ENTRY-FUND TO DN-FUND-CODE
           MOVE WS-OPERATOR-ID TO DN-CAPTURED-BY
           WRITE DONATION-RECORD
               INVALID KEY
                   DISPLAY "Recibo " DN-RECEIPT-NUMBER
                       " ja existe - donativo nao registado."
                   GO TO 2000-EXIT
           END-WRITE
           PERFORM 6000-PRINT-RECEIPT
           PERFORM 7000-POST-DONATION
           ADD 1 TO WS-DONATION-COUNT
           ADD DN-AMOUNT TO WS-DONATION-TOTAL.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ACCEPT-MEMBER-DONOR - the member by number; name and
      * address from MEMBER, the NIF optional
      *-----------------------------------------------------------*
       3000-ACCEPT-MEMBER-DONOR.
           DISPLAY "Numero do socio: "
           ACCEPT WS-ENTRY-MEM-ID
           PERFORM 3100-FIND-MEMBER
           IF NOT WS-MEMBER-FOUND
               DISPLAY "Socio nao encontrado."
               IF WS-MEM-SKIPPED > ZEROS
                   DISPLAY "(a tabela de socios esta cheia - registe "
                       "como doador externo.)"
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF WM-STATUS-CODE(WS-MEM-IDX) = "D"
               DISPLAY "Socio falecido - registe como doador externo."
               MOVE "N" TO WS-FOUND-SW
               GO TO 3000-EXIT
           END-IF
           SET DN-DONOR-MEMBER TO TRUE
           MOVE WS-ENTRY-MEM-ID TO DN-MEM-ID
           MOVE WM-NAME(WS-MEM-IDX) TO DN-DONOR-NAME
           MOVE WM-ADDRESS-1(WS-MEM-IDX) TO DN-DONOR-ADDRESS-1
           MOVE WM-ADDRESS-2(WS-MEM-IDX) TO DN-DONOR-ADDRESS-2
           DISPLAY DN-DONOR-NAME
           PERFORM 3600-ACCEPT-NIF THRU 3600-EXIT
           MOVE WS-ENTRY-NIF TO DN-DONOR-NIF.
       3000-EXIT.
           EXIT.

       3100-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3110-MATCH-ONE-MEMBER
               VARYING WS-MEM-IDX FROM 1 BY 1
               UNTIL WS-MEM-IDX > WS-MEMBER-COUNT
                  OR WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND
               SUBTRACT 1 FROM WS-MEM-IDX
           END-IF.

       3110-MATCH-ONE-MEMBER.
           IF WM-ID(WS-MEM-IDX) = WS-ENTRY-MEM-ID
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3500-ACCEPT-EXTERNAL-DONOR - the NIF is required for an
      * outside donor; zero back means the capture was dropped
      *-----------------------------------------------------------*
       3500-ACCEPT-EXTERNAL-DONOR.
           PERFORM 3600-ACCEPT-NIF THRU 3600-EXIT
           IF WS-ENTRY-NIF = ZEROS
               DISPLAY "NIF obrigatorio para doador externo."
               GO TO 3500-EXIT
           END-IF
           SET DN-DONOR-EXTERNAL TO TRUE
           DISPLAY "Nome do doador: "
           ACCEPT DN-DONOR-NAME
           DISPLAY "Morada (linha 1): "
           ACCEPT DN-DONOR-ADDRESS-1
           DISPLAY "Morada (linha 2): "
           ACCEPT DN-DONOR-ADDRESS-2
           IF DN-DONOR-NAME = SPACES
               DISPLAY "Nome obrigatorio para doador externo."
               GO TO 3500-EXIT
           END-IF
           MOVE WS-ENTRY-NIF TO DN-DONOR-NIF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-ACCEPT-NIF - re-prompt until the checksum passes;
      * zero leaves the NIF empty
      *-----------------------------------------------------------*
       3600-ACCEPT-NIF.
           DISPLAY "NIF do doador (0 = sem NIF): "
           MOVE ZEROS TO WS-ENTRY-NIF
           ACCEPT WS-ENTRY-NIF
           IF WS-ENTRY-NIF = ZEROS
               GO TO 3600-EXIT
           END-IF
           MOVE "N" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTRY-NIF TO FV-FIELD(1:9)
           MOVE 9 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "NIF invalido - tente de novo."
               GO TO 3600-ACCEPT-NIF
           END-IF.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-METHOD / 4500-ACCEPT-FUND - re-prompt until a
      * valid code is keyed
      *-----------------------------------------------------------*
       4000-ACCEPT-METHOD.
           DISPLAY "Meio: N numerario, C cheque, T transferencia, "
               "M multibanco: "
           MOVE SPACE TO WS-ENTRY-METHOD
           ACCEPT WS-ENTRY-METHOD
           MOVE WS-ENTRY-METHOD TO DN-METHOD
           IF NOT DN-METHOD-VALID
               DISPLAY "Meio invalido."
               GO TO 4000-ACCEPT-METHOD
           END-IF.
       4000-EXIT.
           EXIT.

       4500-ACCEPT-FUND.
           DISPLAY "Fim do donativo (GERA OBRA BOLS SOCI EVEN): "
           MOVE SPACES TO WS-ENTRY-FUND
           ACCEPT WS-ENTRY-FUND
           MOVE "N" TO WS-FUND-FOUND-SW
           PERFORM 4510-MATCH-ONE-FUND
               VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT
                  OR WS-FUND-FOUND
           IF NOT WS-FUND-FOUND
               DISPLAY "Fim invalido."
               GO TO 4500-ACCEPT-FUND
           END-IF
           SUBTRACT 1 FROM WS-FUND-IDX.
       4500-EXIT.
           EXIT.

       4510-MATCH-ONE-FUND.
           IF WS-FUND-CODE(WS-FUND-IDX) = WS-ENTRY-FUND
               SET WS-FUND-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 6000-PRINT-RECEIPT - the numbered receipt the donor takes
      * away for the tax deduction
      *-----------------------------------------------------------*
       6000-PRINT-RECEIPT.
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-SEPARATOR
           MOVE DN-RECEIPT-NUMBER TO DR-RECEIPT-NUMBER
           MOVE DN-DATE TO DR-RECEIPT-DATE
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-TITLE-LINE
           MOVE DN-DONOR-NAME TO DR-DONOR-NAME
           IF DN-DONOR-MEMBER
               MOVE SPACES TO DR-DONOR-REF
               STRING "SOCIO N " DN-MEM-ID DELIMITED BY SIZE
                   INTO DR-DONOR-REF
           ELSE
               MOVE SPACES TO DR-DONOR-REF
           END-IF
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-DONOR-LINE
           MOVE DN-DONOR-ADDRESS-1 TO DR-ADDRESS
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-ADDRESS-LINE
           MOVE DN-DONOR-ADDRESS-2 TO DR-ADDRESS
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-ADDRESS-LINE
           IF DN-DONOR-NIF = ZEROS
               MOVE "-" TO DR-NIF
           ELSE
               MOVE DN-DONOR-NIF TO DR-NIF
           END-IF
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-NIF-LINE
           MOVE DN-AMOUNT TO DR-AMOUNT
           EVALUATE TRUE
               WHEN DN-CASH
                   MOVE "EM NUMERARIO" TO DR-METHOD
               WHEN DN-CHEQUE
                   MOVE "POR CHEQUE" TO DR-METHOD
               WHEN DN-TRANSFER
                   MOVE "POR TRANSFER." TO DR-METHOD
               WHEN DN-CARD
                   MOVE "POR MULTIBANCO" TO DR-METHOD
           END-EVALUATE
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-AMOUNT-LINE
           MOVE WS-FUND-NAME(WS-FUND-IDX) TO DR-FUND-NAME
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-FUND-LINE
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-TEXT-1
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-TEXT-2
           WRITE RECEIPT-PRINT-LINE FROM WS-RECEIPT-SEPARATOR
           DISPLAY "Recibo " DN-RECEIPT-NUMBER " emitido.".

      *-----------------------------------------------------------*
      * 7000-POST-DONATION - the balanced pair: cash or bank
      * debited, the fund's income account credited
      *-----------------------------------------------------------*
       7000-POST-DONATION.
           IF DN-CASH
               MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
           ELSE
               MOVE WS-BANK-ACCOUNT TO WS-DEBIT-ACCOUNT
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "DONCAP" TO GL-SOURCE
           MOVE WS-DEBIT-ACCOUNT TO GL-ACCOUNT
           MOVE DN-AMOUNT TO GL-DEBIT
           MOVE ZEROS TO GL-CREDIT
           MOVE "DONATIVO RECEBIDO" TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE "DONCAP" TO GL-SOURCE
           MOVE WS-FUND-ACCOUNT(WS-FUND-IDX) TO GL-ACCOUNT
           MOVE ZEROS TO GL-DEBIT
           MOVE DN-AMOUNT TO GL-CREDIT
           MOVE WS-FUND-NAME(WS-FUND-IDX) TO GL-DESCRIPTION
           WRITE GL-POSTING-RECORD.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE DONATION-FILE
           CLOSE RECEIPT-PRINT
           CLOSE GL-POSTING-FILE
           DISPLAY "Donativos registados: " WS-DONATION-COUNT
               "  total: " WS-DONATION-TOTAL.

       END PROGRAM DONCAP.
