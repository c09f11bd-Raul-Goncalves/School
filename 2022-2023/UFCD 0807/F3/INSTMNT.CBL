       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the INSTPLAN tuition
      *                instalment plans, in the style of QUALMNT: for
      *                an enrollment on a fee-bearing course the desk
      *                keys the number of instalments and the first
      *                due date, and the plan is proposed - the fee
      *                split evenly (the odd cents on the last one),
      *                due monthly on the same day - to be accepted
      *                or re-keyed instalment by instalment.  A plan
      *                must add up to CRS-FEE with its due dates in
      *                order; it can be changed or removed only until
      *                TUITBILL bills the enrollment.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSTALMENT-PLAN-FILE ASSIGN TO "INSTPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT OPTIONAL STUDENT-OPEN-ITEMS ASSIGN TO "STUOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STUOPEN-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALMENT-PLAN-FILE.
       COPY INSTPLAN.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  COURSE-MASTER.
       COPY COURSE.

       FD  STUDENT-OPEN-ITEMS.
       COPY STUOPEN.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.

       01  WS-PLAN-STATUS            PIC XX.
           88  WS-PLAN-OK                    VALUES "00" "05".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-STUOPEN-STATUS         PIC XX.
           88  WS-STUOPEN-OK                 VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRM-YES              VALUES "S" "s".
           05  WS-ON-FILE-SW         PIC X(01) VALUE "N".
               88  WS-PLAN-ON-FILE             VALUE "Y".
           05  WS-BILLED-SW          PIC X(01) VALUE "N".
               88  WS-ENROLLMENT-BILLED        VALUE "Y".
           05  WS-PLAN-VALID-SW      PIC X(01) VALUE "N".
               88  WS-PLAN-VALID               VALUE "Y".
           05  WS-DATE-VALID-SW      PIC X(01) VALUE "N".
               88  WS-DATE-VALID               VALUE "Y".
           05  WS-ACTION-SW          PIC X(01).
               88  WS-ACTION-CHANGE            VALUES "A" "a".
               88  WS-ACTION-DELETE            VALUES "E" "e".

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-ENTRY-NUMERO           PIC 9(04).
       01  WS-ENTRY-COURSE           PIC X(06).
       01  WS-ENTRY-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-ENTRY-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-ENTRY-AMOUNT           PIC 9(5)V99 VALUE ZEROS.
       01  WS-INST-IDX               PIC 9(02) VALUE ZEROS.
       01  WS-PLAN-TOTAL             PIC 9(6)V99 VALUE ZEROS.
       01  WS-EVEN-AMOUNT            PIC 9(5)V99 VALUE ZEROS.
       01  WS-EVEN-TOTAL             PIC 9(6)V99 VALUE ZEROS.

       01  WS-CHECK-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR         PIC 9(04).
           05  WS-CHECK-MONTH        PIC 9(02).
           05  WS-CHECK-DAY          PIC 9(02).
       01  WS-FIRST-DAY              PIC 9(02) VALUE ZEROS.

      *    days per month; February is patched for leap years
       01  WS-MONTH-LEN-DATA         PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN          PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-DAYS             PIC 9(02) VALUE ZEROS.
       01  WS-LEAP-WORK              PIC 9(04) VALUE ZEROS.
       01  WS-LEAP-REM               PIC 9(03) VALUE ZEROS.

       01  WS-INSTALMENT-LINE.
           05  WI-INSTALMENT         PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WI-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WI-AMOUNT             PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O INSTALMENT-PLAN-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER
           OPEN INPUT STUDENT-OPEN-ITEMS
           PERFORM 1000-MAINTAIN-PLAN THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE INSTALMENT-PLAN-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER
           CLOSE STUDENT-OPEN-ITEMS
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-PLAN - one enrollment: a plan on file is
      * shown and may be re-keyed or removed until it is billed
      *-----------------------------------------------------------*
       1000-MAINTAIN-PLAN.
           DISPLAY "Numero do aluno (0 para sair): "
           ACCEPT WS-ENTRY-NUMERO
           IF WS-ENTRY-NUMERO = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Codigo do curso: "
           ACCEPT WS-ENTRY-COURSE
           MOVE WS-ENTRY-COURSE TO EN-CRS-CODE
           MOVE WS-ENTRY-NUMERO TO EN-NUMERO
           READ ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "Inscricao nao encontrada."
                   GO TO 1000-EXIT
           END-READ
           IF EN-WITHDRAWN
               DISPLAY "Inscricao desistida - sem plano."
               GO TO 1000-EXIT
           END-IF
           MOVE WS-ENTRY-COURSE TO CRS-CODE
           READ COURSE-MASTER
               INVALID KEY
                   DISPLAY "Curso nao encontrado."
                   GO TO 1000-EXIT
           END-READ
           IF CRS-FEE NOT NUMERIC OR CRS-FEE = ZEROS
               DISPLAY "Curso sem propina - sem plano."
               GO TO 1000-EXIT
           END-IF
           DISPLAY CRS-NAME "  PROPINA: " CRS-FEE
           PERFORM 2000-CHECK-BILLED
           MOVE "N" TO WS-ON-FILE-SW
           MOVE WS-ENTRY-NUMERO TO IP-NUMERO
           MOVE WS-ENTRY-COURSE TO IP-CRS-CODE
           READ INSTALMENT-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PLAN-ON-FILE TO TRUE
                   PERFORM 3100-SHOW-ONE-INSTALMENT
                       VARYING WS-INST-IDX FROM 1 BY 1
                       UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT
           END-READ
           IF WS-ENROLLMENT-BILLED
               DISPLAY "Inscricao ja faturada - plano nao alteravel."
               GO TO 1000-EXIT
           END-IF
           IF WS-PLAN-ON-FILE
               DISPLAY "A-alterar  E-eliminar  outro-manter: "
               MOVE SPACE TO WS-ACTION-SW
               ACCEPT WS-ACTION-SW
               IF WS-ACTION-DELETE
                   PERFORM 3200-DELETE-PLAN
                   GO TO 1000-EXIT
               END-IF
               IF NOT WS-ACTION-CHANGE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               DISPLAY "Sem plano de prestacoes."
           END-IF
           PERFORM 4000-PROPOSE-PLAN THRU 4000-EXIT
           IF NOT WS-PLAN-VALID
               DISPLAY "Plano nao gravado."
               GO TO 1000-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO IP-CREATED-BY
           MOVE WS-RUN-DATE TO IP-CREATED-DATE
           IF WS-PLAN-ON-FILE
               REWRITE INSTALMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao atualizar o plano."
                   NOT INVALID KEY
                       DISPLAY "Plano atualizado."
               END-REWRITE
           ELSE
               WRITE INSTALMENT-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o plano."
                   NOT INVALID KEY
                       DISPLAY "Plano registado."
               END-WRITE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-BILLED - a whole-fee charge (00) or a first
      * instalment (01) on STUOPEN means TUITBILL has been
      *-----------------------------------------------------------*
       2000-CHECK-BILLED.
           MOVE "N" TO WS-BILLED-SW
           MOVE WS-ENTRY-NUMERO TO ST-NUMERO
           MOVE WS-ENTRY-COURSE TO ST-CRS-CODE
           MOVE ZEROS TO ST-INSTALMENT
           READ STUDENT-OPEN-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROLLMENT-BILLED TO TRUE
           END-READ
           MOVE 1 TO ST-INSTALMENT
           READ STUDENT-OPEN-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROLLMENT-BILLED TO TRUE
           END-READ.

       3100-SHOW-ONE-INSTALMENT.
           MOVE WS-INST-IDX TO WI-INSTALMENT
           MOVE IP-DUE-DATE(WS-INST-IDX) TO WI-DUE-DATE
           MOVE IP-AMOUNT(WS-INST-IDX) TO WI-AMOUNT
           DISPLAY WS-INSTALMENT-LINE.

       3200-DELETE-PLAN.
           DELETE INSTALMENT-PLAN-FILE RECORD
               INVALID KEY
                   DISPLAY "Erro ao eliminar o plano."
               NOT INVALID KEY
                   DISPLAY "Plano eliminado - propina a faturar "
                       "por inteiro."
           END-DELETE.

      *-----------------------------------------------------------*
      * 4000-PROPOSE-PLAN - count and first due date keyed, the
      * even monthly plan proposed, then accepted or re-keyed
      *-----------------------------------------------------------*
       4000-PROPOSE-PLAN.
           MOVE "N" TO WS-PLAN-VALID-SW
           DISPLAY "Numero de prestacoes (2 a 12, 0 = desistir): "
           ACCEPT WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT = ZEROS
               GO TO 4000-EXIT
           END-IF
           IF WS-ENTRY-COUNT < 2 OR WS-ENTRY-COUNT > 12
               DISPLAY "Numero de prestacoes invalido."
               GO TO 4000-PROPOSE-PLAN
           END-IF.
       4000-ACCEPT-FIRST-DATE.
           DISPLAY "Vencimento da 1a prestacao (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           MOVE WS-ENTRY-DATE TO WS-CHECK-DATE
           PERFORM 6000-CHECK-DATE THRU 6000-EXIT
           IF NOT WS-DATE-VALID
               DISPLAY "Data invalida."
               GO TO 4000-ACCEPT-FIRST-DATE
           END-IF
           MOVE SPACES TO INSTALMENT-PLAN-RECORD
           MOVE WS-ENTRY-NUMERO TO IP-NUMERO
           MOVE WS-ENTRY-COURSE TO IP-CRS-CODE
           MOVE WS-ENTRY-COUNT TO IP-INSTALMENT-COUNT
           PERFORM 4100-CLEAR-ONE-INSTALMENT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > 12
           DIVIDE CRS-FEE BY IP-INSTALMENT-COUNT
               GIVING WS-EVEN-AMOUNT
           MULTIPLY WS-EVEN-AMOUNT BY IP-INSTALMENT-COUNT
               GIVING WS-EVEN-TOTAL
           MOVE WS-ENTRY-DATE TO WS-CHECK-DATE
           MOVE WS-CHECK-DAY TO WS-FIRST-DAY
           PERFORM 4200-PROPOSE-ONE-INSTALMENT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT
           COMPUTE IP-AMOUNT(IP-INSTALMENT-COUNT) =
               IP-AMOUNT(IP-INSTALMENT-COUNT)
               + CRS-FEE - WS-EVEN-TOTAL
           PERFORM 3100-SHOW-ONE-INSTALMENT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT
           DISPLAY "Aceitar este plano? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-YES
               SET WS-PLAN-VALID TO TRUE
               GO TO 4000-EXIT
           END-IF.
       4000-REKEY-PLAN.
           PERFORM 5000-REKEY-ONE-INSTALMENT THRU 5000-EXIT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT
           PERFORM 5500-VALIDATE-PLAN THRU 5500-EXIT
           IF NOT WS-PLAN-VALID
               DISPLAY "Voltar a registar as prestacoes? (S/N): "
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRM-YES
                   GO TO 4000-REKEY-PLAN
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CLEAR-ONE-INSTALMENT.
           MOVE ZEROS TO IP-DUE-DATE(WS-INST-IDX)
           MOVE ZEROS TO IP-AMOUNT(WS-INST-IDX).

      *-----------------------------------------------------------*
      * 4200-PROPOSE-ONE-INSTALMENT - the even amount, due a month
      * after the one before on the first one's day (the month's
      * last day where the month is shorter)
      *-----------------------------------------------------------*
       4200-PROPOSE-ONE-INSTALMENT.
           MOVE WS-EVEN-AMOUNT TO IP-AMOUNT(WS-INST-IDX)
           IF WS-INST-IDX > 1
               IF WS-CHECK-MONTH = 12
                   MOVE 1 TO WS-CHECK-MONTH
                   ADD 1 TO WS-CHECK-YEAR
               ELSE
                   ADD 1 TO WS-CHECK-MONTH
               END-IF
               PERFORM 6100-MONTH-LENGTH
               IF WS-FIRST-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-CHECK-DAY
               ELSE
                   MOVE WS-FIRST-DAY TO WS-CHECK-DAY
               END-IF
           END-IF
           MOVE WS-CHECK-DATE TO IP-DUE-DATE(WS-INST-IDX).

      *-----------------------------------------------------------*
      * 5000-REKEY-ONE-INSTALMENT - zero keeps the proposed value
      *-----------------------------------------------------------*
       5000-REKEY-ONE-INSTALMENT.
           PERFORM 3100-SHOW-ONE-INSTALMENT
           DISPLAY "Vencimento (0 = manter): "
           MOVE ZEROS TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE NOT = ZEROS
               MOVE WS-ENTRY-DATE TO WS-CHECK-DATE
               PERFORM 6000-CHECK-DATE THRU 6000-EXIT
               IF NOT WS-DATE-VALID
                   DISPLAY "Data invalida."
                   GO TO 5000-REKEY-ONE-INSTALMENT
               END-IF
               MOVE WS-ENTRY-DATE TO IP-DUE-DATE(WS-INST-IDX)
           END-IF
           DISPLAY "Valor (0 = manter): "
           MOVE ZEROS TO WS-ENTRY-AMOUNT
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT NOT = ZEROS
               MOVE WS-ENTRY-AMOUNT TO IP-AMOUNT(WS-INST-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-VALIDATE-PLAN - every instalment dated after the one
      * before and carrying an amount, the total equal to the fee
      *-----------------------------------------------------------*
       5500-VALIDATE-PLAN.
           SET WS-PLAN-VALID TO TRUE
           MOVE ZEROS TO WS-PLAN-TOTAL
           PERFORM 5510-CHECK-ONE-INSTALMENT
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > IP-INSTALMENT-COUNT
           IF NOT WS-PLAN-VALID
               DISPLAY "Vencimentos fora de ordem ou prestacao "
                   "sem valor."
               GO TO 5500-EXIT
           END-IF
           IF WS-PLAN-TOTAL NOT = CRS-FEE
               MOVE "N" TO WS-PLAN-VALID-SW
               DISPLAY "Total das prestacoes " WS-PLAN-TOTAL
                   " diferente da propina " CRS-FEE
           END-IF.
       5500-EXIT.
           EXIT.

       5510-CHECK-ONE-INSTALMENT.
           ADD IP-AMOUNT(WS-INST-IDX) TO WS-PLAN-TOTAL
           IF IP-AMOUNT(WS-INST-IDX) = ZEROS
               MOVE "N" TO WS-PLAN-VALID-SW
           END-IF
           IF WS-INST-IDX > 1
               IF IP-DUE-DATE(WS-INST-IDX)
                   NOT > IP-DUE-DATE(WS-INST-IDX - 1)
                   MOVE "N" TO WS-PLAN-VALID-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 6000-CHECK-DATE - WS-CHECK-DATE is a real calendar date
      *-----------------------------------------------------------*
       6000-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-CHECK-YEAR < 2000
               OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               OR WS-CHECK-DAY < 1
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-MONTH-LENGTH
           IF WS-CHECK-DAY NOT > WS-MONTH-DAYS
               SET WS-DATE-VALID TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-MONTH-LENGTH.
           MOVE WS-MONTH-LEN(WS-CHECK-MONTH) TO WS-MONTH-DAYS
           IF WS-CHECK-MONTH = 2
               DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZEROS
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

       END PROGRAM INSTMNT.
