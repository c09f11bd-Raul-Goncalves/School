      *                 CRS-CAPACITY the ENRLTRN waitlist enforces.
      * 2026-09-02  RG  The add and change actions now capture the
      *                 CRS-FEE the TUITBILL run bills.
      * 2026-10-15  RG  The add and change actions now capture the
      *                 CRS-CENTER-ID trainer fees are charged to,
      *                 checked against the CCMAST cost centers.
      * 2026-10-15  RG  The add and change actions now capture the
      *                 daily trainee allowance rates and the
      *                 justified-absence rule ALLOWRUN pays from.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CENTER-ID
               FILE STATUS IS WS-CCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER.
       COPY COURSE.

       FD  COST-CENTER-MASTER.
       COPY CCMAST.

       WORKING-STORAGE SECTION.

       01  WS-COURSE-STATUS          PIC XX.
           88  WS-COURSE-OK                  VALUE "00".
       01  WS-CCM-STATUS             PIC XX.
           88  WS-CCM-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".

       0000-MAINLINE.
           OPEN I-O COURSE-MASTER
           OPEN INPUT COST-CENTER-MASTER
           PERFORM 1000-MAINTAIN-COURSE THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE COURSE-MASTER
           CLOSE COST-CENTER-MASTER
           STOP RUN.

      *-----------------------------------------------------------*
           ACCEPT CRS-CAPACITY
           DISPLAY "Propina do curso (99999.99): "
           ACCEPT CRS-FEE
           PERFORM 4000-ACCEPT-CENTER THRU 4000-EXIT
           PERFORM 5000-ACCEPT-ALLOWANCES THRU 5000-EXIT
           MOVE "A" TO CRS-STATUS-CODE
           WRITE COURSE-MASTER-RECORD
               INVALID KEY
           DISPLAY "Propina atual: " CRS-FEE
           DISPLAY "Nova propina (99999.99): "
           ACCEPT CRS-FEE
           DISPLAY "Centro de custo atual: " CRS-CENTER-ID
           PERFORM 4000-ACCEPT-CENTER THRU 4000-EXIT
           DISPLAY "Bolsa/alimentacao/transporte atuais: "
               CRS-GRANT-RATE " " CRS-MEAL-RATE " "
               CRS-TRANSPORT-RATE "  regra " CRS-JUSTIFIED-RULE
           PERFORM 5000-ACCEPT-ALLOWANCES THRU 5000-EXIT
           DISPLAY "Desativar este curso? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-INACTIVE
                   DISPLAY "Erro ao atualizar o curso."
           END-REWRITE.

      *-----------------------------------------------------------*
      * 4000-ACCEPT-CENTER - the cost center the course's trainer
      * fees are charged to; zero leaves it unassigned
      *-----------------------------------------------------------*
       4000-ACCEPT-CENTER.
           DISPLAY "Centro de custo (0 = nenhum): "
           ACCEPT CRS-CENTER-ID
           IF CRS-CENTER-ID = ZEROS
               GO TO 4000-EXIT
           END-IF
           MOVE CRS-CENTER-ID TO CM-CENTER-ID
           READ COST-CENTER-MASTER
               INVALID KEY
                   DISPLAY "Centro de custo inexistente."
                   GO TO 4000-ACCEPT-CENTER
           END-READ
           DISPLAY "Centro: " CM-NAME.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-ACCEPT-ALLOWANCES - the daily trainee allowances of a
      * funded course and how justified absences are paid
      *-----------------------------------------------------------*
       5000-ACCEPT-ALLOWANCES.
           DISPLAY "Bolsa de formacao diaria (99.99, 0 = nao "
               "financiado): "
           ACCEPT CRS-GRANT-RATE
           DISPLAY "Subsidio de alimentacao diario (99.99): "
           ACCEPT CRS-MEAL-RATE
           DISPLAY "Subsidio de transporte diario (99.99): "
           ACCEPT CRS-TRANSPORT-RATE
           IF CRS-GRANT-RATE = ZEROS AND CRS-MEAL-RATE = ZEROS
               AND CRS-TRANSPORT-RATE = ZEROS
               MOVE "G" TO CRS-JUSTIFIED-RULE
               GO TO 5000-EXIT
           END-IF.
       5000-ACCEPT-RULE.
           DISPLAY "Faltas justificadas: N-nao pagas  "
               "G-so a bolsa  T-todos os subsidios: "
           ACCEPT CRS-JUSTIFIED-RULE
           IF CRS-JUSTIFIED-RULE = SPACE
               MOVE "G" TO CRS-JUSTIFIED-RULE
           END-IF
           IF NOT CRS-JUST-NOT-PAID AND NOT CRS-JUST-GRANT-ONLY
               AND NOT CRS-JUST-ALL-PAID
               DISPLAY "Regra invalida - tente de novo."
               GO TO 5000-ACCEPT-RULE
           END-IF.
       5000-EXIT.
           EXIT.

       END PROGRAM COURSMNT.
