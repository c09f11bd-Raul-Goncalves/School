      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The account class and financial-statement
      *                 line are keyed on add and change; the line
      *                 must be on the FINLINE table and of the
      *                 account's class.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-INQUIRY-ACCOUNT        PIC X(08).

       01  WS-CLASSIFY-SWITCHES.
           05  WS-CLASSIFIED-SW      PIC X(01) VALUE "N".
               88  WS-CLASSIFIED               VALUE "Y".
           05  WS-LINE-FOUND-SW      PIC X(01) VALUE "N".
               88  WS-LINE-FOUND               VALUE "Y".

       COPY FINLINE.
       01  WS-LINE-IDX               PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Designacao: "
           ACCEPT GA-NAME
           MOVE "A" TO GA-STATUS-CODE
           PERFORM 4000-KEY-CLASSIFICATION
           WRITE GL-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar a conta."
           DISPLAY "Designacao: " GA-NAME
           DISPLAY "Nova designacao: "
           ACCEPT GA-NAME
           DISPLAY "Classe: " GA-CLASS "  Linha: " GA-STMT-LINE
           PERFORM 4000-KEY-CLASSIFICATION
           DISPLAY "Desativar esta conta? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-INACTIVE
                   DISPLAY "Erro ao atualizar a conta."
           END-REWRITE.

      *-----------------------------------------------------------*
      * 4000-KEY-CLASSIFICATION - class and statement line, keyed
      * again until the line exists and is of the class
      *-----------------------------------------------------------*
       4000-KEY-CLASSIFICATION.
           MOVE "N" TO WS-CLASSIFIED-SW
           PERFORM 4100-ACCEPT-CLASSIFICATION THRU 4100-EXIT
               UNTIL WS-CLASSIFIED.

       4100-ACCEPT-CLASSIFICATION.
           DISPLAY "Classe (A ativo, P passivo, K capital proprio, "
               "R rendimentos, G gastos): "
           ACCEPT GA-CLASS
           IF NOT GA-CLASS-VALID
               DISPLAY "Classe invalida."
               GO TO 4100-EXIT
           END-IF
           DISPLAY "Linha da demonstracao financeira: "
           ACCEPT GA-STMT-LINE
           MOVE "N" TO WS-LINE-FOUND-SW
           PERFORM 4200-MATCH-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT
                  OR WS-LINE-FOUND
           IF WS-LINE-FOUND
               SUBTRACT 1 FROM WS-LINE-IDX
               IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = GA-CLASS
                   DISPLAY WS-STMT-LINE-NAME(WS-LINE-IDX)
                   SET WS-CLASSIFIED TO TRUE
                   GO TO 4100-EXIT
               END-IF
           END-IF
           DISPLAY "Linha invalida para a classe " GA-CLASS
               ". Linhas possiveis:"
           PERFORM 4300-LIST-CLASS-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STMT-LINE-COUNT.
       4100-EXIT.
           EXIT.

       4200-MATCH-LINE.
           IF WS-STMT-LINE-CODE(WS-LINE-IDX) = GA-STMT-LINE
               SET WS-LINE-FOUND TO TRUE
           END-IF.

       4300-LIST-CLASS-LINE.
           IF WS-STMT-LINE-CLASS(WS-LINE-IDX) = GA-CLASS
               DISPLAY "  " WS-STMT-LINE-CODE(WS-LINE-IDX) " "
                   WS-STMT-LINE-NAME(WS-LINE-IDX)
           END-IF.

       END PROGRAM GLACMNT.
