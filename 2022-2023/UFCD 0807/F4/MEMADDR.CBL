       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMADDR.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Address transaction for the MEMBER file, in the
      *                style of MEMBKMNT: the member is looked up and
      *                the address on file shown, new address lines
      *                may be keyed, and the postal code is refused
      *                until FLDVAL finds it on the POSTCODE reference
      *                - the locality then comes from the reference,
      *                not from the keyboard, so RENLTR letters stop
      *                coming back undeliverable.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       WORKING-STORAGE SECTION.

       COPY FLDVAL.

       01  WS-MEMBER-STATUS          PIC XX.
           88  WS-MEMBER-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-MEM-EOF-SW         PIC X(01) VALUE "N".
               88  WS-MEM-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".
           05  WS-CODE-SW            PIC X(01) VALUE "N".
               88  WS-CODE-OK                  VALUE "Y".

       01  WS-OPERATOR-ID            PIC X(10) VALUE SPACES.
       01  WS-INQUIRY-ID             PIC 9(05) VALUE ZEROS.

       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDRESS-1      PIC X(30) VALUE SPACES.
           05  WS-NEW-ADDRESS-2      PIC X(30) VALUE SPACES.
           05  WS-NEW-POSTAL-CODE    PIC X(08) VALUE SPACES.
           05  WS-NEW-LOCALITY       PIC X(25) VALUE SPACES.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-LINE         PIC X(30) VALUE SPACES.
           05  WS-ENTRY-CODE         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 1000-MAINTAIN-ADDRESS THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MAINTAIN-ADDRESS - one member: the address on file
      * shown, the new lines and postal code keyed, the member
      * rewritten
      *-----------------------------------------------------------*
       1000-MAINTAIN-ADDRESS.
           DISPLAY "Numero do socio (0 para sair): "
           ACCEPT WS-INQUIRY-ID
           IF WS-INQUIRY-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 2000-FIND-MEMBER THRU 2000-EXIT
           IF NOT WS-MEMBER-FOUND
               DISPLAY "Socio nao encontrado."
               GO TO 1000-EXIT
           END-IF
           DISPLAY MEM-NAME "  Estado: " MEM-STATUS-CODE
           DISPLAY "Morada atual: " MEM-ADDRESS-1
           DISPLAY "              " MEM-ADDRESS-2
           DISPLAY "              " MEM-POSTAL-CODE " " MEM-LOCALITY
           MOVE MEM-ADDRESS-1 TO WS-NEW-ADDRESS-1
           MOVE MEM-ADDRESS-2 TO WS-NEW-ADDRESS-2
           MOVE MEM-POSTAL-CODE TO WS-NEW-POSTAL-CODE
           MOVE MEM-LOCALITY TO WS-NEW-LOCALITY
           DISPLAY "Morada linha 1 (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-LINE
           ACCEPT WS-ENTRY-LINE
           IF WS-ENTRY-LINE NOT = SPACES
               MOVE WS-ENTRY-LINE TO WS-NEW-ADDRESS-1
           END-IF
           DISPLAY "Morada linha 2 (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-LINE
           ACCEPT WS-ENTRY-LINE
           IF WS-ENTRY-LINE NOT = SPACES
               MOVE WS-ENTRY-LINE TO WS-NEW-ADDRESS-2
           END-IF
           MOVE "N" TO WS-CODE-SW
           PERFORM 3000-ACCEPT-POSTAL-CODE THRU 3000-EXIT
               UNTIL WS-CODE-OK
           IF WS-NEW-ADDRESS-1 = MEM-ADDRESS-1
               AND WS-NEW-ADDRESS-2 = MEM-ADDRESS-2
               AND WS-NEW-POSTAL-CODE = MEM-POSTAL-CODE
               AND WS-NEW-LOCALITY = MEM-LOCALITY
               DISPLAY "Morada sem alteracao."
               GO TO 1000-EXIT
           END-IF
           PERFORM 4000-REWRITE-MEMBER THRU 4000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-FIND-MEMBER - read the member file through for the
      * number keyed, leaving the record in MEMBERSHIP-RECORD
      *-----------------------------------------------------------*
       2000-FIND-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MEM-EOF-SW
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-ONE-MEMBER THRU 2100-EXIT
               UNTIL WS-MEM-EOF OR WS-MEMBER-FOUND
           CLOSE MEMBERSHIP-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF MEM-ID = WS-INQUIRY-ID
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ACCEPT-POSTAL-CODE - blank keeps the code on file (a
      * member with none must be given one); a code keyed must be
      * NNNN-NNN and on POSTCODE, and brings its locality
      *-----------------------------------------------------------*
       3000-ACCEPT-POSTAL-CODE.
           DISPLAY "Codigo postal NNNN-NNN (branco = sem alteracao): "
           MOVE SPACES TO WS-ENTRY-CODE
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = SPACES
               IF WS-NEW-POSTAL-CODE = SPACES
                   DISPLAY "Socio sem codigo postal - indique um."
                   GO TO 3000-EXIT
               END-IF
               SET WS-CODE-OK TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE "P" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-ENTRY-CODE TO FV-FIELD
           MOVE 8 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               DISPLAY "Codigo postal inexistente ou mal formado."
               GO TO 3000-EXIT
           END-IF
           MOVE WS-ENTRY-CODE TO WS-NEW-POSTAL-CODE
           MOVE FV-LOCALITY TO WS-NEW-LOCALITY
           DISPLAY "Localidade: " WS-NEW-LOCALITY
           SET WS-CODE-OK TO TRUE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REWRITE-MEMBER - the member read again for update and
      * the new address rewritten in place
      *-----------------------------------------------------------*
       4000-REWRITE-MEMBER.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-MEM-EOF-SW
           OPEN I-O MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel - morada "
                   "mantida."
               GO TO 4000-EXIT
           END-IF
           PERFORM 2100-READ-ONE-MEMBER THRU 2100-EXIT
               UNTIL WS-MEM-EOF OR WS-MEMBER-FOUND
           IF NOT WS-MEMBER-FOUND
               CLOSE MEMBERSHIP-FILE
               DISPLAY "Socio nao encontrado - morada mantida."
               GO TO 4000-EXIT
           END-IF
           MOVE WS-NEW-ADDRESS-1 TO MEM-ADDRESS-1
           MOVE WS-NEW-ADDRESS-2 TO MEM-ADDRESS-2
           MOVE WS-NEW-POSTAL-CODE TO MEM-POSTAL-CODE
           MOVE WS-NEW-LOCALITY TO MEM-LOCALITY
           REWRITE MEMBERSHIP-RECORD
           IF WS-MEMBER-OK
               DISPLAY "Morada atualizada por " WS-OPERATOR-ID "."
           ELSE
               DISPLAY "Erro ao regravar MEMBER: " WS-MEMBER-STATUS
           END-IF
           CLOSE MEMBERSHIP-FILE.
       4000-EXIT.
           EXIT.

       END PROGRAM MEMADDR.
