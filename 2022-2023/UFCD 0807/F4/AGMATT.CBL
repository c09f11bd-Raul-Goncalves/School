       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGMATT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Attendance and proxy capture at the general
      *                assembly door, against the VOTEROLL roll
      *                AGMROLL built for the meeting date.  Only a
      *                member on the roll with the right to vote is
      *                marked: present (P), represented (R) by a
      *                proxy held by another eligible member already
      *                marked present - no more than the statutes'
      *                limit per holder - or back to absent (A).  A
      *                member holding proxies cannot be marked away
      *                until those are withdrawn.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTING-ROLL ASSIGN TO "VOTEROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-ROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTING-ROLL.
       COPY VOTEROLL.

       WORKING-STORAGE SECTION.

       01  WS-ROLL-STATUS            PIC XX.
           88  WS-ROLL-OK                    VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-ROLL-END-SW        PIC X(01) VALUE "N".
               88  WS-ROLL-END                 VALUE "Y".

      *    the statutes' limit on proxies held by one member
       01  WS-PROXY-LIMIT            PIC 9(02) VALUE 2.

       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-MEETING-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-MEM-ID       PIC 9(05).
           05  WS-ENTRY-CODE         PIC X(01).
           05  WS-ENTRY-HOLDER       PIC 9(05).

       01  WS-WORK-FIELDS.
           05  WS-COUNT-HOLDER       PIC 9(05) VALUE ZEROS.
           05  WS-PROXIES-HELD       PIC 9(03) VALUE ZEROS.
           05  WS-MARKED-COUNT       PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Identificacao do operador: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Data da assembleia (AAAAMMDD): "
           ACCEPT WS-MEETING-DATE
           OPEN I-O VOTING-ROLL
           IF NOT WS-ROLL-OK
               DISPLAY "Ficheiro VOTEROLL indisponivel."
               STOP RUN
           END-IF
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE ZEROS TO VR-MEM-ID
           START VOTING-ROLL KEY NOT < VR-KEY
               INVALID KEY
                   MOVE ZEROS TO VR-MEETING-DATE
           END-START
           IF VR-MEETING-DATE = WS-MEETING-DATE
               READ VOTING-ROLL NEXT RECORD
                   AT END
                       MOVE ZEROS TO VR-MEETING-DATE
               END-READ
           END-IF
           IF VR-MEETING-DATE NOT = WS-MEETING-DATE
               DISPLAY "Sem caderno eleitoral para essa data - "
                   "corra primeiro o AGMROLL."
               CLOSE VOTING-ROLL
               STOP RUN
           END-IF
           PERFORM 1000-MARK-ONE-MEMBER THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE VOTING-ROLL
           DISPLAY "Marcacoes feitas: " WS-MARKED-COUNT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-MARK-ONE-MEMBER - one member on the roll marked
      * present, represented or absent
      *-----------------------------------------------------------*
       1000-MARK-ONE-MEMBER.
           DISPLAY "Numero do socio (0 para sair): "
           ACCEPT WS-ENTRY-MEM-ID
           IF WS-ENTRY-MEM-ID = ZEROS
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 5000-READ-ENTRY-MEMBER THRU 5000-EXIT
           IF NOT WS-ROLL-OK
               GO TO 1000-EXIT
           END-IF
           IF NOT VR-ELIGIBLE
               DISPLAY VR-NAME " - sem direito de voto ("
                   VR-EXCLUDE-REASON ")."
               GO TO 1000-EXIT
           END-IF
           DISPLAY VR-ROLL-NUMBER " " VR-NAME " [" VR-ATTEND-CODE
               "]"
           IF VR-REPRESENTED
               DISPLAY "Representado pelo socio " VR-PROXY-MEM-ID
           END-IF
           DISPLAY "P presente, R representado, A ausente: "
           MOVE SPACE TO WS-ENTRY-CODE
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE NOT = "P" AND WS-ENTRY-CODE NOT = "R"
               AND WS-ENTRY-CODE NOT = "A"
               DISPLAY "Opcao invalida."
               GO TO 1000-EXIT
           END-IF
           IF WS-ENTRY-CODE NOT = "P" AND VR-PRESENT
               MOVE WS-ENTRY-MEM-ID TO WS-COUNT-HOLDER
               PERFORM 6000-COUNT-PROXIES THRU 6000-EXIT
               IF WS-PROXIES-HELD > ZEROS
                   DISPLAY "O socio detem " WS-PROXIES-HELD
                       " procuracoes - anule-as primeiro."
                   GO TO 1000-EXIT
               END-IF
               PERFORM 5000-READ-ENTRY-MEMBER THRU 5000-EXIT
           END-IF
           EVALUATE WS-ENTRY-CODE
               WHEN "P"
                   SET VR-PRESENT TO TRUE
                   MOVE ZEROS TO VR-PROXY-MEM-ID
               WHEN "A"
                   SET VR-ABSENT TO TRUE
                   MOVE ZEROS TO VR-PROXY-MEM-ID
               WHEN "R"
                   PERFORM 2000-ACCEPT-PROXY THRU 2000-EXIT
                   IF WS-ENTRY-HOLDER = ZEROS
                       GO TO 1000-EXIT
                   END-IF
                   PERFORM 5000-READ-ENTRY-MEMBER THRU 5000-EXIT
                   SET VR-REPRESENTED TO TRUE
                   MOVE WS-ENTRY-HOLDER TO VR-PROXY-MEM-ID
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO VR-CAPTURED-BY
           REWRITE VOTING-ROLL-RECORD
               INVALID KEY
                   DISPLAY "Erro ao registar a presenca."
               NOT INVALID KEY
                   ADD 1 TO WS-MARKED-COUNT
                   DISPLAY "Registado."
           END-REWRITE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ACCEPT-PROXY - the holder must be another eligible
      * member marked present and under the proxy limit; zero
      * back means the proxy was not accepted
      *-----------------------------------------------------------*
       2000-ACCEPT-PROXY.
           DISPLAY "Socio portador da procuracao: "
           ACCEPT WS-ENTRY-HOLDER
           IF WS-ENTRY-HOLDER = ZEROS
               GO TO 2000-EXIT
           END-IF
           IF WS-ENTRY-HOLDER = WS-ENTRY-MEM-ID
               DISPLAY "O portador tem de ser outro socio."
               MOVE ZEROS TO WS-ENTRY-HOLDER
               GO TO 2000-EXIT
           END-IF
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE WS-ENTRY-HOLDER TO VR-MEM-ID
           READ VOTING-ROLL
               INVALID KEY
                   DISPLAY "Portador fora do caderno."
                   MOVE ZEROS TO WS-ENTRY-HOLDER
                   GO TO 2000-EXIT
           END-READ
           IF NOT VR-ELIGIBLE OR NOT VR-PRESENT
               DISPLAY "O portador tem de ter direito de voto e "
                   "estar presente."
               MOVE ZEROS TO WS-ENTRY-HOLDER
               GO TO 2000-EXIT
           END-IF
           MOVE WS-ENTRY-HOLDER TO WS-COUNT-HOLDER
           PERFORM 6000-COUNT-PROXIES THRU 6000-EXIT
           IF WS-PROXIES-HELD NOT < WS-PROXY-LIMIT
               DISPLAY "O portador ja detem " WS-PROXIES-HELD
                   " procuracoes (limite " WS-PROXY-LIMIT ")."
               MOVE ZEROS TO WS-ENTRY-HOLDER
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-READ-ENTRY-MEMBER - the keyed member's roll record
      *-----------------------------------------------------------*
       5000-READ-ENTRY-MEMBER.
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE WS-ENTRY-MEM-ID TO VR-MEM-ID
           READ VOTING-ROLL
               INVALID KEY
                   DISPLAY "Socio fora do caderno eleitoral."
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-COUNT-PROXIES - the meeting's members represented by
      * WS-COUNT-HOLDER, other than the one being marked
      *-----------------------------------------------------------*
       6000-COUNT-PROXIES.
           MOVE ZEROS TO WS-PROXIES-HELD
           MOVE "N" TO WS-ROLL-END-SW
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE ZEROS TO VR-MEM-ID
           START VOTING-ROLL KEY NOT < VR-KEY
               INVALID KEY
                   GO TO 6000-EXIT
           END-START
           PERFORM 6100-COUNT-ONE-ENTRY THRU 6100-EXIT
               UNTIL WS-ROLL-END.
       6000-EXIT.
           EXIT.

       6100-COUNT-ONE-ENTRY.
           READ VOTING-ROLL NEXT RECORD
               AT END
                   SET WS-ROLL-END TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF VR-MEETING-DATE NOT = WS-MEETING-DATE
               SET WS-ROLL-END TO TRUE
               GO TO 6100-EXIT
           END-IF
           IF VR-REPRESENTED
               AND VR-PROXY-MEM-ID = WS-COUNT-HOLDER
               AND VR-MEM-ID NOT = WS-ENTRY-MEM-ID
               ADD 1 TO WS-PROXIES-HELD
           END-IF.
       6100-EXIT.
           EXIT.

       END PROGRAM AGMATT.
