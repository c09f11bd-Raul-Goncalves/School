      *                 letter - scattered members were landing
      *                 their lines inside whatever unrelated letter
      *                 printed last.
      * 2026-10-15  RG  The address now ends with the member's postal
      *                 code and locality, when one is on file.
      * 2026-10-15  RG  The 1000-member and 500-due tables are gone.
      *                 A sort on the member id brings each due
      *                 record to its member, and a second sort on
      *                 the household (or the member, when none)
      *                 and the feed sequence makes the mailings:
      *                 the first of a household is addressed, the
      *                 rest ride in it.  Letters now come out
      *                 household by household.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-PRINT ASSIGN TO "RENLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOIN-SORT-FILE ASSIGN TO "RLTRSORT".
           SELECT LETTER-WORK-FILE ASSIGN TO "RLTRWORK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAILING-SORT-FILE ASSIGN TO "RLTRMAIL".

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-PRINT.
       01  LETTER-LINE               PIC X(80).

      *    the member record (A) sorted ahead of its due records (B)
       SD  JOIN-SORT-FILE.
       01  JOIN-SORT-RECORD.
           05  JS-MEM-ID             PIC 9(05).
           05  JS-REC-TYPE           PIC X(01).
               88  JS-MEMBER-REC               VALUE "A".
               88  JS-DUE-REC                  VALUE "B".
           05  JS-SEQ                PIC 9(07).
           05  JS-NAME               PIC X(25).
           05  JS-ADDRESS-1          PIC X(30).
           05  JS-ADDRESS-2          PIC X(30).
           05  JS-HOUSEHOLD-ID       PIC 9(05).
           05  JS-STATUS-CODE        PIC X(01).
           05  JS-POSTAL-CODE        PIC X(08).
           05  JS-LOCALITY           PIC X(25).
           05  JS-OLD-CODE           PIC 9(01).
           05  JS-NEW-CODE           PIC 9(01).
           05  JS-LAST-DATE          PIC 9(08).

      *    one letter entry per due record of an active member, under
      *    its mailing - the household, or the member on their own
       FD  LETTER-WORK-FILE.
       01  LETTER-WORK-RECORD.
           05  LW-GROUP-KEY.
               10  LW-GROUP-TYPE     PIC X(01).
               10  LW-GROUP-ID       PIC 9(05).
           05  LW-SEQ                PIC 9(07).
           05  LW-MEM-ID             PIC 9(05).
           05  LW-NAME               PIC X(25).
           05  LW-ADDRESS-1          PIC X(30).
           05  LW-ADDRESS-2          PIC X(30).
           05  LW-POSTAL-CODE        PIC X(08).
           05  LW-LOCALITY           PIC X(25).
           05  LW-OLD-CODE           PIC 9(01).
           05  LW-NEW-CODE           PIC 9(01).
           05  LW-LAST-DATE          PIC 9(08).

       SD  MAILING-SORT-FILE.
       01  MAILING-SORT-RECORD.
           05  MS-GROUP-KEY.
               10  MS-GROUP-TYPE     PIC X(01).
               10  MS-GROUP-ID       PIC 9(05).
           05  MS-SEQ                PIC 9(07).
           05  MS-MEM-ID             PIC 9(05).
           05  MS-NAME               PIC X(25).
           05  MS-ADDRESS-1          PIC X(30).
           05  MS-ADDRESS-2          PIC X(30).
           05  MS-POSTAL-CODE        PIC X(08).
           05  MS-LOCALITY           PIC X(25).
           05  MS-OLD-CODE           PIC 9(01).
           05  MS-NEW-CODE           PIC 9(01).
           05  MS-LAST-DATE          PIC 9(08).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
               88  WS-FEE-EOF                  VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-MEMBER-FOUND             VALUE "Y".
           05  WS-FIRST-SW           PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD             VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-LETTER-COUNT       PIC 9(04) VALUE ZEROS.
           05  WS-DUE-SEQ            PIC 9(07) VALUE ZEROS.

      *    the member the due records being returned belong to
       01  WS-CURRENT-MEMBER.
           05  WM-ID                 PIC 9(05) VALUE ZEROS.
           05  WM-NAME               PIC X(25) VALUE SPACES.
           05  WM-ADDRESS-1          PIC X(30) VALUE SPACES.
           05  WM-ADDRESS-2          PIC X(30) VALUE SPACES.
           05  WM-HOUSEHOLD-ID       PIC 9(05) VALUE ZEROS.
           05  WM-STATUS-CODE        PIC X(01) VALUE SPACE.
               88  WM-ACTIVE                   VALUES "A" " ".
           05  WM-POSTAL-CODE        PIC X(08) VALUE SPACES.
           05  WM-LOCALITY           PIC X(25) VALUE SPACES.

       01  WS-LETTER-GROUP           PIC X(06) VALUE SPACES.

       01  WS-SAME-MAILING-LINE.
           05  FILLER                PIC X(21) VALUE
               "NA MESMA CARTA:      ".
           05  WSM-NAME              PIC X(25).

       01  WS-FEE-TABLE.
           05  WS-FEE-AMOUNT         PIC 9(5)V99 OCCURS 7 TIMES
               VALUE ZEROS.
       01  WS-NAME-LINE.
           05  LN-NAME               PIC X(25).

       01  WS-POSTAL-LINE.
           05  LP-POSTAL-CODE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LP-LOCALITY           PIC X(25).

       01  WS-BRACKET-LINE.
           05  FILLER                PIC X(18) VALUE
               "O seu escalao de  ".

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT JOIN-SORT-FILE
               ON ASCENDING KEY JS-MEM-ID
                                JS-REC-TYPE
                                JS-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-RECORDS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-JOIN-MEMBERS
                   THRU 3000-EXIT
           SORT MAILING-SORT-FILE
               ON ASCENDING KEY MS-GROUP-KEY
                                MS-SEQ
               USING LETTER-WORK-FILE
               OUTPUT PROCEDURE IS 5000-PRINT-LETTERS
                   THRU 5000-EXIT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - load the fee table, open the letters
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BRACKET-FEE-FILE
           PERFORM 1200-LOAD-ONE-FEE THRU 1200-EXIT
               UNTIL WS-FEE-EOF
           CLOSE BRACKET-FEE-FILE
           OPEN OUTPUT LETTER-PRINT.

       1200-LOAD-ONE-FEE.
           READ BRACKET-FEE-FILE
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-RECORDS - every member and every renewal-due
      * record into the sort, the due records numbered in feed
      * order so a household's lines keep their sequence
      *-----------------------------------------------------------*
       2000-RELEASE-RECORDS.
           OPEN INPUT MEMBERSHIP-FILE
           PERFORM 2100-RELEASE-ONE-MEMBER THRU 2100-EXIT
               UNTIL WS-MEM-EOF
           CLOSE MEMBERSHIP-FILE
           OPEN INPUT RENEWAL-DUE
           PERFORM 2200-RELEASE-ONE-DUE THRU 2200-EXIT
               UNTIL WS-EOF
           CLOSE RENEWAL-DUE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-MEM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE SPACES TO JOIN-SORT-RECORD
           MOVE MEM-ID TO JS-MEM-ID
           SET JS-MEMBER-REC TO TRUE
           MOVE ZEROS TO JS-SEQ
           MOVE MEM-NAME TO JS-NAME
           MOVE MEM-ADDRESS-1 TO JS-ADDRESS-1
           MOVE MEM-ADDRESS-2 TO JS-ADDRESS-2
           MOVE MEM-HOUSEHOLD-ID TO JS-HOUSEHOLD-ID
           MOVE MEM-STATUS-CODE TO JS-STATUS-CODE
           MOVE MEM-POSTAL-CODE TO JS-POSTAL-CODE
           MOVE MEM-LOCALITY TO JS-LOCALITY
           MOVE ZEROS TO JS-OLD-CODE
           MOVE ZEROS TO JS-NEW-CODE
           MOVE ZEROS TO JS-LAST-DATE
           RELEASE JOIN-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-DUE.
           READ RENEWAL-DUE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-DUE-SEQ
           MOVE SPACES TO JOIN-SORT-RECORD
           MOVE RD-MEM-ID TO JS-MEM-ID
           SET JS-DUE-REC TO TRUE
           MOVE WS-DUE-SEQ TO JS-SEQ
           MOVE ZEROS TO JS-HOUSEHOLD-ID
           MOVE RD-OLD-CODE TO JS-OLD-CODE
           MOVE RD-NEW-CODE TO JS-NEW-CODE
           MOVE RD-LAST-DATE TO JS-LAST-DATE
           RELEASE JOIN-SORT-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-JOIN-MEMBERS - each due record takes the name and
      * address of the member sorted ahead of it; an active
      * member's goes to the letter work file under its mailing
      *-----------------------------------------------------------*
       3000-JOIN-MEMBERS.
           OPEN OUTPUT LETTER-WORK-FILE
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-FOUND-SW
           PERFORM 3100-JOIN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-EOF
           CLOSE LETTER-WORK-FILE.
       3000-EXIT.
           EXIT.

       3100-JOIN-ONE-RECORD.
           RETURN JOIN-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF JS-MEMBER-REC
               MOVE JS-MEM-ID TO WM-ID
               MOVE JS-NAME TO WM-NAME
               MOVE JS-ADDRESS-1 TO WM-ADDRESS-1
               MOVE JS-ADDRESS-2 TO WM-ADDRESS-2
               MOVE JS-HOUSEHOLD-ID TO WM-HOUSEHOLD-ID
               MOVE JS-STATUS-CODE TO WM-STATUS-CODE
               MOVE JS-POSTAL-CODE TO WM-POSTAL-CODE
               MOVE JS-LOCALITY TO WM-LOCALITY
               SET WS-MEMBER-FOUND TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-MEMBER-FOUND
               OR WM-ID NOT = JS-MEM-ID
               DISPLAY "Socio " JS-MEM-ID
                   " sem registo - carta nao emitida."
               GO TO 3100-EXIT
           END-IF
           IF NOT WM-ACTIVE
      *        lapsed, cancelled or deceased - no letter
               GO TO 3100-EXIT
           END-IF
           IF WM-HOUSEHOLD-ID > ZEROS
               MOVE "H" TO LW-GROUP-TYPE
               MOVE WM-HOUSEHOLD-ID TO LW-GROUP-ID
           ELSE
               MOVE "M" TO LW-GROUP-TYPE
               MOVE WM-ID TO LW-GROUP-ID
           END-IF
           MOVE JS-SEQ TO LW-SEQ
           MOVE WM-ID TO LW-MEM-ID
           MOVE WM-NAME TO LW-NAME
           MOVE WM-ADDRESS-1 TO LW-ADDRESS-1
           MOVE WM-ADDRESS-2 TO LW-ADDRESS-2
           MOVE WM-POSTAL-CODE TO LW-POSTAL-CODE
           MOVE WM-LOCALITY TO LW-LOCALITY
           MOVE JS-OLD-CODE TO LW-OLD-CODE
           MOVE JS-NEW-CODE TO LW-NEW-CODE
           MOVE JS-LAST-DATE TO LW-LAST-DATE
           WRITE LETTER-WORK-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-LETTERS - control break on the mailing: the
      * first due record addresses the letter, the rest of the
      * household ride inside it
      *-----------------------------------------------------------*
       5000-PRINT-LETTERS.
           MOVE "N" TO WS-EOF-SW
           MOVE "Y" TO WS-FIRST-SW
           PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
               UNTIL WS-EOF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-ENTRY.
           RETURN MAILING-SORT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               OR MS-GROUP-KEY NOT = WS-LETTER-GROUP
               MOVE "N" TO WS-FIRST-SW
               MOVE MS-GROUP-KEY TO WS-LETTER-GROUP
               PERFORM 5200-ADDRESS-LETTER
           ELSE
               MOVE MS-NAME TO WSM-NAME
               WRITE LETTER-LINE FROM WS-SAME-MAILING-LINE
           END-IF
           PERFORM 4000-PRINT-DUE-LINES.
       5100-EXIT.
           EXIT.

       5200-ADDRESS-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           WRITE LETTER-LINE FROM WS-LETTER-SEPARATOR
           MOVE MS-NAME TO LN-NAME
           WRITE LETTER-LINE FROM WS-NAME-LINE
           WRITE LETTER-LINE FROM MS-ADDRESS-1
           WRITE LETTER-LINE FROM MS-ADDRESS-2
           IF MS-POSTAL-CODE NOT = SPACES
               MOVE MS-POSTAL-CODE TO LP-POSTAL-CODE
               MOVE MS-LOCALITY TO LP-LOCALITY
               WRITE LETTER-LINE FROM WS-POSTAL-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

      *-----------------------------------------------------------*
      * 4000-PRINT-DUE-LINES - the bracket change, last renewal and
      * new fee for the due record just returned
      *-----------------------------------------------------------*
       4000-PRINT-DUE-LINES.
           MOVE WS-BRACKET-NAME(MS-OLD-CODE + 1) TO LB-OLD-NAME
           MOVE WS-BRACKET-NAME(MS-NEW-CODE + 1) TO LB-NEW-NAME
           WRITE LETTER-LINE FROM WS-BRACKET-LINE
           MOVE MS-LAST-DATE TO LD-LAST-DATE
           WRITE LETTER-LINE FROM WS-LAST-DATE-LINE
           IF MS-NEW-CODE >= 1 AND MS-NEW-CODE <= 7
               MOVE WS-FEE-AMOUNT(MS-NEW-CODE) TO LF-FEE
           ELSE
               MOVE ZEROS TO LF-FEE
           END-IF
           WRITE LETTER-LINE FROM WS-FEE-LINE.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - close and report the count
      *-----------------------------------------------------------*
       8000-FINALIZE.
           CLOSE LETTER-PRINT
           DISPLAY "Cartas emitidas: " WS-LETTER-COUNT.

