       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGMROLL.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       General assembly voting roll for the keyed
      *                meeting date, replacing the secretary's hand
      *                list.  A member may vote when active, adult
      *                (the voting age reached by the meeting date,
      *                from the date of birth) and with no unpaid
      *                MEMOPEN fee; the eligible are numbered in
      *                member order on the printed roll, with a
      *                signature space, and everyone else is listed
      *                with the reason.  The roll is kept on VOTEROLL
      *                for the AGMATT capture on the day; it can be
      *                rebuilt until the first attendance is marked.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  The excluded-member table is checked with
      *                 TBLCHK at the end of the roll.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL MEMBER-OPEN-ITEMS ASSIGN TO "MEMOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MO-MEM-ID
               FILE STATUS IS WS-MEMOPEN-STATUS.
           SELECT OPTIONAL VOTING-ROLL ASSIGN TO "VOTEROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-ROLL-STATUS.
           SELECT ROLL-REPORT ASSIGN TO "AGMROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  MEMBER-OPEN-ITEMS.
       COPY MEMOPEN.

       FD  VOTING-ROLL.
       COPY VOTEROLL.

       FD  ROLL-REPORT.
       01  ROLL-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNLOG.

       COPY TBLCHK.

       01  WS-MEMBER-STATUS          PIC XX.
           88  WS-MEMBER-OK                  VALUE "00".
       01  WS-MEMOPEN-STATUS         PIC XX.
           88  WS-MEMOPEN-OK                 VALUES "00" "05".
       01  WS-ROLL-STATUS            PIC XX.
           88  WS-ROLL-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-ROLL-END-SW        PIC X(01) VALUE "N".
               88  WS-ROLL-END                 VALUE "Y".

      *    the statutes' voting age
       01  WS-VOTING-AGE             PIC 9(02) VALUE 18.

       01  WS-MEETING-FIELDS.
           05  WS-MEETING-DATE       PIC 9(08) VALUE ZEROS.
           05  WS-MEETING-DATE-SPLIT REDEFINES WS-MEETING-DATE.
               10  WS-MEETING-YEAR   PIC 9(04).
               10  WS-MEETING-MONTH  PIC 9(02).
               10  WS-MEETING-DAY    PIC 9(02).
           05  WS-COMPUTED-AGE       PIC S9(04) VALUE ZEROS.
           05  WS-UNPAID-AMOUNT      PIC 9(5)V99 VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-READ-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-ELIGIBLE-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-EXCLUDED-COUNT     PIC 9(04) VALUE ZEROS.
           05  WS-MARKED-COUNT       PIC 9(04) VALUE ZEROS.

      *    the excluded members, printed after the roll
       01  WS-EXCLUDED-TABLE.
           05  WS-EXC-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-EXCLUDED-COUNT.
               10  WEX-MEM-ID        PIC 9(05).
               10  WEX-NAME          PIC X(25).
               10  WEX-REASON        PIC X(30).
       01  WS-EXC-IDX                PIC 9(04) VALUE ZEROS.

       01  WS-ROLL-HEADER.
           05  FILLER                PIC X(42) VALUE
               "CADERNO ELEITORAL - ASSEMBLEIA GERAL DE   ".
           05  WH-MEETING-DATE       PIC 9(08).

       01  WS-ROLL-HEADING           PIC X(80) VALUE
           "  N.  SOCIO NOME                       ASSINATURA".

       01  WS-ROLL-DETAIL.
           05  WD-ROLL-NUMBER        PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WD-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WD-NAME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE ALL "_".

       01  WS-EXCLUDED-HEADING       PIC X(80) VALUE
           "SOCIOS SEM DIREITO DE VOTO".

       01  WS-EXCLUDED-DETAIL.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WE-MEM-ID             PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WE-NAME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WE-REASON             PIC X(30).

       01  WS-UNPAID-REASON.
           05  FILLER                PIC X(16) VALUE
               "QUOTAS EM DIVIDA".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WU-AMOUNT             PIC ZZ,ZZ9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                PIC X(20) VALUE
               "SOCIOS COM VOTO:    ".
           05  WT-ELIGIBLE           PIC ZZZ9.
           05  FILLER                PIC X(14) VALUE
               "  EXCLUIDOS:  ".
           05  WT-EXCLUDED           PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-ONE-MEMBER THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the meeting date, any earlier roll for
      * it cleared, files
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "AGMROLL" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           PERFORM 1050-ACCEPT-MEETING-DATE THRU 1050-EXIT
           OPEN I-O VOTING-ROLL
           PERFORM 1100-CLEAR-EARLIER-ROLL THRU 1100-EXIT
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               STOP RUN
           END-IF
           OPEN INPUT MEMBER-OPEN-ITEMS
           OPEN OUTPUT ROLL-REPORT
           MOVE WS-MEETING-DATE TO WH-MEETING-DATE
           WRITE ROLL-REPORT-LINE FROM WS-ROLL-HEADER
           MOVE SPACES TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE FROM WS-ROLL-HEADING
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1050-ACCEPT-MEETING-DATE.
           DISPLAY "Data da assembleia (AAAAMMDD): "
           ACCEPT WS-MEETING-DATE
           IF WS-MEETING-MONTH < 1 OR WS-MEETING-MONTH > 12
               OR WS-MEETING-DAY < 1 OR WS-MEETING-DAY > 31
               DISPLAY "Data invalida."
               GO TO 1050-ACCEPT-MEETING-DATE
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CLEAR-EARLIER-ROLL - a roll already built for the
      * date is replaced, unless attendance has been marked on it
      *-----------------------------------------------------------*
       1100-CLEAR-EARLIER-ROLL.
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE ZEROS TO VR-MEM-ID
           START VOTING-ROLL KEY NOT < VR-KEY
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-CHECK-ONE-ENTRY THRU 1110-EXIT
               UNTIL WS-ROLL-END
           IF WS-MARKED-COUNT > ZEROS
               DISPLAY "Ja ha " WS-MARKED-COUNT " presencas "
                   "registadas para esta assembleia - caderno nao "
                   "refeito."
               CLOSE VOTING-ROLL
               STOP RUN
           END-IF
           MOVE "N" TO WS-ROLL-END-SW
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE ZEROS TO VR-MEM-ID
           START VOTING-ROLL KEY NOT < VR-KEY
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1120-DELETE-ONE-ENTRY THRU 1120-EXIT
               UNTIL WS-ROLL-END.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-ENTRY.
           READ VOTING-ROLL NEXT RECORD
               AT END
                   SET WS-ROLL-END TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF VR-MEETING-DATE NOT = WS-MEETING-DATE
               SET WS-ROLL-END TO TRUE
               GO TO 1110-EXIT
           END-IF
           IF NOT VR-ABSENT
               ADD 1 TO WS-MARKED-COUNT
           END-IF.
       1110-EXIT.
           EXIT.

       1120-DELETE-ONE-ENTRY.
           READ VOTING-ROLL NEXT RECORD
               AT END
                   SET WS-ROLL-END TO TRUE
                   GO TO 1120-EXIT
           END-READ
           IF VR-MEETING-DATE NOT = WS-MEETING-DATE
               SET WS-ROLL-END TO TRUE
               GO TO 1120-EXIT
           END-IF
           DELETE VOTING-ROLL RECORD
               INVALID KEY
                   DISPLAY "Erro ao limpar o caderno anterior."
           END-DELETE.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ROLL-ONE-MEMBER - status, age on the meeting date and
      * unpaid fees decide; the first reason found is the one
      * listed
      *-----------------------------------------------------------*
       2000-ROLL-ONE-MEMBER.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO VOTING-ROLL-RECORD
           MOVE WS-MEETING-DATE TO VR-MEETING-DATE
           MOVE MEM-ID TO VR-MEM-ID
           MOVE ZEROS TO VR-ROLL-NUMBER
           MOVE MEM-NAME TO VR-NAME
           MOVE "N" TO VR-ELIGIBLE-SW
           MOVE ZEROS TO VR-PROXY-MEM-ID
           IF NOT MEM-ACTIVE
               SET VR-NOT-ACTIVE TO TRUE
               GO TO 2000-EXCLUDE
           END-IF
           PERFORM 3000-COMPUTE-AGE
           IF WS-COMPUTED-AGE < WS-VOTING-AGE
               SET VR-UNDER-AGE TO TRUE
               GO TO 2000-EXCLUDE
           END-IF
           PERFORM 3100-CHECK-FEES
           IF WS-UNPAID-AMOUNT > ZEROS
               SET VR-UNPAID TO TRUE
               GO TO 2000-EXCLUDE
           END-IF
           SET VR-ELIGIBLE TO TRUE
           ADD 1 TO WS-ELIGIBLE-COUNT
           MOVE WS-ELIGIBLE-COUNT TO VR-ROLL-NUMBER
           MOVE WS-ELIGIBLE-COUNT TO WD-ROLL-NUMBER
           MOVE MEM-ID TO WD-MEM-ID
           MOVE MEM-NAME TO WD-NAME
           WRITE ROLL-REPORT-LINE FROM WS-ROLL-DETAIL
           GO TO 2000-WRITE-ROLL.
       2000-EXCLUDE.
           IF WS-EXCLUDED-COUNT = 1000
               DISPLAY "Mais de 1000 socios excluidos - a terminar."
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCLUDED-COUNT
           MOVE MEM-ID TO WEX-MEM-ID(WS-EXCLUDED-COUNT)
           MOVE MEM-NAME TO WEX-NAME(WS-EXCLUDED-COUNT)
           EVALUATE TRUE
               WHEN MEM-LAPSED
                   MOVE "SOCIO CADUCADO"
                       TO WEX-REASON(WS-EXCLUDED-COUNT)
               WHEN MEM-CANCELLED
                   MOVE "SOCIO CANCELADO"
                       TO WEX-REASON(WS-EXCLUDED-COUNT)
               WHEN MEM-DECEASED
                   MOVE "SOCIO FALECIDO"
                       TO WEX-REASON(WS-EXCLUDED-COUNT)
               WHEN VR-UNDER-AGE
                   MOVE "MENOR NA DATA DA ASSEMBLEIA"
                       TO WEX-REASON(WS-EXCLUDED-COUNT)
               WHEN OTHER
                   MOVE WS-UNPAID-AMOUNT TO WU-AMOUNT
                   MOVE WS-UNPAID-REASON
                       TO WEX-REASON(WS-EXCLUDED-COUNT)
           END-EVALUATE.
       2000-WRITE-ROLL.
           WRITE VOTING-ROLL-RECORD
               INVALID KEY
                   DISPLAY "Erro no caderno para o socio " MEM-ID
           END-WRITE
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COMPUTE-AGE - as of the meeting date, the AGEBRKT way
      *-----------------------------------------------------------*
       3000-COMPUTE-AGE.
           COMPUTE WS-COMPUTED-AGE =
               WS-MEETING-YEAR - MEM-BIRTH-YEAR
           IF (WS-MEETING-MONTH * 100 + WS-MEETING-DAY) <
               (MEM-BIRTH-MONTH * 100 + MEM-BIRTH-DAY)
               SUBTRACT 1 FROM WS-COMPUTED-AGE
           END-IF.

      *-----------------------------------------------------------*
      * 3100-CHECK-FEES - an item not paid (open, or out for
      * collection) with money on it; no item is nothing owed
      *-----------------------------------------------------------*
       3100-CHECK-FEES.
           MOVE ZEROS TO WS-UNPAID-AMOUNT
           MOVE MEM-ID TO MO-MEM-ID
           READ MEMBER-OPEN-ITEMS
               INVALID KEY
                   MOVE ZEROS TO MO-AMOUNT
                   SET MO-ITEM-PAID TO TRUE
           END-READ
           IF NOT MO-ITEM-PAID
               MOVE MO-AMOUNT TO WS-UNPAID-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - the excluded list, trailer, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "AGMROLL" TO TC-PROGRAM-NAME
           MOVE "EXCLUDED" TO TC-TABLE-NAME
           MOVE WS-EXCLUDED-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           MOVE SPACES TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE FROM WS-EXCLUDED-HEADING
           PERFORM 8100-PRINT-ONE-EXCLUDED
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXCLUDED-COUNT
           MOVE SPACES TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE WS-ELIGIBLE-COUNT TO WT-ELIGIBLE
           MOVE WS-EXCLUDED-COUNT TO WT-EXCLUDED
           WRITE ROLL-REPORT-LINE FROM WS-TRAILER-LINE
           CLOSE MEMBERSHIP-FILE
           CLOSE MEMBER-OPEN-ITEMS
           CLOSE VOTING-ROLL
           CLOSE ROLL-REPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-READ-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           DISPLAY "AGMROLL: " WS-ELIGIBLE-COUNT " socios com voto, "
               WS-EXCLUDED-COUNT " excluidos.".

       8100-PRINT-ONE-EXCLUDED.
           MOVE WEX-MEM-ID(WS-EXC-IDX) TO WE-MEM-ID
           MOVE WEX-NAME(WS-EXC-IDX) TO WE-NAME
           MOVE WEX-REASON(WS-EXC-IDX) TO WE-REASON
           WRITE ROLL-REPORT-LINE FROM WS-EXCLUDED-DETAIL.

       END PROGRAM AGMROLL.
