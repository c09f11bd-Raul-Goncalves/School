       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCHK.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Table-capacity check, in the style of FILERR:
      *                CALLed once a fixed in-memory table is loaded,
      *                it compares the entries held with the table's
      *                capacity and, once the table passes 80% full,
      *                appends a "W" record to the shared RUNLOGF run
      *                log naming the program, the table, the entries
      *                and the capacity, and warns the operator - the
      *                step carries on, but RUNRPT shows the warning
      *                the next morning, well before the table fills.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOGF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-WARNING-RECORD.
           05  RW-TIMESTAMP          PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RW-PROGRAM-NAME       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RW-EVENT-CODE         PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RW-TABLE-NAME         PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RW-ENTRY-COUNT        PIC 9(07).
           05  RW-SEPARATOR          PIC X(01).
           05  RW-CAPACITY           PIC 9(07).

       WORKING-STORAGE SECTION.

       01  WS-TIME-FIELDS.
           05  WS-LOG-DATE           PIC 9(08).
           05  WS-LOG-TIME.
               10  WS-LOG-HH         PIC 99.
               10  WS-LOG-MM         PIC 99.
               10  WS-LOG-SS         PIC 99.
               10  WS-LOG-CC         PIC 99.

      *    the comparison in whole fifths, so no percentage is
      *    rounded: full past 80% is entries * 5 > capacity * 4
       01  WS-LIMIT-FIELDS.
           05  WS-ENTRIES-X5         PIC 9(09) VALUE ZEROS.
           05  WS-CAPACITY-X4        PIC 9(09) VALUE ZEROS.

       LINKAGE SECTION.
       COPY TBLCHK.

       PROCEDURE DIVISION USING TBLCHK-LINKAGE.

       0000-MAINLINE.
           SET TC-WITHIN-LIMIT TO TRUE
           COMPUTE WS-ENTRIES-X5 = TC-ENTRY-COUNT * 5
           COMPUTE WS-CAPACITY-X4 = TC-CAPACITY * 4
           IF WS-ENTRIES-X5 > WS-CAPACITY-X4
               SET TC-NEAR-FULL TO TRUE
               PERFORM 1000-LOG-WARNING
               DISPLAY "*** AVISO: TABELA " TC-TABLE-NAME " DE "
                   TC-PROGRAM-NAME " COM " TC-ENTRY-COUNT " DE "
                   TC-CAPACITY " ENTRADAS ***"
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOG-WARNING - the "W" record on the shared run log
      *-----------------------------------------------------------*
       1000-LOG-WARNING.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO RUN-LOG-WARNING-RECORD
           STRING WS-LOG-DATE       DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-LOG-HH         DELIMITED BY SIZE
                  WS-LOG-MM         DELIMITED BY SIZE
                  WS-LOG-SS         DELIMITED BY SIZE
               INTO RW-TIMESTAMP
           END-STRING
           MOVE TC-PROGRAM-NAME TO RW-PROGRAM-NAME
           MOVE "W" TO RW-EVENT-CODE
           MOVE TC-TABLE-NAME TO RW-TABLE-NAME
           MOVE TC-ENTRY-COUNT TO RW-ENTRY-COUNT
           MOVE "/" TO RW-SEPARATOR
           MOVE TC-CAPACITY TO RW-CAPACITY
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-WARNING-RECORD
           CLOSE RUN-LOG-FILE.

       END PROGRAM TBLCHK.
