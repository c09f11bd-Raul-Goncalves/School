       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRLBL.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Address-label print run for members or
      *                customers.  Members are selected by status
      *                (blank = all but the deceased), by age bracket
      *                as of the business date, the FEEBILL way
      *                (0 = all), or by household (0 = all), and a
      *                household gets one label however many of its
      *                members are selected.  Customers are selected
      *                by CU-GROUP-CODE (blank = all); closed ones
      *                get none.  Every postal code is checked
      *                through FLDVAL against the POSTCODE reference
      *                and the locality printed from it; an address
      *                without a valid code goes to the LBLEXC
      *                exceptions report instead of onto a label.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      * 2026-10-15  RG  Households labelled after the table of 1000
      *                 is full are counted on the console, since
      *                 their other members may get a second label,
      *                 and the table is checked with TBLCHK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "MEMBER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LABEL-FILE ASSIGN TO "LABELS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-EXCEPTIONS ASSIGN TO "LBLEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       COPY MEMBER.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  LABEL-FILE.
       01  LABEL-LINE                PIC X(40).

       FD  LABEL-EXCEPTIONS.
       01  EXCEPTION-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       COPY FLDVAL.

       COPY RUNLOG.

       COPY TBLCHK.

       COPY BRKTTBL.

       01  WS-MEMBER-STATUS          PIC XX.
           88  WS-MEMBER-OK                  VALUE "00".
       01  WS-CUST-STATUS            PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-CUST-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
               88  WS-EOF                      VALUE "Y".
           05  WS-HOUSE-FOUND-SW     PIC X(01) VALUE "N".
               88  WS-HOUSE-PRINTED            VALUE "Y".
           05  WS-OPEN-SW            PIC X(01) VALUE "N".
               88  WS-SOURCE-OPEN              VALUE "Y".

       01  WS-SELECTION.
           05  WS-SOURCE-CODE        PIC X(01) VALUE SPACES.
               88  WS-SOURCE-MEMBERS           VALUES "M" "m".
               88  WS-SOURCE-CUSTOMERS         VALUES "C" "c".
           05  WS-SEL-STATUS         PIC X(01) VALUE SPACES.
           05  WS-SEL-BRACKET        PIC 9(01) VALUE ZEROS.
           05  WS-SEL-HOUSEHOLD      PIC 9(05) VALUE ZEROS.
           05  WS-SEL-GROUP          PIC X(03) VALUE SPACES.

       01  WS-AGE-FIELDS.
           05  WS-RUN-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR       PIC 9(04).
               10  WS-RUN-MONTH      PIC 9(02).
               10  WS-RUN-DAY        PIC 9(02).
           05  WS-COMPUTED-AGE       PIC S9(04) VALUE ZEROS.
           05  WS-AGE                PIC 99 VALUE ZEROS.
           05  WS-BRACKET-CODE       PIC 9(01) VALUE ZEROS.

      *    households already given their label this run
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HOUSE-COUNT        PIC 9(04) VALUE ZEROS.
           05  WS-HOUSE-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-HOUSE-COUNT.
               10  WH-HOUSEHOLD-ID   PIC 9(05).
       01  WS-HOUSE-IDX              PIC 9(04) VALUE ZEROS.

      *    the address of the label being built
       01  WS-LABEL-FIELDS.
           05  WS-LABEL-KEY          PIC 9(05) VALUE ZEROS.
           05  WS-LABEL-NAME         PIC X(25) VALUE SPACES.
           05  WS-LABEL-ADDRESS-1    PIC X(30) VALUE SPACES.
           05  WS-LABEL-ADDRESS-2    PIC X(30) VALUE SPACES.
           05  WS-LABEL-POSTAL-CODE  PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-LABEL-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-HOUSE-SKIP-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-HOUSE-OVER-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZEROS.

       01  WS-POSTAL-LINE.
           05  LL-POSTAL-CODE        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LL-LOCALITY           PIC X(25).

       01  WS-EXCEPTION-HEADER.
           05  FILLER                PIC X(34) VALUE
               "ETIQUETAS - MORADAS NAO EMITIDAS  ".
           05  FILLER                PIC X(06) VALUE "DATA: ".
           05  WE-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(10) VALUE "  ORIGEM: ".
           05  WE-SOURCE-CODE        PIC X(01).

       01  WS-EXCEPTION-DETAIL.
           05  WX-KEY                PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WX-NAME               PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WX-POSTAL-CODE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WX-REASON             PIC X(30).

       01  WS-EXCEPTION-TRAILER.
           05  FILLER                PIC X(11) VALUE "ETIQUETAS: ".
           05  WT-LABELS             PIC Z(6)9.
           05  FILLER                PIC X(14) VALUE "  AGREGADOS: ".
           05  WT-HOUSE-SKIPS        PIC Z(6)9.
           05  FILLER                PIC X(13) VALUE "  EXCECOES: ".
           05  WT-EXCEPTIONS         PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-SOURCE-MEMBERS
               PERFORM 2000-LABEL-ONE-MEMBER THRU 2000-EXIT
                   UNTIL WS-EOF
           ELSE
               PERFORM 3000-LABEL-ONE-CUSTOMER THRU 3000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - run log, business date, the selection,
      * and the source and output files open
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "ADDRLBL" TO RN-PROGRAM-NAME
           SET RN-EVENT-START TO TRUE
           MOVE ZEROS TO RN-RECORDS-READ
           MOVE ZEROS TO RN-RECORDS-WRITTEN
           SET RN-RUN-OK TO TRUE
           CALL "RUNLOG" USING RUNLOG-LINKAGE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Etiquetas de (M)embros ou (C)lientes: "
           ACCEPT WS-SOURCE-CODE
           IF NOT WS-SOURCE-MEMBERS AND NOT WS-SOURCE-CUSTOMERS
               DISPLAY "Opcao invalida."
               SET RN-RUN-FAILED TO TRUE
               SET RN-EVENT-END TO TRUE
               CALL "RUNLOG" USING RUNLOG-LINKAGE
               STOP RUN
           END-IF
           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT LABEL-EXCEPTIONS
           MOVE WS-RUN-DATE TO WE-RUN-DATE
           MOVE WS-SOURCE-CODE TO WE-SOURCE-CODE
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
           IF WS-SOURCE-MEMBERS
               PERFORM 1100-SELECT-MEMBERS
           ELSE
               PERFORM 1200-SELECT-CUSTOMERS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SELECT-MEMBERS.
           DISPLAY "Estado A/L/C/D (branco = todos exceto falecidos): "
           ACCEPT WS-SEL-STATUS
           DISPLAY "Escalao 1-7 (0 = todos): "
           ACCEPT WS-SEL-BRACKET
           DISPLAY "Agregado (0 = todos): "
           ACCEPT WS-SEL-HOUSEHOLD
           OPEN INPUT MEMBERSHIP-FILE
           IF NOT WS-MEMBER-OK
               DISPLAY "Ficheiro MEMBER indisponivel."
               SET RN-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               SET WS-SOURCE-OPEN TO TRUE
           END-IF.

       1200-SELECT-CUSTOMERS.
           DISPLAY "Grupo de clientes (branco = todos): "
           ACCEPT WS-SEL-GROUP
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-CUST-OK
               DISPLAY "Ficheiro CUSTMAST indisponivel."
               SET RN-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               SET WS-SOURCE-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 2000-LABEL-ONE-MEMBER - the selection applied, then one
      * label per household: a household already labelled is
      * skipped
      *-----------------------------------------------------------*
       2000-LABEL-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF WS-SEL-STATUS = SPACES
               IF MEM-DECEASED
                   GO TO 2000-EXIT
               END-IF
           ELSE
               IF WS-SEL-STATUS = "A"
                   IF NOT MEM-ACTIVE
                       GO TO 2000-EXIT
                   END-IF
               ELSE
                   IF MEM-STATUS-CODE NOT = WS-SEL-STATUS
                       GO TO 2000-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-SEL-HOUSEHOLD > ZEROS
               AND MEM-HOUSEHOLD-ID NOT = WS-SEL-HOUSEHOLD
               GO TO 2000-EXIT
           END-IF
           IF WS-SEL-BRACKET > ZEROS
               PERFORM 2100-COMPUTE-AGE
               PERFORM 2200-CLASSIFY-BRACKET
               IF WS-BRACKET-CODE NOT = WS-SEL-BRACKET
                   GO TO 2000-EXIT
               END-IF
           END-IF
           IF MEM-HOUSEHOLD-ID > ZEROS
               MOVE "N" TO WS-HOUSE-FOUND-SW
               PERFORM 2300-MATCH-ONE-HOUSEHOLD
                   VARYING WS-HOUSE-IDX FROM 1 BY 1
                   UNTIL WS-HOUSE-IDX > WS-HOUSE-COUNT
                      OR WS-HOUSE-PRINTED
               IF WS-HOUSE-PRINTED
                   ADD 1 TO WS-HOUSE-SKIP-COUNT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           MOVE MEM-ID TO WS-LABEL-KEY
           MOVE MEM-NAME TO WS-LABEL-NAME
           MOVE MEM-ADDRESS-1 TO WS-LABEL-ADDRESS-1
           MOVE MEM-ADDRESS-2 TO WS-LABEL-ADDRESS-2
           MOVE MEM-POSTAL-CODE TO WS-LABEL-POSTAL-CODE
           PERFORM 4000-PRINT-LABEL THRU 4000-EXIT
           IF FV-FIELD-VALID
               AND MEM-HOUSEHOLD-ID > ZEROS
               IF WS-HOUSE-COUNT < 1000
                   ADD 1 TO WS-HOUSE-COUNT
                   MOVE MEM-HOUSEHOLD-ID
                       TO WH-HOUSEHOLD-ID(WS-HOUSE-COUNT)
               ELSE
                   ADD 1 TO WS-HOUSE-OVER-COUNT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-COMPUTE-AGE / 2200-CLASSIFY-BRACKET - as of the
      * business date, over the shared bounds, as FEEBILL does
      *-----------------------------------------------------------*
       2100-COMPUTE-AGE.
           COMPUTE WS-COMPUTED-AGE =
               WS-RUN-YEAR - MEM-BIRTH-YEAR
           IF (WS-RUN-MONTH * 100 + WS-RUN-DAY) <
               (MEM-BIRTH-MONTH * 100 + MEM-BIRTH-DAY)
               SUBTRACT 1 FROM WS-COMPUTED-AGE
           END-IF
           IF WS-COMPUTED-AGE < ZEROS
               MOVE ZEROS TO WS-COMPUTED-AGE
           END-IF
           IF WS-COMPUTED-AGE > 99
               MOVE 99 TO WS-COMPUTED-AGE
           END-IF
           MOVE WS-COMPUTED-AGE TO WS-AGE.

       2200-CLASSIFY-BRACKET.
           MOVE ZEROS TO WS-BRACKET-CODE
           PERFORM 2210-MATCH-BOUNDS-ENTRY
               VARYING WBT-IDX FROM 1 BY 1
               UNTIL WBT-IDX > 7.

       2210-MATCH-BOUNDS-ENTRY.
           IF WS-AGE >= WBT-LOW-AGE(WBT-IDX)
               AND WS-AGE <= WBT-HIGH-AGE(WBT-IDX)
               MOVE WBT-CODE(WBT-IDX) TO WS-BRACKET-CODE
           END-IF.

       2300-MATCH-ONE-HOUSEHOLD.
           IF WH-HOUSEHOLD-ID(WS-HOUSE-IDX) = MEM-HOUSEHOLD-ID
               SET WS-HOUSE-PRINTED TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 3000-LABEL-ONE-CUSTOMER - closed customers and those
      * outside the group keyed are skipped
      *-----------------------------------------------------------*
       3000-LABEL-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF CU-CLOSED
               GO TO 3000-EXIT
           END-IF
           IF WS-SEL-GROUP NOT = SPACES
               AND CU-GROUP-CODE NOT = WS-SEL-GROUP
               GO TO 3000-EXIT
           END-IF
           MOVE CU-NUMBER TO WS-LABEL-KEY
           MOVE CU-NAME TO WS-LABEL-NAME
           MOVE CU-ADDRESS-1 TO WS-LABEL-ADDRESS-1
           MOVE CU-ADDRESS-2 TO WS-LABEL-ADDRESS-2
           MOVE CU-POSTAL-CODE TO WS-LABEL-POSTAL-CODE
           PERFORM 4000-PRINT-LABEL THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-LABEL - the postal code checked on POSTCODE; a
      * good one prints the label with the reference's locality, a
      * missing or unknown one goes to the exceptions report
      *-----------------------------------------------------------*
       4000-PRINT-LABEL.
           IF WS-LABEL-ADDRESS-1 = SPACES
               SET FV-FIELD-INVALID TO TRUE
               MOVE "SEM MORADA" TO WX-REASON
               PERFORM 4100-WRITE-EXCEPTION
               GO TO 4000-EXIT
           END-IF
           IF WS-LABEL-POSTAL-CODE = SPACES
               SET FV-FIELD-INVALID TO TRUE
               MOVE "SEM CODIGO POSTAL" TO WX-REASON
               PERFORM 4100-WRITE-EXCEPTION
               GO TO 4000-EXIT
           END-IF
           MOVE "P" TO FV-FUNCTION
           MOVE SPACES TO FV-FIELD
           MOVE WS-LABEL-POSTAL-CODE TO FV-FIELD(1:8)
           MOVE 8 TO FV-LENGTH
           CALL "FLDVAL" USING FLDVAL-LINKAGE
           IF FV-FIELD-INVALID
               MOVE "CODIGO POSTAL INEXISTENTE" TO WX-REASON
               PERFORM 4100-WRITE-EXCEPTION
               GO TO 4000-EXIT
           END-IF
           WRITE LABEL-LINE FROM WS-LABEL-NAME
           WRITE LABEL-LINE FROM WS-LABEL-ADDRESS-1
           WRITE LABEL-LINE FROM WS-LABEL-ADDRESS-2
           MOVE WS-LABEL-POSTAL-CODE TO LL-POSTAL-CODE
           MOVE FV-LOCALITY TO LL-LOCALITY
           WRITE LABEL-LINE FROM WS-POSTAL-LINE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE
           ADD 1 TO WS-LABEL-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-EXCEPTION.
           MOVE WS-LABEL-KEY TO WX-KEY
           MOVE WS-LABEL-NAME TO WX-NAME
           MOVE WS-LABEL-POSTAL-CODE TO WX-POSTAL-CODE
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - totals, close, run log
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE "ADDRLBL" TO TC-PROGRAM-NAME
           MOVE "HOUSEHOLD" TO TC-TABLE-NAME
           MOVE WS-HOUSE-COUNT TO TC-ENTRY-COUNT
           MOVE 1000 TO TC-CAPACITY
           CALL "TBLCHK" USING TBLCHK-LINKAGE
           IF WS-HOUSE-OVER-COUNT > ZEROS
               DISPLAY "ADDRLBL: tabela de agregados cheia - "
                   WS-HOUSE-OVER-COUNT " agregados podem ter "
                   "etiquetas repetidas."
           END-IF
           MOVE WS-LABEL-COUNT TO WT-LABELS
           MOVE WS-HOUSE-SKIP-COUNT TO WT-HOUSE-SKIPS
           MOVE WS-EXCEPTION-COUNT TO WT-EXCEPTIONS
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-TRAILER
           CLOSE LABEL-FILE
           CLOSE LABEL-EXCEPTIONS
           IF WS-SOURCE-OPEN
               IF WS-SOURCE-MEMBERS
                   CLOSE MEMBERSHIP-FILE
               ELSE
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           DISPLAY "ADDRLBL: " WS-LABEL-COUNT " etiquetas, "
               WS-EXCEPTION-COUNT " moradas por corrigir."
           SET RN-EVENT-END TO TRUE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-LABEL-COUNT TO RN-RECORDS-WRITTEN
           CALL "RUNLOG" USING RUNLOG-LINKAGE.

       END PROGRAM ADDRLBL.
