      *                 was EXTENDing forever, so finance importing
      *                 the journal daily would have double-imported
      *                 every prior day.
      * 2026-10-15  RG  GLPOST and GLARCH lines widened to 77 bytes
      *                 for the cost center on each posting.
      * 2026-10-15  RG  SEQAUDIT is CALLed after the tie-out: every
      *                 document sequence checked against its
      *                 register for numbers missing, duplicated or
      *                 out of date order.
      * 2026-10-15  RG  Friday's close also CALLs INTEGCHK, the
      *                 weekly referential-integrity run over the
      *                 masters; orphans or status conflicts log the
      *                 run to EODLOG as AVISO instead of OK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CSV-ARCHIVE-LINE          PIC X(69).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-LINE           PIC X(77).

       FD  GL-POSTING-ARCHIVE.
       01  GL-ARCHIVE-LINE           PIC X(77).

       WORKING-STORAGE SECTION.

               88  WS-ARCH-EOF                 VALUE "Y".

       01  WS-RUN-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(04).
           05  WS-RUN-MONTH          PIC 9(02).
           05  WS-RUN-DAY            PIC 9(02).

      *    Zeller's congruence work fields, as in SCHEDRUN:
      *    0 = Saturday, 1 = Sunday ... 6 = Friday
       01  WS-ZELLER-FIELDS.
           05  WS-Z-YEAR             PIC 9(04) VALUE ZEROS.
           05  WS-Z-MONTH            PIC 9(02) VALUE ZEROS.
           05  WS-Z-WORK             PIC 9(06) VALUE ZEROS.
           05  WS-Z-QUOT             PIC 9(06) VALUE ZEROS.
           05  WS-DAY-OF-WEEK        PIC 9(01) VALUE ZEROS.

       COPY INTEGCHK.

       01  WS-SECTION-FIELDS.
           05  WS-SECTION-IDX        PIC 9(01) VALUE ZEROS.
      *    the same-night cross-subsystem tie-out over what was
      *    just archived
           CALL "TIEOUT"
      *    the document numbering checked against the registers
           CALL "SEQAUDIT"
      *    the weekly referential-integrity run
           PERFORM 9500-WEEKLY-INTEGRITY-CHECK THRU 9500-EXIT
      *    fresh controls for tomorrow's open-time verifications
           CALL "FCBUILD"
      *    and the logs trimmed to their retention
           CALL "LOGPURGE".

      *-----------------------------------------------------------*
      * 9500-WEEKLY-INTEGRITY-CHECK - on a Friday business date,
      * INTEGCHK over the masters; anything it lists makes the
      * night's job-log entry a warning
      *-----------------------------------------------------------*
       9500-WEEKLY-INTEGRITY-CHECK.
           MOVE WS-RUN-YEAR TO WS-Z-YEAR
           MOVE WS-RUN-MONTH TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           COMPUTE WS-Z-WORK =
               WS-RUN-DAY
               + ((13 * (WS-Z-MONTH + 1)) / 5)
               + WS-Z-YEAR
               + (WS-Z-YEAR / 4)
               - (WS-Z-YEAR / 100)
               + (WS-Z-YEAR / 400)
           DIVIDE WS-Z-WORK BY 7 GIVING WS-Z-QUOT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK NOT = 6
               GO TO 9500-EXIT
           END-IF
           CALL "INTEGCHK" USING INTEGCHK-LINKAGE
           OPEN EXTEND EOD-JOB-LOG
           MOVE WS-RUN-DATE TO JL-RUN-DATE
           MOVE "INTEGRIDADE REFER." TO JL-SECTION-NAME
           IF IC-WARNING
               MOVE "AVISO" TO JL-STATUS
               DISPLAY "EODRUN: AVISO - INTEGCHK encontrou "
                   IC-ORPHAN-COUNT " orfaos e " IC-CONFLICT-COUNT
                   " conflitos - ver INTEGRPT."
           ELSE
               MOVE "OK" TO JL-STATUS
           END-IF
           IF IC-ORPHAN-COUNT + IC-CONFLICT-COUNT > 99999
               MOVE 99999 TO JL-LINE-COUNT
           ELSE
               COMPUTE JL-LINE-COUNT =
                   IC-ORPHAN-COUNT + IC-CONFLICT-COUNT
           END-IF
           WRITE EOD-JOB-LOG-RECORD
           CLOSE EOD-JOB-LOG.
       9500-EXIT.
           EXIT.

       9100-ARCHIVE-ONE-INVOICE.
           READ INVOICE-FILE
               AT END
