      * PURPOSE.       Roll-forward after a BKRELOAD restore: replays
      *                the CHGJRNLF change journal - every WRITE,
      *                REWRITE and DELETE the maintenance programs
      *                applied to STUDMAST, PRODMAST, CUSTMAST and
      *                SUPPMAST - on top of the restored masters, from
      *                the keyed start date up to the moment of
      *                failure.  A journaled WRITE that collides
      *                re-applies as a REWRITE (and the other way
      *                round), so a replay over work the restore
      *                already contains is harmless.  A crash costs
      *                the minutes since the failure, not the day
      *                since last night.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      *                 counts as applied - the operator reads the
      *                 trailer right after a restore, and it was
      *                 overstating the replay.
      * 2026-10-15  RG  A journaled PRODMAST image is now applied
      *                 whole instead of its first 48 bytes, which
      *                 had stopped covering the record as fields
      *                 were added to it.
      * 2026-10-15  RG  A STUDMAST image is applied over its 79 bytes,
      *                 now that the record carries gender, birth date
      *                 and education level.
      * 2026-10-15  RG  The journal image is read at its new 250
      *                 bytes, and a CUSTMAST image is applied whole
      *                 instead of its first 86 bytes, so the address
      *                 and the later fields replay too.
      * 2026-10-15  RG  SUPPMAST images (SUPPMNT, and the IBANs the
      *                 BNKAPPR second operator approves) are replayed
      *                 too instead of being passed over as an
      *                 unknown file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-NUMBER
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT REPLAY-REPORT ASSIGN TO "ROLLFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  FILLER                PIC X(02).
           05  CH-OPERATOR           PIC X(10).
           05  FILLER                PIC X(02).
           05  CH-RECORD-IMAGE       PIC X(250).

       FD  STUDENT-MASTER.
       COPY STUDMAST.CPY.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  SUPPLIER-MASTER.
       COPY SUPPLIER.

       FD  REPLAY-REPORT.
       01  REPLAY-REPORT-LINE        PIC X(80).

           88  WS-PROD-OK                    VALUES "00" "05".
       01  WS-CUST-STATUS            PIC XX VALUE "00".
           88  WS-CUST-OK                    VALUES "00" "05".
       01  WS-SUPP-STATUS            PIC XX VALUE "00".
           88  WS-SUPP-OK                    VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
           OPEN I-O STUDENT-MASTER
           OPEN I-O PRODUCT-MASTER
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O SUPPLIER-MASTER
           OPEN OUTPUT REPLAY-REPORT
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-HEADER
           READ CHANGE-JOURNAL
                   PERFORM 4000-APPLY-TO-PRODMAST
               WHEN "CUSTMAST"
                   PERFORM 5000-APPLY-TO-CUSTMAST
               WHEN "SUPPMAST"
                   PERFORM 6000-APPLY-TO-SUPPMAST
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "FICHEIRO IGNORADO" TO WD-RESULT
           EXIT.

      *-----------------------------------------------------------*
      * 3000/4000/5000/6000 - the image back onto its master; a replayed
      * WRITE that collides re-applies as a REWRITE and vice versa
      *-----------------------------------------------------------*
       3000-APPLY-TO-STUDMAST.
           MOVE CH-RECORD-IMAGE(1:79) TO STUDENT-MASTER-RECORD
           MOVE "APLICADO" TO WD-RESULT
           EVALUATE TRUE
               WHEN CH-OP-DELETE
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-DETAIL.

       4000-APPLY-TO-PRODMAST.
           MOVE CH-RECORD-IMAGE TO PROD-MASTER-RECORD
           MOVE "APLICADO" TO WD-RESULT
           EVALUATE TRUE
               WHEN CH-OP-DELETE
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-DETAIL.

       5000-APPLY-TO-CUSTMAST.
           MOVE CH-RECORD-IMAGE TO CUSTOMER-MASTER-RECORD
           MOVE "APLICADO" TO WD-RESULT
           EVALUATE TRUE
               WHEN CH-OP-DELETE
           END-IF
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-DETAIL.

       6000-APPLY-TO-SUPPMAST.
           MOVE CH-RECORD-IMAGE(1:68) TO SUPPLIER-MASTER-RECORD
           MOVE "APLICADO" TO WD-RESULT
           EVALUATE TRUE
               WHEN CH-OP-DELETE
                   DELETE SUPPLIER-MASTER RECORD
                       INVALID KEY
                           MOVE "JA AUSENTE" TO WD-RESULT
                   END-DELETE
               WHEN OTHER
                   WRITE SUPPLIER-MASTER-RECORD
                       INVALID KEY
                           REWRITE SUPPLIER-MASTER-RECORD
                               INVALID KEY
                                   MOVE "ERRO AO APLICAR"
                                       TO WD-RESULT
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           IF WD-RESULT = "APLICADO"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           WRITE REPLAY-REPORT-LINE FROM WS-REPORT-DETAIL.

      *-----------------------------------------------------------*
      * 8000-FINALIZE - trailer and close
      *-----------------------------------------------------------*
           CLOSE STUDENT-MASTER
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE SUPPLIER-MASTER
           CLOSE REPLAY-REPORT
           DISPLAY "ROLLFWD: " WS-APPLIED-COUNT " aplicados, "
               WS-FAILED-COUNT " nao aplicados, de "
