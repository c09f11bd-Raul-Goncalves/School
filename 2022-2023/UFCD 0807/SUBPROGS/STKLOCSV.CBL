       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLOCSV.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Stock-by-location service over the STKLOC
      *                indexed file, in the SEQSVC manner: each CALL
      *                opens the file, answers or applies one request
      *                for one product at one location and closes it
      *                again, so every program that moves stock keeps
      *                the location figures the same way.  A product
      *                that has never been split by location is first
      *                seeded with its whole PROD-ON-HAND (passed by
      *                the caller) in the back warehouse, so the
      *                existing stock needs no conversion run.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial subprogram.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STOCK-LOCATION-FILE ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOCATION-FILE.
       COPY STKLOC.

       WORKING-STORAGE SECTION.

       01  WS-LOC-STATUS             PIC XX.
      *    "05" is a missing OPTIONAL file created by the OPEN
           88  WS-LOC-OK                     VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-SEEDED-SW          PIC X(01) VALUE "N".
               88  WS-PRODUCT-SEEDED           VALUE "Y".
           05  WS-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-LOCATION-FOUND           VALUE "Y".

       01  WS-NEW-ON-HAND            PIC S9(06) VALUE ZEROS.

       LINKAGE SECTION.
       COPY STKLOCSV.

       PROCEDURE DIVISION USING STKLOCSV-LINKAGE.

       0000-MAINLINE.
           SET SLS-OK TO TRUE
           MOVE ZEROS TO SLS-LOC-ON-HAND
           IF NOT SLS-LOC-VALID
               SET SLS-ERROR TO TRUE
               GOBACK
           END-IF
           OPEN I-O STOCK-LOCATION-FILE
           IF NOT WS-LOC-OK
               SET SLS-ERROR TO TRUE
               CLOSE STOCK-LOCATION-FILE
               GOBACK
           END-IF
           PERFORM 1000-SEED-PRODUCT THRU 1000-EXIT
           PERFORM 2000-READ-LOCATION
           EVALUATE TRUE
               WHEN SLS-REQUEST-APPLY
                   MOVE SL-MIN-QTY TO SLS-MIN-QTY
                   PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
               WHEN SLS-REQUEST-SET-MIN
                   MOVE SLS-MIN-QTY TO SL-MIN-QTY
                   PERFORM 4000-WRITE-LOCATION
               WHEN OTHER
                   MOVE SL-MIN-QTY TO SLS-MIN-QTY
           END-EVALUATE
           CLOSE STOCK-LOCATION-FILE
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-SEED-PRODUCT - a product with no location record yet
      * holds all its stock in the back warehouse
      *-----------------------------------------------------------*
       1000-SEED-PRODUCT.
           MOVE "N" TO WS-SEEDED-SW
           MOVE SLS-PROD-CODE TO SL-PROD-CODE
           MOVE LOW-VALUES TO SL-LOCATION
           START STOCK-LOCATION-FILE KEY IS >= SL-KEY
               INVALID KEY
                   GO TO 1000-WRITE-SEED
           END-START
           READ STOCK-LOCATION-FILE NEXT RECORD
               AT END
                   GO TO 1000-WRITE-SEED
           END-READ
           IF SL-PROD-CODE = SLS-PROD-CODE
               SET WS-PRODUCT-SEEDED TO TRUE
               GO TO 1000-EXIT
           END-IF.
       1000-WRITE-SEED.
           MOVE SLS-PROD-CODE TO SL-PROD-CODE
           MOVE "AR" TO SL-LOCATION
           MOVE SLS-PROD-ON-HAND TO SL-ON-HAND
           MOVE ZEROS TO SL-MIN-QTY
           WRITE STOCK-LOCATION-RECORD
               INVALID KEY
                   SET SLS-ERROR TO TRUE
           END-WRITE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-LOCATION - the requested location; none on file
      * holds nothing
      *-----------------------------------------------------------*
       2000-READ-LOCATION.
           MOVE "N" TO WS-FOUND-SW
           MOVE SLS-PROD-CODE TO SL-PROD-CODE
           MOVE SLS-LOCATION TO SL-LOCATION
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   MOVE ZEROS TO SL-ON-HAND
                   MOVE ZEROS TO SL-MIN-QTY
               NOT INVALID KEY
                   SET WS-LOCATION-FOUND TO TRUE
           END-READ
           MOVE SL-ON-HAND TO SLS-LOC-ON-HAND.

      *-----------------------------------------------------------*
      * 3000-APPLY-CHANGE - the signed change onto the location;
      * a change that would leave it negative is refused
      *-----------------------------------------------------------*
       3000-APPLY-CHANGE.
           COMPUTE WS-NEW-ON-HAND = SL-ON-HAND + SLS-QTY-CHANGE
           IF WS-NEW-ON-HAND < ZEROS
               SET SLS-SHORT TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-NEW-ON-HAND TO SL-ON-HAND
           PERFORM 4000-WRITE-LOCATION
           IF SLS-OK
               MOVE SL-ON-HAND TO SLS-LOC-ON-HAND
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-LOCATION - the location record back, created on
      * its first change
      *-----------------------------------------------------------*
       4000-WRITE-LOCATION.
           IF WS-LOCATION-FOUND
               REWRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       SET SLS-ERROR TO TRUE
               END-REWRITE
           ELSE
               WRITE STOCK-LOCATION-RECORD
                   INVALID KEY
                       SET SLS-ERROR TO TRUE
               END-WRITE
           END-IF.

       END PROGRAM STKLOCSV.
