      *                J marks) and a "T" control trailer - each
      *                line validated against the ENROLL status, so
      *                the submission is generated, not re-typed
      *                into the portal.  Each "D" record also carries
      *                the trainee allowance ALLOWRUN paid for the
      *                month, and the trailer its total.
      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  Allowance paid (ALLOWHST) on the detail record
      *                 and its total on the trailer.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT OPTIONAL ALLOWANCE-HISTORY ASSIGN TO "ALLOWHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AH-STATUS.
           SELECT FUNDING-EXPORT ASSIGN TO "FUNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ENROLLMENT-FILE.
       COPY ENROLL.

       FD  ALLOWANCE-HISTORY.
       COPY ALLOWHST.

       FD  FUNDING-EXPORT.
       01  FUNDING-EXPORT-LINE       PIC X(40).

           88  WS-SESSION-OK                 VALUES "00" "05".
       01  WS-ENROLL-STATUS          PIC XX.
           88  WS-ENROLL-OK                  VALUE "00".
       01  WS-AH-STATUS              PIC XX.
           88  WS-AH-OK                      VALUES "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SW             PIC X(01) VALUE "N".
           05  WS-EXPORT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ATTENDED-TOTAL     PIC 9(06) VALUE ZEROS.
           05  WS-ALLOWANCE-TOTAL    PIC 9(8)V99 VALUE ZEROS.

       01  WS-EXPORT-HEADER-LINE.
           05  FILLER                PIC X(01) VALUE "H".
           05  ED-ENROLLED-HOURS     PIC 9(04).
           05  ED-ATTENDED-HOURS     PIC 9(04).
           05  ED-JUSTIFIED-HOURS    PIC 9(04).
           05  ED-ALLOWANCE-CENTS    PIC 9(08).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-EXPORT-TRAILER-LINE.
           05  FILLER                PIC X(01) VALUE "T".
           05  ET-RECORD-COUNT       PIC 9(05).
           05  ET-ATTENDED-TOTAL     PIC 9(06).
           05  ET-ALLOWANCE-CENTS    PIC 9(10).
           05  FILLER                PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

           END-IF
           OPEN INPUT SESSION-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT ALLOWANCE-HISTORY
           OPEN OUTPUT FUNDING-EXPORT
           MOVE WS-REPORT-MONTH TO EH-MONTH
           WRITE FUNDING-EXPORT-LINE FROM WS-EXPORT-HEADER-LINE
           MOVE WCH-MONTH-HOURS(WS-CRH-IDX) TO ED-ENROLLED-HOURS
           MOVE WTY-ATTENDED(WS-TLY-IDX) TO ED-ATTENDED-HOURS
           MOVE WTY-JUSTIFIED(WS-TLY-IDX) TO ED-JUSTIFIED-HOURS
           MOVE ZEROS TO ED-ALLOWANCE-CENTS
           MOVE WS-REPORT-MONTH TO AH-MONTH
           MOVE WTY-NUMERO(WS-TLY-IDX) TO AH-NUMERO
           MOVE WTY-CRS-CODE(WS-TLY-IDX) TO AH-CRS-CODE
           READ ALLOWANCE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ED-ALLOWANCE-CENTS = AH-TOTAL-AMOUNT * 100
                   ADD AH-TOTAL-AMOUNT TO WS-ALLOWANCE-TOTAL
           END-READ
           WRITE FUNDING-EXPORT-LINE FROM WS-EXPORT-DETAIL-LINE
           ADD 1 TO WS-EXPORT-COUNT
           ADD WTY-ATTENDED(WS-TLY-IDX) TO WS-ATTENDED-TOTAL.
       8000-FINALIZE.
           MOVE WS-EXPORT-COUNT TO ET-RECORD-COUNT
           MOVE WS-ATTENDED-TOTAL TO ET-ATTENDED-TOTAL
           COMPUTE ET-ALLOWANCE-CENTS = WS-ALLOWANCE-TOTAL * 100
           WRITE FUNDING-EXPORT-LINE FROM WS-EXPORT-TRAILER-LINE
           CLOSE ATTENDANCE-FILE
           CLOSE SESSION-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE ALLOWANCE-HISTORY
           CLOSE FUNDING-EXPORT
           SET RN-EVENT-END TO TRUE
           MOVE WS-EXPORT-COUNT TO RN-RECORDS-WRITTEN
