      *
      * MODIFICATION HISTORY.
      * 2026-09-02  RG  Initial program.
      * 2026-10-15  RG  The cycle may also be F or N, approving the
      *                 holiday or Christmas subsidy run of NETPAY.
      * 2026-10-15  RG  Cycle S approves a termination settlement run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-PERIOD       PIC 9(08).
           05  WS-ENTRY-FREQ         PIC X(01).
               88  WS-FREQ-VALID               VALUES "W" "M"
                                                      "F" "N" "S".
           05  WS-APPROVER-ID        PIC X(10).

       01  WS-APPROVAL-DATE          PIC 9(08) VALUE ZEROS.
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Ciclo (W/M, F/N = subsidio ferias/Natal, "
                   "S = acerto final): "
           ACCEPT WS-ENTRY-FREQ
           IF NOT WS-FREQ-VALID
               DISPLAY "Ciclo invalido."
