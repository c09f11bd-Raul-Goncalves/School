       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSRMNT.
      *****************************************************************
      * AUTHOR.        TRAINING CENTRE - UFCD 0807.
      * DATE-WRITTEN.  2026-10-15.
      * PURPOSE.       Maintenance transaction for the effective-dated
      *                SOCIAL-SECURITY-RATE table, the WHTMNT
      *                pattern: finance keys a contract code (N for
      *                the normal rate, another letter per eligible
      *                reduced-rate contract), an effective date, the
      *                employer contribution rate and a description -
      *                ahead of time, so a rate change never
      *                overwrites the history a prior-period rerun
      *                still needs.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Initial program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SS-RATE-FILE ASSIGN TO "SSRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SSRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SS-RATE-FILE.
       COPY SSRATE.

       WORKING-STORAGE SECTION.

       01  WS-SSRATE-STATUS          PIC XX.
           88  WS-SSRATE-OK                  VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-CONTINUE                 VALUE "Y".
           05  WS-CONFIRM-SW         PIC X(01).
               88  WS-CONFIRM-REPLACE          VALUE "S".

       01  WS-ENTRY-FIELDS.
           05  WS-ENTRY-CONTRACT     PIC X(01).
               88  WS-CONTRACT-EXIT            VALUE "0".
           05  WS-ENTRY-DATE         PIC 9(08).
           05  WS-ENTRY-RATE         PIC V9999.
           05  WS-ENTRY-DESC         PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN I-O SS-RATE-FILE
           PERFORM 1000-ENTER-RATE THRU 1000-EXIT
               UNTIL NOT WS-CONTINUE
           CLOSE SS-RATE-FILE
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-ENTER-RATE - key one effective-dated contract rate; an
      * existing code+date is only replaced after a confirmation
      *-----------------------------------------------------------*
       1000-ENTER-RATE.
           DISPLAY "Tipo de contrato (N=normal, 0 para sair): "
           ACCEPT WS-ENTRY-CONTRACT
           IF WS-CONTRACT-EXIT
               MOVE "N" TO WS-CONTINUE-SW
               GO TO 1000-EXIT
           END-IF
           IF WS-ENTRY-CONTRACT = SPACE
               DISPLAY "Tipo de contrato invalido."
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Data efetiva (AAAAMMDD): "
           ACCEPT WS-ENTRY-DATE
           DISPLAY "Taxa da entidade (.9999, ex. .2375): "
           ACCEPT WS-ENTRY-RATE
           DISPLAY "Descricao: "
           ACCEPT WS-ENTRY-DESC

           MOVE WS-ENTRY-CONTRACT TO SS-CONTRACT-TYPE
           MOVE WS-ENTRY-DATE TO SS-EFFECTIVE-DATE
           MOVE WS-ENTRY-RATE TO SS-EMPLOYER-RATE
           MOVE WS-ENTRY-DESC TO SS-DESCRIPTION
           WRITE SOCIAL-SECURITY-RATE-RECORD
               INVALID KEY
                   PERFORM 2000-REPLACE-RATE
               NOT INVALID KEY
                   DISPLAY "Taxa registada."
           END-WRITE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPLACE-RATE - the code+date is already on file; only
      * overwrite it after the operator confirms
      *-----------------------------------------------------------*
       2000-REPLACE-RATE.
           DISPLAY "Ja existe taxa para esse contrato e data."
           DISPLAY "Substituir? (S/N): "
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-REPLACE
               MOVE WS-ENTRY-CONTRACT TO SS-CONTRACT-TYPE
               MOVE WS-ENTRY-DATE TO SS-EFFECTIVE-DATE
               MOVE WS-ENTRY-RATE TO SS-EMPLOYER-RATE
               MOVE WS-ENTRY-DESC TO SS-DESCRIPTION
               REWRITE SOCIAL-SECURITY-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao substituir a taxa."
               END-REWRITE
           END-IF.

       END PROGRAM SSRMNT.
