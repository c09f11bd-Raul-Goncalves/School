      *****************************************************************
      * DONFUND.CPY
      * The purpose funds a donation can be given to, each with the
      * GL income account DONCAP credits it to.  Shared by DONCAP,
      * which takes the fund code at the keyboard, and DONSTMT,
      * which names the fund on the donor's annual statement.
      *****************************************************************
       01  WS-DONATION-FUND-DATA.
           05  FILLER                PIC X(32) VALUE
               "GERAFUNDO GERAL         DONGERAL".
           05  FILLER                PIC X(32) VALUE
               "OBRAOBRAS E INSTALACOES DONOBRAS".
           05  FILLER                PIC X(32) VALUE
               "BOLSBOLSAS DE FORMACAO  DONBOLSA".
           05  FILLER                PIC X(32) VALUE
               "SOCIACAO SOCIAL         DONSOCIA".
           05  FILLER                PIC X(32) VALUE
               "EVENEVENTOS E ATIVIDADESDONEVENT".
       01  WS-DONATION-FUNDS REDEFINES WS-DONATION-FUND-DATA.
           05  WS-FUND-ENTRY OCCURS 5 TIMES.
               10  WS-FUND-CODE      PIC X(04).
               10  WS-FUND-NAME      PIC X(20).
               10  WS-FUND-ACCOUNT   PIC X(08).
       01  WS-FUND-COUNT             PIC 9(01) VALUE 5.
