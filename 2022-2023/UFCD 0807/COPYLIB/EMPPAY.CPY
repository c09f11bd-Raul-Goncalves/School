      *                 validated by EMPMAINT through the FLDVAL
      *                 service - a mistyped account surfaces at the
      *                 keyboard, not as an EFTRTN reject.
      * 2026-10-15  RG  Added EMP-HIRE-DATE and EMP-LEAVE-DATE, so the
      *                 holiday and Christmas subsidy run can pro-rate
      *                 the year's service of hires and leavers, and
      *                 EMP-SUBSIDY-TWELFTHS for the employees who
      *                 take both subsidies in twelfths (duodecimos)
      *                 with every monthly pay instead.
      * 2026-10-15  RG  Added EMP-NISS, the social security number
      *                 the monthly remuneration declaration is made
      *                 under, and EMP-CONTRACT-TYPE, the SSRATE code
      *                 that selects the employer contribution rate
      *                 (blank reads as the normal rate N).
      *****************************************************************
       01  EMP-PAY-RECORD.
           05  EMP-ID                PIC 9(05).
           05  EMP-DEPENDENTS        PIC 9(02).
           05  EMP-NIF               PIC 9(09).
           05  EMP-IBAN              PIC X(25).
      *    zero hire date reads as employed before the year began,
      *    zero leave date as still employed
           05  EMP-HIRE-DATE         PIC 9(08).
           05  EMP-LEAVE-DATE        PIC 9(08).
           05  EMP-SUBSIDY-TWELFTHS  PIC X(01).
               88  EMP-TWELFTHS                VALUE "Y".
               88  EMP-SUBSIDY-LUMP            VALUES "N" SPACE.
           05  EMP-NISS              PIC 9(11).
           05  EMP-CONTRACT-TYPE     PIC X(01).
               88  EMP-CONTRACT-NORMAL         VALUES "N" SPACE.
