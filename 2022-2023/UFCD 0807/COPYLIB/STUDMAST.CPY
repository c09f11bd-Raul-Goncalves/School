      *                 STUDARCH retention purge, instead of the
      *                 master carrying every student since the
      *                 beginning.
      * 2026-10-15  RG  Added SM-GENDER, SM-BIRTH-DATE and SM-EDUCATION-
      *                 LEVEL (EDUCLVL codes) for the annual training
      *                 activity report's trainee breakdown; captured
      *                 by STUDADD and STUDINQ, blank (or zero) when
      *                 not known.  The record is now 79 bytes.
      *****************************************************************
       01  STUDENT-MASTER-RECORD.
           05  SM-NUMERO             PIC 9(004).
               88  SM-ACTIVE                   VALUES "A" SPACE.
               88  SM-LEFT                     VALUE "L".
           05  SM-LEAVE-DATE         PIC 9(08).
           05  SM-GENDER             PIC X(01).
               88  SM-MALE                     VALUE "M".
               88  SM-FEMALE                   VALUE "F".
               88  SM-GENDER-VALID             VALUES "M" "F" SPACE.
           05  SM-BIRTH-DATE         PIC 9(08).
           05  SM-EDUCATION-LEVEL    PIC X(02).
