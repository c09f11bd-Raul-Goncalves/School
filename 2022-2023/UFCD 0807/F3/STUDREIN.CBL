      *                 CHGJRNL change journal like its STUDADD and
      *                 STUDINQ siblings, so a ROLLFWD replay keeps
      *                 the day's readmissions.
      * 2026-10-15  RG  A readmitted student comes back with gender,
      *                 birth date and education level blank - the
      *                 archive never kept them - for STUDINQ to key.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE SA-PROFISSIONAL TO SM-PROFISSIONAL
           SET SM-ACTIVE TO TRUE
           MOVE ZEROS TO SM-LEAVE-DATE
           MOVE SPACE TO SM-GENDER
           MOVE ZEROS TO SM-BIRTH-DATE
           MOVE SPACES TO SM-EDUCATION-LEVEL
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "O numero " SA-NUMERO
