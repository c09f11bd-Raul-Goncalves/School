      *****************************************************************
      * QUALMAST.CPY
      * Qualification master record, keyed on the qualification
      * code and maintained by QUALMNT: the UFCDs (COURSE codes) it
      * is made of, in the order they are meant to be taken, each
      * with the component that must be completed before it (spaces
      * when none).  QM-PREREQ-RULE says what ENRLTRN does with an
      * enrollment whose prerequisite is not yet completed - refuse
      * it (R) or only warn (W).  CERTRUN issues the qualification
      * certificate, registered in QUALCERT, when the last component
      * is completed; QUALPRG reports each student's progress.
      *****************************************************************
       01  QUALIFICATION-RECORD.
           05  QM-QUAL-CODE          PIC X(06).
           05  QM-NAME               PIC X(40).
           05  QM-STATUS-CODE        PIC X(01).
               88  QM-ACTIVE                   VALUES "A" SPACE.
               88  QM-INACTIVE                 VALUE "I".
           05  QM-PREREQ-RULE        PIC X(01).
               88  QM-PREREQ-REFUSE            VALUES "R" SPACE.
               88  QM-PREREQ-WARN              VALUE "W".
           05  QM-COMP-COUNT         PIC 9(02).
           05  QM-COMPONENT OCCURS 20 TIMES.
               10  QMC-CRS-CODE      PIC X(06).
               10  QMC-PREREQ-CODE   PIC X(06).
