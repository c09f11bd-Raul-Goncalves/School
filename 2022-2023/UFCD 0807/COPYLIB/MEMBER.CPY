      *                 MEMLAPSE flags unpaid members lapsed, MEMPAY
      *                 reinstates on payment, and AGEBRKT, FEEBILL,
      *                 RENLTR and MEMDD honour the status.
      * 2026-10-15  RG  Added MEM-POSTAL-CODE (NNNN-NNN, checked
      *                 against the POSTCODE reference by MEMADDR) and
      *                 MEM-LOCALITY, filled in from the reference, so
      *                 RENLTR and ADDRLBL stop posting to codes that
      *                 do not exist.
      *****************************************************************
       01  MEMBERSHIP-RECORD.
           05  MEM-ID                PIC 9(05).
               88  MEM-LAPSED                  VALUE "L".
               88  MEM-CANCELLED               VALUE "C".
               88  MEM-DECEASED                VALUE "D".
           05  MEM-POSTAL-CODE       PIC X(08).
           05  MEM-LOCALITY          PIC X(25).
