      *****************************************************************
      * RESOURCE.CPY
      * Bookable-resource master, keyed on RS-RESOURCE-ID and kept by
      * RESMNT: the hall, the courts and the fitness classes members
      * book through MEMBOOK.  RS-CAPACITY is the number of members
      * one hourly slot takes (1 for a court or the hall, the class
      * size for a class); slots run on the hour from RS-OPEN-HOUR
      * to the last one starting before RS-CLOSE-HOUR.  HOLCAL
      * holidays are closure days.
      *****************************************************************
       01  RESOURCE-RECORD.
           05  RS-RESOURCE-ID        PIC X(04).
           05  RS-NAME               PIC X(25).
           05  RS-TYPE               PIC X(01).
               88  RS-HALL                     VALUE "H".
               88  RS-COURT                    VALUE "C".
               88  RS-CLASS                    VALUE "F".
               88  RS-TYPE-VALID               VALUES "H" "C" "F".
           05  RS-CAPACITY           PIC 9(03).
           05  RS-OPEN-HOUR          PIC 9(02).
           05  RS-CLOSE-HOUR         PIC 9(02).
           05  RS-STATUS-CODE        PIC X(01).
               88  RS-IN-USE                   VALUES "A" SPACE.
               88  RS-WITHDRAWN                VALUE "W".
