      *****************************************************************
      * VOTEROLL.CPY
      * General assembly voting roll, keyed on the meeting date and
      * the member.  AGMROLL writes one record per member: the
      * eligible ones numbered in roll order, the others with the
      * reason they cannot vote (not active, under age on the
      * meeting date, unpaid MEMOPEN fees).  AGMATT marks on the day
      * who is present and who is represented by proxy, and by
      * which present member; AGMQUOR counts them against the
      * quorum.
      *****************************************************************
       01  VOTING-ROLL-RECORD.
           05  VR-KEY.
               10  VR-MEETING-DATE   PIC 9(08).
               10  VR-MEM-ID         PIC 9(05).
           05  VR-ROLL-NUMBER        PIC 9(04).
           05  VR-NAME               PIC X(25).
           05  VR-ELIGIBLE-SW        PIC X(01).
               88  VR-ELIGIBLE                 VALUE "Y".
           05  VR-EXCLUDE-REASON     PIC X(01).
               88  VR-NOT-ACTIVE               VALUE "S".
               88  VR-UNDER-AGE                VALUE "M".
               88  VR-UNPAID                   VALUE "Q".
           05  VR-ATTEND-CODE        PIC X(01).
               88  VR-ABSENT                   VALUE SPACE.
               88  VR-PRESENT                  VALUE "P".
               88  VR-REPRESENTED              VALUE "R".
           05  VR-PROXY-MEM-ID       PIC 9(05).
           05  VR-CAPTURED-BY        PIC X(10).
