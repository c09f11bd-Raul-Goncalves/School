      *****************************************************************
      * MASKSVC.CPY
      * Linkage record for the MASKSVC masking service: a screen or
      * report hands over a tax number or bank account with the
      * operator who will see it (id and password, blank for a
      * batch report), its own name and the record's key, and gets
      * back the value to show - masked but for the last digits
      * unless the operator holds the MASKCTL full-view level, in
      * which case the full value comes back and the sight of it
      * is written to SIGNONLG.
      *****************************************************************
       01  MASKSVC-LINKAGE.
           05  MK-FIELD-TYPE         PIC X(01).
               88  MK-TYPE-NIF                 VALUE "N".
               88  MK-TYPE-ACCOUNT             VALUE "A".
           05  MK-OPERATOR-ID        PIC X(10).
           05  MK-OPERATOR-PASSWORD  PIC X(10).
           05  MK-PROGRAM-NAME       PIC X(08).
           05  MK-RECORD-KEY         PIC X(10).
           05  MK-VALUE              PIC X(25).
           05  MK-DISPLAY-VALUE      PIC X(25).
           05  MK-RESULT-CODE        PIC X(01).
               88  MK-MASKED                   VALUE "M".
               88  MK-SHOWN-FULL               VALUE "F".
