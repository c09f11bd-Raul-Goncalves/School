      *****************************************************************
      * QUALCERT.CPY
      * Qualification certificate record, keyed on the qualification
      * and the student, written by CERTRUN when a student's last
      * component is completed - so each qualification certificate
      * is issued once, under its number from the CERTNO sequence
      * the course certificates share (it goes on the CERTREG
      * register too, with the qualification code in the course
      * code's place).
      *****************************************************************
       01  QUALIFICATION-CERT-RECORD.
           05  QC-KEY.
               10  QC-QUAL-CODE      PIC X(06).
               10  QC-NUMERO         PIC 9(04).
           05  QC-CERT-NUMBER        PIC 9(06).
           05  QC-ISSUE-DATE         PIC 9(08).
           05  QC-LAST-CRS-CODE      PIC X(06).
