      *****************************************************************
      * POSTCODE.CPY
      * Postal-code reference record, keyed on the code in the
      * official NNNN-NNN form, with the locality the post office
      * delivers it to.  Loaded from the postal service's extract by
      * POSTLOAD; FLDVAL function "P" refuses a code that is not on
      * it and hands back the locality, so addresses are keyed
      * against the reference instead of as free text.
      *****************************************************************
       01  POSTAL-CODE-RECORD.
           05  PZ-POSTAL-CODE        PIC X(08).
           05  PZ-LOCALITY           PIC X(25).
