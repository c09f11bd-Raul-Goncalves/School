      *****************************************************************
      * DONATION.CPY
      * One donation, keyed on the receipt number DONCAP takes from
      * the SEQSVC DONREC sequence.  The donor is a member (type M,
      * DN-MEM-ID; name and address come from MEMBER) or an outside
      * donor (type E) identified by DN-DONOR-NIF with the name and
      * address keyed at the desk.  A member's NIF is optional (zero
      * when not given) but without it the gift cannot go on the
      * yearly declaration DONSTMT writes for the tax authority.
      *****************************************************************
       01  DONATION-RECORD.
           05  DN-RECEIPT-NUMBER     PIC 9(09).
           05  DN-DATE               PIC 9(08).
           05  DN-DONOR-TYPE         PIC X(01).
               88  DN-DONOR-MEMBER             VALUE "M".
               88  DN-DONOR-EXTERNAL           VALUE "E".
           05  DN-MEM-ID             PIC 9(05).
           05  DN-DONOR-NIF          PIC 9(09).
           05  DN-DONOR-NAME         PIC X(30).
           05  DN-DONOR-ADDRESS-1    PIC X(30).
           05  DN-DONOR-ADDRESS-2    PIC X(30).
           05  DN-AMOUNT             PIC 9(7)V99.
           05  DN-METHOD             PIC X(01).
               88  DN-CASH                     VALUE "N".
               88  DN-CHEQUE                   VALUE "C".
               88  DN-TRANSFER                 VALUE "T".
               88  DN-CARD                     VALUE "M".
               88  DN-METHOD-VALID             VALUES "N" "C" "T"
                                                      "M".
           05  DN-FUND-CODE          PIC X(04).
           05  DN-CAPTURED-BY        PIC X(10).
