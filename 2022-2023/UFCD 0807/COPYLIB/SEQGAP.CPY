      *****************************************************************
      * SEQGAP.CPY
      * Numbering-exception record, keyed on the SEQSVC sequence, the
      * first number concerned and the kind of exception.  SEQAUDIT
      * writes one for every break it finds between the numbers a
      * sequence has issued and the documents on its register: a
      * run of numbers missing (M, first to last), a number on the
      * register twice (D), a number dated before the one ahead of
      * it (O), or a number on the register that SEQFILE never
      * issued (N).  It is pending (P) until an operator keys the
      * explanation in SEQGAPMT - a spoiled cheque, a quote never
      * printed - and becomes explained (E).  A pending one the
      * nightly audit no longer finds (the missing document turned
      * up) is closed as resolved (R); an explanation, once keyed,
      * stays on the record for the auditors.
      *****************************************************************
       01  SEQUENCE-GAP-RECORD.
           05  SG-KEY.
               10  SG-SEQ-NAME       PIC X(08).
               10  SG-FIRST-NUMBER   PIC 9(09).
               10  SG-EXCEPTION-TYPE PIC X(01).
                   88  SG-MISSING              VALUE "M".
                   88  SG-DUPLICATE            VALUE "D".
                   88  SG-OUT-OF-ORDER         VALUE "O".
                   88  SG-NOT-ISSUED           VALUE "N".
           05  SG-LAST-NUMBER        PIC 9(09).
           05  SG-FOUND-DATE         PIC 9(08).
           05  SG-LAST-SEEN-DATE     PIC 9(08).
           05  SG-STATUS-CODE        PIC X(01).
               88  SG-PENDING                  VALUE "P".
               88  SG-EXPLAINED                VALUE "E".
               88  SG-RESOLVED                 VALUE "R".
           05  SG-EXPLANATION        PIC X(40).
           05  SG-EXPLAINED-BY       PIC X(10).
           05  SG-EXPLAINED-DATE     PIC 9(08).
