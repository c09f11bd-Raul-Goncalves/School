      *****************************************************************
      * SUPPLIER.CPY
      * Supplier master record, keyed on SP-NUMBER and maintained by
      * SUPPMNT - the supplier a purchase order is raised against and
      * whose NIF and IBAN are checked through FLDVAL, instead of a
      * name written on the back of a delivery note.
      *****************************************************************
       01  SUPPLIER-MASTER-RECORD.
           05  SP-NUMBER             PIC 9(05).
           05  SP-NAME               PIC X(25).
           05  SP-NIF                PIC 9(09).
           05  SP-IBAN               PIC X(25).
           05  SP-PAYMENT-TERMS      PIC 9(03).
           05  SP-STATUS-CODE        PIC X(01).
               88  SP-ACTIVE                   VALUES "A" SPACE.
               88  SP-CLOSED                   VALUE "X".
