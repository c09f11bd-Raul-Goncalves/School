      * ways at the order header.  CU-OPEN-BALANCE is maintained by
      * the invoice posting and checked against CU-CREDIT-LIMIT
      * before an order is priced.
      *
      * MODIFICATION HISTORY.
      * 2026-10-15  RG  Added CU-CURRENCY-CODE, the currency an export
      *                 customer is invoiced in (a CURRATE code); blank
      *                 or EUR invoices in euros.  Balances stay in
      *                 euros throughout.
      * 2026-10-15  RG  Added CU-SALESREP-CODE, the SALESREP
      *                 salesperson who earns the commission on the
      *                 customer's collected sales (blank = none).
      * 2026-10-15  RG  Added CU-WEB-REF, the web shop's own reference
      *                 for the customer, which WEBIMP maps its orders
      *                 by; a shop customer with none on file is
      *                 created pending (P) until CUSTMNT completes
      *                 the record.
      * 2026-10-15  RG  Added CU-ADDRESS-1/2, CU-POSTAL-CODE and
      *                 CU-LOCALITY - the postal address, the code
      *                 checked against the POSTCODE reference and the
      *                 locality taken from it - and CU-GROUP-CODE,
      *                 which groups customers for mailings such as the
      *                 ADDRLBL label run (blank = none).
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CU-NUMBER             PIC 9(05).
           05  CU-STATUS-CODE        PIC X(01).
               88  CU-ACTIVE                   VALUES "A" SPACE.
               88  CU-CLOSED                   VALUE "X".
               88  CU-PENDING                  VALUE "P".
           05  CU-NIF                PIC 9(09).
           05  CU-IBAN               PIC X(25).
           05  CU-CURRENCY-CODE      PIC X(03).
               88  CU-HOME-CURRENCY            VALUES SPACES "EUR".
           05  CU-SALESREP-CODE      PIC X(03).
           05  CU-WEB-REF            PIC X(15).
           05  CU-ADDRESS-1          PIC X(30).
           05  CU-ADDRESS-2          PIC X(30).
           05  CU-POSTAL-CODE        PIC X(08).
           05  CU-LOCALITY           PIC X(25).
           05  CU-GROUP-CODE         PIC X(03).
