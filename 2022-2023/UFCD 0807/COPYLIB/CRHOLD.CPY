      *****************************************************************
      * CRHOLD.CPY
      * Credit-hold queue - an order whose customer is at or over the
      * credit limit, parked for the credit controller instead of
      * being refused.  Keyed on the order number and a line number:
      * line 000 is the order header, with the customer's balance and
      * limit when the order was held, the order value at today's
      * prices and the controller's decision; lines 001 on are the
      * order lines as taken.  ORDBATCH (source L) and the counter
      * (source B) park the orders held (H); CRHLDMNT releases (R) or
      * cancels (X) them with the operator and the reason; the next
      * ORDBATCH pass books a released order into SORDER and marks it
      * booked (B).
      *****************************************************************
       01  CREDIT-HOLD-RECORD.
           05  CH-KEY.
               10  CH-ORDER-NUMBER   PIC 9(05).
               10  CH-LINE-NUMBER    PIC 9(03).
                   88  CH-HEADER-REC           VALUE ZERO.
           05  CH-HEADER-DATA.
               10  CH-CUST-NUMBER    PIC 9(05).
               10  CH-HOLD-DATE      PIC 9(08).
               10  CH-SOURCE         PIC X(01).
                   88  CH-FROM-BATCH           VALUE "L".
                   88  CH-FROM-COUNTER         VALUE "B".
               10  CH-STATUS         PIC X(01).
                   88  CH-HELD                 VALUE "H".
                   88  CH-RELEASED             VALUE "R".
                   88  CH-CANCELLED            VALUE "X".
                   88  CH-BOOKED               VALUE "B".
               10  CH-BALANCE        PIC S9(7)V99.
               10  CH-CREDIT-LIMIT   PIC 9(7)V99.
               10  CH-ORDER-VALUE    PIC 9(7)V99.
               10  CH-WEB-REF        PIC X(15).
               10  CH-DECIDED-BY     PIC X(10).
               10  CH-DECISION-DATE  PIC 9(08).
               10  CH-DECISION-REASON
                                     PIC X(30).
               10  CH-BOOKED-DATE    PIC 9(08).
           05  CH-LINE-DATA REDEFINES CH-HEADER-DATA.
               10  CH-PROD-CODE      PIC 9(03).
               10  CH-QTY            PIC 9(03).
               10  CH-LOCATION       PIC X(02).
               10  CH-LINE-VALUE     PIC 9(7)V99.
               10  FILLER            PIC X(96).
