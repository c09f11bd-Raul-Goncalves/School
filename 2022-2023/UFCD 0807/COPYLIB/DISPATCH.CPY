      *****************************************************************
      * DISPATCH.CPY
      * Dispatch register - one record per SODISP dispatch, keyed on
      * its delivery-note number, with the invoice it raised as an
      * alternate key (CRNOTE looks the delivery up from the invoice
      * being credited).  Carries the transport-document number and
      * the goods-in-transit details printed on it - carrier,
      * vehicle plate, load and unload places, the date and time
      * the transport started - and the proof of delivery PODCAPT
      * records: who signed for the goods and when.  A dispatch is
      * in transit (T) until its proof of delivery is captured (P);
      * PODPEND lists those still in transit after a set number of
      * working days.
      *****************************************************************
       01  DISPATCH-RECORD.
           05  DP-NOTE-NUMBER        PIC 9(06).
           05  DP-INVOICE-NUMBER     PIC 9(05).
           05  DP-TRANSPORT-DOC      PIC 9(06).
           05  DP-ORDER-NUMBER       PIC 9(05).
           05  DP-CUST-NUMBER        PIC 9(05).
           05  DP-DISPATCH-DATE      PIC 9(08).
           05  DP-START-TIME         PIC 9(04).
           05  DP-CARRIER            PIC X(25).
           05  DP-VEHICLE-PLATE      PIC X(10).
           05  DP-LOAD-ADDRESS       PIC X(40).
           05  DP-UNLOAD-ADDRESS     PIC X(40).
           05  DP-STATUS             PIC X(01).
               88  DP-IN-TRANSIT               VALUE "T".
               88  DP-DELIVERED                VALUE "P".
           05  DP-POD-SIGNED-BY      PIC X(25).
           05  DP-POD-DATE           PIC 9(08).
           05  DP-POD-TIME           PIC 9(04).
           05  DP-POD-CAPTURE-DATE   PIC 9(08).
