      *****************************************************************
      * KITCOMP.CPY
      * Kit component record - one per component of a kit (a gift
      * pack or starter bundle sold under its own PRODMAST code and
      * price), keyed on the kit code and the component's code, with
      * the quantity of the component boxed in one kit.  Maintained
      * from PRODMNT, which also flags the kit's PROD-KIT-SW; the
      * pricing programs read it through the KITSVC service, price
      * the kit as one line and move stock on the components.
      *****************************************************************
       01  KIT-COMPONENT-RECORD.
           05  KC-KEY.
               10  KC-KIT-CODE       PIC 9(03).
               10  KC-COMP-CODE      PIC 9(03).
           05  KC-COMP-QTY           PIC 9(02).
