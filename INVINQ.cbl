      *
      * - ACCEPT a part number from the operator, read "INVMAST.DAT"
      *    by key, and display the part name, on-hand quantity, unit
      *    price, extended value, average unit cost and value at
      *    cost, location, supplier name off
      *    "SUPPLIERS.TXT", and the last received/sold dates.  a part
      *    number of zero ends the session.
      *
           COPY    SUPPREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       FD  MOVEMENT-LEDGER-IN
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.
           05  QUANTITY-D          PIC ZZZZ9.
           05  UNIT-PRICE-D        PIC $$,$$9.99.
           05  INVENT-VALUE-D      PIC $$$$,$$$,$$9.99.
           05  AVG-UNIT-COST-D     PIC $$$,$$9.99.
           05  COST-VALUE-D        PIC $$$$,$$$,$$9.99.
           05  SUPPLIER-NAME-D     PIC X(15).

       01  MISCELLONIOUS.
           05  INVENT-VALUE        PIC 9(09)V99.
           05  COST-VALUE          PIC 9(10)V99.

      *    This table is for saving of the part's last few movements
      *    off the ledger.  the whole file is scanned front to back

      *-----------------------------------------------------------------
      * display one part -- name, on hand, price, extended value,
      * average cost and value at cost, location, supplier name, and
      * the two activity dates.
      *-----------------------------------------------------------------
       300-DISPLAY-PART-DETAIL.
           COMPUTE INVENT-VALUE = QUANTITY-I * UNIT-PRICE-I.
           MOVE    QUANTITY-I          TO  QUANTITY-D.
           MOVE    UNIT-PRICE-I        TO  UNIT-PRICE-D.
           MOVE    INVENT-VALUE        TO  INVENT-VALUE-D.
           COMPUTE COST-VALUE = QUANTITY-I * AVG-UNIT-COST-I.
           MOVE    AVG-UNIT-COST-I     TO  AVG-UNIT-COST-D.
           MOVE    COST-VALUE          TO  COST-VALUE-D.
           PERFORM 300-FIND-SUPPLIER-NAME.
           PERFORM 300-COMPUTE-AVAILABILITY.
           DISPLAY "PART NUMBER:   "   PART-NUMBER-I.
           DISPLAY "AVAILABLE:     "   ATP-D.
           DISPLAY "UNIT PRICE:    "   UNIT-PRICE-D.
           DISPLAY "EXT VALUE:     "   INVENT-VALUE-D.
           DISPLAY "AVERAGE COST:  "   AVG-UNIT-COST-D.
           DISPLAY "VALUE AT COST: "   COST-VALUE-D.
           DISPLAY "LOCATION:      "   LOCATION-CODE-I.
           DISPLAY "SUPPLIER:      "   SUPPLIER-NAME-D.
           DISPLAY "LAST RECEIVED: "   LAST-RECEIVED-DATE-I.
