      *    by INVMAINT (posts the daily receipt/issue/adjustment
      *    transactions against it).  COPY this under a program's own
      *    01-level record name so both stay identical as the layout
      *    grows.  this is layout version 3 -- version 2 widened the
      *    on-hand and reorder-point quantities from three digits to
      *    five (the fastener bins blew past 999 on hand); version 3
      *    adds the moving-average unit cost INVMAINT keeps as
      *    receipts are posted at the dock's keyed cost, so the
      *    valuation reports can show cost beside retail.  the record
      *    is 69 bytes now; INVCONV rebuilds a 62-byte version-2
      *    master into this layout.
      *-----------------------------------------------------------------
           05  PART-NUMBER-I       PIC 9(05).
           05  LOCATION-CODE-I     PIC X(03).
           05  LAST-RECEIVED-DATE-I    PIC 9(08).
           05  LAST-SOLD-DATE-I    PIC 9(08).
           05  AVG-UNIT-COST-I     PIC 9(05)V99.
