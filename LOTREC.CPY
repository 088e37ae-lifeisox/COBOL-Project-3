      *-----------------------------------------------------------------
      *    Shared stock lot record layout for LOTS.TXT -- one record
      *    per part and lot, kept in part/lot order, with the
      *    quantity of the lot on the shelf, the quantity of it on
      *    the road between warehouses, the date it came in and the
      *    date it goes bad (99999999 for stock that does not
      *    expire).  the lots of a part always add up to QUANTITY-I
      *    on the master, and their in-transit quantities to what
      *    INTRANS.TXT carries for the part.  lots are opened by
      *    RCVPOST's receipts and kept by INVMAINT as it posts (issues
      *    draw the earliest-expiring lot first) and by INVXFER as
      *    stock goes on and off the road; read by INVEXPIR (the
      *    expiring-stock report), PROJECT3 (expired stock is not
      *    available to the reorder test), KITBUILD and KITAVAIL
      *    (expired stock cannot go into a kit) and INVINTEG.  COPY
      *    this under a program's own 01-level record name so every
      *    writer and reader stays identical as the layout grows.
      *-----------------------------------------------------------------
           05  LOT-PART-NUMBER     PIC 9(05).
           05  LOT-NUMBER          PIC X(10).
           05  LOT-QTY             PIC 9(05).
           05  LOT-TRANSIT-QTY     PIC 9(05).
           05  LOT-RECEIVED-DATE   PIC 9(08).
           05  LOT-EXPIRY-DATE     PIC 9(08).
