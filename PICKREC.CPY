      *-----------------------------------------------------------------
      *    Shared pick line record layout for PICKS.TXT -- one record
      *    per open allocation put on a pick ticket: the part, the
      *    customer reference and promise date it is committed to,
      *    the bin it is picked from, the quantity allocated when
      *    the ticket was cut, and the quantity actually picked
      *    (written as zero, filled in off the ticket by the floor).
      *    written by INVPICK; read by SHIPCONF.  COPY this under a
      *    program's own 01-level record name so every writer and
      *    reader stays identical as the layout grows.
      *-----------------------------------------------------------------
           05  PICK-PART-NUMBER    PIC 9(05).
           05  PICK-CUSTOMER-REF   PIC X(10).
           05  PICK-PROMISE-DATE   PIC 9(08).
           05  PICK-LOCATION-CODE  PIC X(03).
           05  PICK-ALLOC-QTY      PIC 9(05).
           05  PICK-PICKED-QTY     PIC 9(05).
