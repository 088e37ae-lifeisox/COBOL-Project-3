      *    Shared stock allocation record layout for ALLOC.TXT --
      *    one record per quantity committed to a customer order that
      *    has not shipped yet, with the customer reference and the
      *    promise date.  booked and released by ALLOCMNT; picked
      *    by INVPICK and released or reduced by SHIPCONF as it
      *    ships; read by INVINQ (so the counter quotes what is
      *    really free to promise) and by PROJECT3 (so the reorder
      *    test judges net availability instead of raw on-hand).
      *    COPY this under a program's own 01-level record name so
      *    every writer and reader stays identical as the layout
      *    grows.
      *-----------------------------------------------------------------
           05  ALOC-PART-NUMBER    PIC 9(05).
           05  ALOC-QTY            PIC 9(05).
