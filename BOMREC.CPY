      *-----------------------------------------------------------------
      *    Shared bill-of-materials record layout for BOM.TXT -- one
      *    record per kit and component, kept in kit/component order,
      *    with how many of the component go into one kit.  a kit
      *    and each of its components are ordinary parts on the
      *    inventory master.  kept by hand like PARTSUPP.TXT; read by
      *    KITBUILD (builds and teardowns), KITAVAIL (the can-build
      *    report), PROJECT3 (a kit's reorder need is exploded down
      *    to its components), INVMAINT (a part on a bill is not
      *    deleted) and INVINTEG.  COPY this under a program's own
      *    01-level record name so every writer and reader stays
      *    identical as the layout grows.
      *-----------------------------------------------------------------
           05  BOM-KIT-PART        PIC 9(05).
           05  BOM-COMPONENT-PART  PIC 9(05).
           05  BOM-QTY-PER-KIT     PIC 9(03).
