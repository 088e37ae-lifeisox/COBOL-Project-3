      *    correction program, which releases fixed transactions back
      *    into the right input file) and aged by SUSPAGE.  the bytes
      *    field is sized to the widest transaction any writer
      *    carries (SUPPTRAN.TXT and INVTRAN.TXT at 62); shorter
      *    transactions sit left-justified with the rest spaces.
      *    COPY this under a program's own 01-level record name so
      *    every writer and reader stays identical as the layout
      *    grows.
      *-----------------------------------------------------------------
           05  SUSP-PROGRAM        PIC X(09).
           05  SUSP-DATE           PIC 9(08).
