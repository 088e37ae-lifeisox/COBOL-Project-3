      *-----------------------------------------------------------------
      *    Shared archive index record layout for MOVEARCH.TXT --
      *    appended to by INVROLL each time it closes a period of the
      *    movement ledger, and read by INVACT and INVROP to find the
      *    movements no longer on MOVELOG.TXT.  one record per closed
      *    period: the period, the first and last dates the archive
      *    file covers, how many movements went into it, when it was
      *    closed, and the name of the archive file itself, which
      *    holds MOVEREC records exactly as they stood on the ledger.
      *    COPY this under a program's own 01-level record name.
      *-----------------------------------------------------------------
           05  ARCH-PERIOD         PIC 9(06).
           05  ARCH-FROM-DATE      PIC 9(08).
           05  ARCH-TO-DATE        PIC 9(08).
           05  ARCH-MOVE-CNT       PIC 9(07).
           05  ARCH-CLOSE-DATE     PIC 9(08).
           05  ARCH-FILE-NAME      PIC X(20).
