      *    Shared movement ledger record layout for MOVELOG.TXT --
      *    appended to by every program that changes a part's on-hand
      *    quantity (INVMAINT posts, INVXFER dispatches and confirms)
      *    or the price it is carried at (INVPRICE revaluations, code
      *    "V", on-hand before and after the same), and read by INVACT
      *    (the part activity report), INVINQ (recent activity on the
      *    inquiry screen), INVROP, INVGLJNL (the general-ledger
      *    journal) and INVROLL (the roll-forward proof).
      *    one record per movement: the part, the date and code of the
      *    transaction that moved it, the on-hand before and after,
      *    and which program applied it.  COPY this under a program's
      *    own 01-level record name so every writer and reader stays
      *    identical as the layout grows.
      *
      *    MOVE-UNIT-PRICE is the selling price the part carries once
      *    the movement is applied, kept only for retail figures -- the
      *    general ledger values stock at cost, never at price;
      *    MOVE-PRIOR-PRICE is the price before, which differs from it
      *    only on a revaluation.  MOVE-UNIT-COST is what one unit
      *    cost -- the dock's keyed cost on a receipt or an add, the
      *    part's moving-average cost on anything else.  MOVE-AVG-COST
      *    is the moving average the part carries once the movement is
      *    applied and MOVE-PRIOR-AVG-COST the one before, which differ
      *    only where a receipt or a part made is folded into it.
      *
      *    MOVE-POSTED-STAMP is the date and time the record was
      *    appended, which is not MOVE-DATE -- a released suspense
      *    item, a receipt, a return or a kit build is dated by its
      *    own transaction and may land on the ledger after the
      *    period it is dated in has been posted.  INVGLJNL and
      *    INVROLL compare it with the time the period was posted
      *    (GLPERIOD.TXT) so such a record is journalled, and
      *    archived, with the next period instead of being lost.
      *
      *    INVROLL, when it closes a period, moves the period off to a
      *    dated archive (indexed on MOVEARCH.TXT, see ARCHREC) and
      *    leaves one code "O" record per part in its place -- the
      *    opening balance, on-hand before and after both, dated the
      *    first day of the next period.  it moves nothing.
      *-----------------------------------------------------------------
           05  MOVE-PART-NUMBER    PIC 9(05).
           05  MOVE-DATE           PIC 9(08).
           05  MOVE-QTY-BEFORE     PIC 9(05).
           05  MOVE-QTY-AFTER      PIC 9(05).
           05  MOVE-SOURCE-PROGRAM PIC X(08).
           05  MOVE-UNIT-PRICE     PIC 9(04)V99.
           05  MOVE-PRIOR-PRICE    PIC 9(04)V99.
           05  MOVE-UNIT-COST      PIC 9(05)V99.
           05  MOVE-AVG-COST       PIC 9(05)V99.
           05  MOVE-PRIOR-AVG-COST PIC 9(05)V99.
           05  MOVE-POSTED-STAMP.
               10  MOVE-POST-DATE      PIC 9(08).
               10  MOVE-POST-TIME      PIC 9(08).
