      * is rejected rather than splitting the part across two
      * locations.
      *
      * The part's lots on "LOTS.TXT" travel with it -- a dispatch
      * moves the quantity from the shelf side of its earliest-
      * expiring lots to their in-transit side, and a confirm lands
      * it back on the shelf, so the lots still add up to the on-hand
      * at both ends and keep their expiry dates on the road.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUSP-FILE-STATUS.

      *    The stock lots INVMAINT keeps -- read into LOT-TABLE at
      *    start of run and rewritten at end of run with the transfers
      *    moved on and off the road.  the file may be absent (no lot
      *    kept yet), so its open is status-checked.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           05  XFR-DATE                PIC 9(08).

       FD  INVENT-MASTER-IO
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
       01  IN-TRANSIT-OUT              PIC X(50).

       FD  MOVEMENT-LEDGER-OUT
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD.
           COPY    SUSPREC.

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  SUSP-FILE-STATUS    PIC X(02).
           05  SUSP-RUN-DATE       PIC 9(08).

      *    This table is for saving of the stock lots.  loaded from
      *    LOTS.TXT at start of run; a transfer moves quantity between
      *    the shelf and in-transit sides of its part's lots in place;
      *    every lot not used up is rewritten at end of run.  one
      *    part can carry many lots, so the table is sized well past
      *    the master's 999 parts.
       01  LOT-TABLE.
           05  LOT-TABLE-LEN       PIC 9(04) VALUE ZEROS.
           05  LOT-TAB             OCCURS 1 TO 9999
                                   DEPENDING ON LOT-TABLE-LEN.
               10  LOT-TAB-PART        PIC 9(05).
               10  LOT-TAB-NUMBER      PIC X(10).
               10  LOT-TAB-QTY         PIC 9(05).
               10  LOT-TAB-TRANSIT-QTY PIC 9(05).
               10  LOT-TAB-RECEIVED    PIC 9(08).
               10  LOT-TAB-EXPIRY      PIC 9(08).

      *    Controls for moving a transfer's quantity through the lots
      *    -- LOT-MOVE-LEFT is what is still to be moved.
       01  LOT-CONTROLS.
           05  LOT-FILE-STATUS     PIC X(02).
           05  LOT-EOF-SW          PIC X(01) VALUE "N".
           05  LOT-FOUND-SW        PIC X(01).
           05  LOT-IDX             PIC 9(04).
           05  LOT-MATCH-IDX       PIC 9(04).
           05  LOT-MOVE-LEFT       PIC 9(05).
           05  LOT-MOVE-QTY        PIC 9(05).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       200-INITIATE-TRANSFER-RUN.
           PERFORM 300-LOAD-IN-TRANSIT-TABLE.
           PERFORM 300-LOAD-LOT-TABLE.
           OPEN    INPUT   XFER-TRANS-IN.
           OPEN    I-O     INVENT-MASTER-IO.
           OPEN    OUTPUT  XFER-REGISTER-OUT

      *-----------------------------------------------------------------
      * print the in-transit report, rewrite INTRANS.TXT with what
      * is still in transit and LOTS.TXT with where the lots now
      * sit, print the footer counts, and close.
      *-----------------------------------------------------------------
       200-TERMINATE-TRANSFER-RUN.
           PERFORM 300-PRINT-IN-TRANSIT-REPORT.
           PERFORM 300-REWRITE-IN-TRANSIT-FILE.
           PERFORM 300-REWRITE-LOT-FILE.
           PERFORM 300-PRINT-REGISTER-FOOTER.
           CLOSE   XFER-TRANS-IN
                   INVENT-MASTER-IO
      *-----------------------------------------------------------------
      * append one record to the movement ledger -- the part, the
      * transfer that moved it, the on-hand before and after, and
      * this program as the source -- with the price and average cost
      * the part is carried at, so the general ledger can value the
      * stock while it is in transit.
      *-----------------------------------------------------------------
       300-WRITE-MOVEMENT-RECORD.
           MOVE    XFR-PART-NUMBER     TO  MOVE-PART-NUMBER.
           MOVE    QTY-BEFORE-SAVE     TO  MOVE-QTY-BEFORE.
           MOVE    QUANTITY-I          TO  MOVE-QTY-AFTER.
           MOVE    "INVXFER"           TO  MOVE-SOURCE-PROGRAM.
           MOVE    UNIT-PRICE-I        TO  MOVE-UNIT-PRICE
                                           MOVE-PRIOR-PRICE.
           MOVE    AVG-UNIT-COST-I     TO  MOVE-UNIT-COST
                                           MOVE-AVG-COST
                                           MOVE-PRIOR-AVG-COST.
           ACCEPT  MOVE-POST-DATE      FROM DATE YYYYMMDD.
           ACCEPT  MOVE-POST-TIME      FROM TIME.
           WRITE   MOVEMENT-RECORD.

      ******************************************************************
                       UNTIL INTR-EOF-SW = "Y"
               CLOSE   IN-TRANSIT-FILE.

      *-----------------------------------------------------------------
      * load LOTS.TXT into LOT-TABLE.  no file yet is simply no lots
      * to move; INVMAINT opens them for the stock as it posts.
      *-----------------------------------------------------------------
       300-LOAD-LOT-TABLE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * print title and header of the transfer register.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * take the quantity off the sending record and park it on the
      * in-transit table, and move it to the road side of the part's
      * earliest-expiring lots.
      *-----------------------------------------------------------------
       300-APPLY-DISPATCH.
           MOVE    QUANTITY-I          TO  QTY-BEFORE-SAVE.
           SUBTRACT XFR-QTY            FROM QUANTITY-I.
           REWRITE INVENTORY-RECORD.
           MOVE    XFR-QTY             TO  LOT-MOVE-LEFT.
           MOVE    "Y"                 TO  LOT-FOUND-SW.
           PERFORM 400-SEND-EARLIEST-LOT
                   UNTIL LOT-MOVE-LEFT = ZEROS
                       OR LOT-FOUND-SW = "N".
           PERFORM 300-WRITE-MOVEMENT-RECORD.
           ADD     1                   TO  IN-TRANSIT-TABLE-LEN.
           MOVE    XFR-PART-NUMBER     TO

      *-----------------------------------------------------------------
      * add the in-transit quantity to the record now carried at the
      * receiving location, and close the in-transit entry.  the
      * quantity comes off the road side of the part's lots back onto
      * the shelf, earliest-expiring first.
      *-----------------------------------------------------------------
       300-APPLY-RECEIPT-AT-TO-LOC.
           MOVE    QUANTITY-I          TO  QTY-BEFORE-SAVE.
           ADD     TRANSIT-QTY(TRANSIT-MATCH-IDX)  TO  QUANTITY-I.
           REWRITE INVENTORY-RECORD.
           MOVE    TRANSIT-QTY(TRANSIT-MATCH-IDX)  TO  LOT-MOVE-LEFT.
           MOVE    "Y"                 TO  LOT-FOUND-SW.
           PERFORM 400-LAND-EARLIEST-LOT
                   UNTIL LOT-MOVE-LEFT = ZEROS
                       OR LOT-FOUND-SW = "N".
           PERFORM 300-WRITE-MOVEMENT-RECORD.
           MOVE    "C"                 TO
                   TRANSIT-STATUS(TRANSIT-MATCH-IDX).
                   UNTIL TR-IDX > IN-TRANSIT-TABLE-LEN.
           CLOSE   IN-TRANSIT-FILE.

      *-----------------------------------------------------------------
      * rewrite LOTS.TXT with every lot not used up -- no lot is
      * opened here, so the table is still in part/lot order.
      *-----------------------------------------------------------------
       300-REWRITE-LOT-FILE.
           OPEN    OUTPUT  LOT-FILE.
           PERFORM 400-WRITE-ONE-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.
           CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * print the counts of dispatches, receipts, and rejects.
      *-----------------------------------------------------------------
               MOVE    TRANSIT-QTY(TR-IDX)     TO  INTR-QTY
               MOVE    TRANSIT-DATE(TR-IDX)    TO  INTR-DISPATCH-DATE
               WRITE   IN-TRANSIT-RECORD.

      *-----------------------------------------------------------------
      * read one lot record into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO LOT-EOF-SW
                   NOT AT END
                       ADD     1       TO  LOT-TABLE-LEN
                       MOVE    LOT-PART-NUMBER     TO
                               LOT-TAB-PART(LOT-TABLE-LEN)
                       MOVE    LOT-NUMBER          TO
                               LOT-TAB-NUMBER(LOT-TABLE-LEN)
                       MOVE    LOT-QTY             TO
                               LOT-TAB-QTY(LOT-TABLE-LEN)
                       MOVE    LOT-TRANSIT-QTY     TO
                               LOT-TAB-TRANSIT-QTY(LOT-TABLE-LEN)
                       MOVE    LOT-RECEIVED-DATE   TO
                               LOT-TAB-RECEIVED(LOT-TABLE-LEN)
                       MOVE    LOT-EXPIRY-DATE     TO
                               LOT-TAB-EXPIRY(LOT-TABLE-LEN).

      *-----------------------------------------------------------------
      * find the dispatched part's earliest-expiring lot with stock
      * on the shelf and move what it can give onto the road.  a
      * part whose lots fall short is brought back into line by the
      * next posting run.
      *-----------------------------------------------------------------
       400-SEND-EARLIEST-LOT.
           MOVE    "N"                 TO  LOT-FOUND-SW.
           MOVE    1                   TO  LOT-MATCH-IDX.
           PERFORM 400-FIND-EARLIEST-SHELF-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.
           IF  LOT-FOUND-SW = "Y"
               PERFORM 400-SEND-MATCHED-LOT.

      *-----------------------------------------------------------------
      * keep the lot in hand if it has stock on the shelf and expires
      * before the earliest found so far.
      *-----------------------------------------------------------------
       400-FIND-EARLIEST-SHELF-LOT.
           IF  LOT-TAB-PART(LOT-IDX) = XFR-PART-NUMBER
                   AND LOT-TAB-QTY(LOT-IDX) > ZEROS
               IF  LOT-FOUND-SW = "N"
                       OR LOT-TAB-EXPIRY(LOT-IDX)
                           < LOT-TAB-EXPIRY(LOT-MATCH-IDX)
                   MOVE    "Y"         TO  LOT-FOUND-SW
                   MOVE    LOT-IDX     TO  LOT-MATCH-IDX.

      *-----------------------------------------------------------------
      * move what the matched lot can give from its shelf side to its
      * road side.
      *-----------------------------------------------------------------
       400-SEND-MATCHED-LOT.
           IF  LOT-TAB-QTY(LOT-MATCH-IDX) < LOT-MOVE-LEFT
               MOVE    LOT-TAB-QTY(LOT-MATCH-IDX)  TO  LOT-MOVE-QTY
           ELSE
               MOVE    LOT-MOVE-LEFT               TO  LOT-MOVE-QTY.
           SUBTRACT LOT-MOVE-QTY       FROM LOT-TAB-QTY(LOT-MATCH-IDX)
                                            LOT-MOVE-LEFT.
           ADD     LOT-MOVE-QTY        TO
                   LOT-TAB-TRANSIT-QTY(LOT-MATCH-IDX).

      *-----------------------------------------------------------------
      * find the confirmed part's earliest-expiring lot with stock on
      * the road and land what it can give back on the shelf.
      *-----------------------------------------------------------------
       400-LAND-EARLIEST-LOT.
           MOVE    "N"                 TO  LOT-FOUND-SW.
           MOVE    1                   TO  LOT-MATCH-IDX.
           PERFORM 400-FIND-EARLIEST-ROAD-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.
           IF  LOT-FOUND-SW = "Y"
               PERFORM 400-LAND-MATCHED-LOT.

      *-----------------------------------------------------------------
      * keep the lot in hand if it has stock on the road and expires
      * before the earliest found so far.
      *-----------------------------------------------------------------
       400-FIND-EARLIEST-ROAD-LOT.
           IF  LOT-TAB-PART(LOT-IDX) = XFR-PART-NUMBER
                   AND LOT-TAB-TRANSIT-QTY(LOT-IDX) > ZEROS
               IF  LOT-FOUND-SW = "N"
                       OR LOT-TAB-EXPIRY(LOT-IDX)
                           < LOT-TAB-EXPIRY(LOT-MATCH-IDX)
                   MOVE    "Y"         TO  LOT-FOUND-SW
                   MOVE    LOT-IDX     TO  LOT-MATCH-IDX.

      *-----------------------------------------------------------------
      * move what the matched lot can give from its road side back to
      * its shelf side.
      *-----------------------------------------------------------------
       400-LAND-MATCHED-LOT.
           IF  LOT-TAB-TRANSIT-QTY(LOT-MATCH-IDX) < LOT-MOVE-LEFT
               MOVE    LOT-TAB-TRANSIT-QTY(LOT-MATCH-IDX)
                                               TO  LOT-MOVE-QTY
           ELSE
               MOVE    LOT-MOVE-LEFT           TO  LOT-MOVE-QTY.
           SUBTRACT LOT-MOVE-QTY       FROM
                   LOT-TAB-TRANSIT-QTY(LOT-MATCH-IDX) LOT-MOVE-LEFT.
           ADD     LOT-MOVE-QTY        TO  LOT-TAB-QTY(LOT-MATCH-IDX).

      *-----------------------------------------------------------------
      * write one lot back to LOTS.TXT, unless it is used up.
      *-----------------------------------------------------------------
       400-WRITE-ONE-LOT.
           IF  LOT-TAB-QTY(LOT-IDX) > ZEROS
                   OR LOT-TAB-TRANSIT-QTY(LOT-IDX) > ZEROS
               MOVE    LOT-TAB-PART(LOT-IDX)   TO  LOT-PART-NUMBER
               MOVE    LOT-TAB-NUMBER(LOT-IDX) TO  LOT-NUMBER
               MOVE    LOT-TAB-QTY(LOT-IDX)    TO  LOT-QTY
               MOVE    LOT-TAB-TRANSIT-QTY(LOT-IDX)
                                               TO  LOT-TRANSIT-QTY
               MOVE    LOT-TAB-RECEIVED(LOT-IDX)
                                               TO  LOT-RECEIVED-DATE
               MOVE    LOT-TAB-EXPIRY(LOT-IDX) TO  LOT-EXPIRY-DATE
               WRITE   LOT-RECORD.
