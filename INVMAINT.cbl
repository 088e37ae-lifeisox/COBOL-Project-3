      * line by line.
      *
      * - Read "INVTRAN.TXT" (unsorted receipt/issue/adjustment/add/
      *    delete transactions -- a receipt carries the unit cost the
      *    dock keyed, folded into the part's moving-average cost;
      *    INVRMA's customer-return codes "E" restock, "W" scrap and
      *    "B" back to the vendor) and "INVMAST.DAT" (the current
      *    indexed master, read in part-number order off its key) and
      *    write "INVMAST-NEW.DAT" (the updated master) and
      *    "INVMAINT.TXT" (a posting register of everything applied
      *    RUNCTL.TXT on start and clean finish, and refuses to post
      *    a transaction file it has already consumed (same record
      *    count and quantity hash as the last completed run).
      * - Every field an add sets, a change moves, or a delete clears
      *    is appended to "AUDITLOG.TXT" with its value before and
      *    after, under the operator id keyed at the start of the
      *    run.
      * - A delete is refused (to SUSPENSE.TXT, like any reject)
      *    while the part is still named on "OPENORD.TXT" (an open
      *    purchase order), "ALLOC.TXT" (stock promised a customer),
      *    "INTRANS.TXT" (a transfer on the road), "PARTSUPP.TXT"
      *    (a supplier source) or "BOM.TXT" (a kit's bill, as the kit
      *    or one of its components), so nothing is left pointing at
      *    a part that is gone.
      * - KITBUILD's assembly codes "K" (a part used up by a kit
      *    build or teardown) and "M" (a part made by one) post like
      *    an issue and a receipt, but neither is a sale or a
      *    delivery, so the activity dates are left alone.  a part
      *    made comes in at the component cost KITBUILD rolled up.
      * - The part's stock lots on "LOTS.TXT" are kept in step with
      *    every quantity posted, so they always add up to the
      *    on-hand: a receipt opens (or adds to) the lot RCVPOST
      *    named for it, an issue draws the earliest-expiring lot
      *    first and is refused when only expired stock would fill
      *    it, a return scrapped or sent back to the vendor goes out
      *    of the lot its restock opened, and any other change lands
      *    on, or draws from, the lots the same way.  stock on hand
      *    before lots were kept is opened as lot "OPENING" with no
      *    expiry.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-P.

      *    The field-change audit trail every maintenance program
      *    appends to.  append-only, so its open is status-checked.
           SELECT  AUDIT-LOG-OUT
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

      *    The files that can still name a part after it is gone --
      *    read once at start of run so a delete can be refused
      *    while any of them does.  each may be absent (nothing
      *    ordered, allocated, in transit or cross-referenced yet),
      *    so every open is status-checked.  a kit's bill names the
      *    kit and every one of its components.
           SELECT  OPEN-ORDERS-IN
                   ASSIGN TO "D:\OPENORD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OORD-FILE-STATUS.

           SELECT  ALLOCATION-IN
                   ASSIGN TO "D:\ALLOC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALOC-FILE-STATUS.

           SELECT  IN-TRANSIT-IN
                   ASSIGN TO "D:\INTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INTR-FILE-STATUS.

           SELECT  PART-SUPPLIER-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

           SELECT  BILL-OF-MATERIALS-IN
                   ASSIGN TO "D:\BOM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BOM-FILE-STATUS.

      *    The stock lots -- read into LOT-TABLE at start of run, kept
      *    in step with every quantity posted, and rewritten through
      *    LOT-SORT-WORK-FILE in part/lot order at end of run.  the
      *    file may be absent (no lot kept yet), so its open is
      *    status-checked.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

           SELECT  LOT-SORT-WORK-FILE
                   ASSIGN TO "SRTWK11".

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  OLD-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
      *    Raw transaction record read off INVTRAN.TXT before it is
      *    put in part-number order.
       FD  INVENT-TRANS-IN
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS RAW-TRANS-RECORD.
       01  RAW-TRANS-RECORD            PIC X(62).

       SD  TRANS-SORT-WORK-FILE.
       01  TRANS-SORT-RECORD.
           05  SRT-TRANS-REORDER-POINT PIC 9(05).
           05  SRT-TRANS-SUPPLIER-ID   PIC X(02).
           05  SRT-TRANS-LOCATION-CODE PIC X(03).
           05  SRT-TRANS-UNIT-COST     PIC 9(05)V99.

      *    INVTRAN.TXT once it has been sorted into part-number order.
      *    TRANS-RECORD below is read from this file with READ INTO.
       FD  SORTED-TRANS-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS SORTED-TRANS-RECORD.
       01  SORTED-TRANS-RECORD         PIC X(62).

      *    The updated master.  Field names carry an -N suffix instead
      *    of INVREC's -I so both records can exist in the same
      *    number is applied to it, one after another, before it is
      *    written out once.
       FD  NEW-MASTER-OUT
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS NEW-INVENTORY-RECORD.
       01  NEW-INVENTORY-RECORD.
           COPY    INVREC
                              ==LAST-RECEIVED-DATE-I==    BY
                              ==LAST-RECEIVED-DATE-N==
                              ==LAST-SOLD-DATE-I==        BY
                              ==LAST-SOLD-DATE-N==
                              ==AVG-UNIT-COST-I==         BY
                              ==AVG-UNIT-COST-N==.

       FD  POST-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
       01  POST-REPORT-LINE            PIC X(66).

       FD  MOVEMENT-LEDGER-OUT
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.
      *    so this record can exist alongside the other two master
      *    records.
       FD  PRV-MASTER-OUT
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS PRIOR-INVENTORY-RECORD.
       01  PRIOR-INVENTORY-RECORD.
           COPY    INVREC
                              ==LAST-RECEIVED-DATE-I==    BY
                              ==LAST-RECEIVED-DATE-P==
                              ==LAST-SOLD-DATE-I==        BY
                              ==LAST-SOLD-DATE-P==
                              ==AVG-UNIT-COST-I==         BY
                              ==AVG-UNIT-COST-P==.

       FD  AUDIT-LOG-OUT
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.

      *    Only the part number of an open order is needed here.
       FD  OPEN-ORDERS-IN
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPEN-ORDER-RECORD.
       01  OPEN-ORDER-RECORD.
           05  OORD-PART-NUMBER    PIC 9(05).
           05  FILLER              PIC X(31).

       FD  ALLOCATION-IN
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS ALLOCATION-RECORD.
       01  ALLOCATION-RECORD.
           COPY    ALOCREC.

      *    Only the part number of a transfer in transit is needed
      *    here.
       FD  IN-TRANSIT-IN
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS IN-TRANSIT-RECORD.
       01  IN-TRANSIT-RECORD.
           05  INTR-PART-NUMBER    PIC 9(05).
           05  FILLER              PIC X(19).

       FD  PART-SUPPLIER-IN
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS PART-SUPPLIER-RECORD.
       01  PART-SUPPLIER-RECORD.
           COPY    XREFREC.

       FD  BILL-OF-MATERIALS-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY    BOMREC.

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

       SD  LOT-SORT-WORK-FILE.
       01  LOT-SORT-RECORD.
           05  SRT-LOT-PART-NUMBER     PIC 9(05).
           05  SRT-LOT-NUMBER          PIC X(10).
           05  SRT-LOT-QTY             PIC 9(05).
           05  SRT-LOT-TRANSIT-QTY     PIC 9(05).
           05  SRT-LOT-RECEIVED-DATE   PIC 9(08).
           05  SRT-LOT-EXPIRY-DATE     PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    One transaction record, moved in off SORTED-TRANS-FILE by a
      *    READ INTO (SORTED-TRANS-RECORD is just the raw bytes).
      *    an ADD carries the whole new part in the trailing fields;
      *    the other codes only use the quantity and the date, except
      *    a receipt, which also carries the unit cost it came in at
      *    and, in place of the part name, the lot it opens.  a part
      *    made by a kit build carries its cost the same way.
       01  TRANS-RECORD.
           05  TRANS-CODE              PIC X(01).
               88  TRANS-IS-RECEIPT            VALUE "R".
               88  TRANS-IS-ADD                VALUE "N".
               88  TRANS-IS-DELETE             VALUE "D".
               88  TRANS-IS-CHANGE             VALUE "C".
               88  TRANS-IS-RETURN             VALUE "E".
               88  TRANS-IS-SCRAP              VALUE "W".
               88  TRANS-IS-VENDOR-RETURN      VALUE "B".
               88  TRANS-IS-ASSEMBLY-ISSUE     VALUE "K".
               88  TRANS-IS-ASSEMBLY-RECEIPT   VALUE "M".
           05  TRANS-PART-NUMBER       PIC 9(05).
           05  TRANS-QTY               PIC 9(05).
           05  TRANS-DATE              PIC 9(08).
           05  TRANS-PART-NAME         PIC X(20).
           05  TRANS-RECEIPT-LOT       REDEFINES TRANS-PART-NAME.
               10  TRANS-LOT-NUMBER    PIC X(10).
               10  TRANS-LOT-EXPIRY    PIC 9(08).
               10  FILLER              PIC X(02).
           05  TRANS-UNIT-PRICE        PIC 9(04)V99.
           05  TRANS-REORDER-POINT     PIC 9(05).
           05  TRANS-SUPPLIER-ID       PIC X(02).
           05  TRANS-LOCATION-CODE     PIC X(03).
           05  TRANS-UNIT-COST         PIC 9(05)V99.

      *    Alphanumeric views of the two merge keys.  HIGH-VALUES is
      *    moved in at end-of-file so the file that finished first
           05  ADD-CNT             PIC 9(03) VALUE ZEROS.
           05  DELETE-CNT          PIC 9(03) VALUE ZEROS.
           05  CHANGE-CNT          PIC 9(03) VALUE ZEROS.
           05  RETURN-CNT          PIC 9(03) VALUE ZEROS.
           05  RETURN-OUT-CNT      PIC 9(03) VALUE ZEROS.
           05  ASSEMBLY-OUT-CNT    PIC 9(03) VALUE ZEROS.
           05  ASSEMBLY-IN-CNT     PIC 9(03) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(03) VALUE ZEROS.

      *    Controls for the movement ledger.  the on-hand and the
      *    average cost before the transaction in hand are remembered
      *    so the ledger record can carry both sides of the move.
       01  MOVEMENT-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).
           05  QTY-BEFORE-SAVE     PIC 9(05).
           05  AVG-COST-BEFORE-SAVE    PIC 9(05)V99.

       01  SUSP-FILE-STATUS        PIC X(02).

      *    Controls for the field-change audit trail.  a value is
      *    edited into AUDIT-VALUE-SAVE and lands on the before or
      *    after side by whether the part is being added or deleted.
       01  AUDIT-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  AUDIT-VALUE-SAVE    PIC X(20).
           05  AUDIT-AMOUNT-EDIT   PIC ZZZZ9.99.
           05  AUDIT-COUNT-EDIT    PIC ZZZZ9.

      *    This table is for saving of every part another file still
      *    names, with the first file found naming it.  loaded at
      *    start of run; a delete for a part on it is refused.
       01  PART-REFERENCE-TABLE.
           05  REF-TABLE-LEN       PIC 9(03) VALUE ZEROS.
           05  REF-TAB             OCCURS 1 TO 999
                                   DEPENDING ON REF-TABLE-LEN.
               10  REF-PART            PIC 9(05).
               10  REF-FILE-NAME       PIC X(08).

      *    Controls for loading and searching the reference table.
      *    a refused delete's register reason is built in
      *    DELETE-REJECT-TEXT with the file that still names the part.
       01  REFERENCE-CONTROLS.
           05  OORD-FILE-STATUS    PIC X(02).
           05  ALOC-FILE-STATUS    PIC X(02).
           05  INTR-FILE-STATUS    PIC X(02).
           05  XREF-FILE-STATUS    PIC X(02).
           05  BOM-FILE-STATUS     PIC X(02).
           05  REF-EOF-SW          PIC X(01).
           05  REF-FOUND-SW        PIC X(01).
           05  REF-IDX             PIC 9(04).
           05  REF-MATCH-IDX       PIC 9(04).
           05  REF-PART-SAVE       PIC 9(05).
           05  REF-FILE-SAVE       PIC X(08).
       01  DELETE-REJECT-TEXT.
           05  FILLER              PIC X(20) VALUE
                   "REJECTED - STILL ON ".
           05  DELETE-REF-FILE-NAME    PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.

      *    This table is for saving of the stock lots.  loaded from
      *    LOTS.TXT at start of run; every quantity posted is added
      *    to or drawn from the part's lots in place, new lots are
      *    appended, and every lot not used up is rewritten at end of
      *    run.  one part can carry many lots, so the table is sized
      *    well past the master's 999 parts.
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

      *    Controls for keeping the lots.  a lot is added to or opened
      *    from the -SAVE fields; a draw takes LOT-DRAW-LEFT off the
      *    part's earliest-expiring lots, passing over lots already
      *    expired on the transaction date when LOT-SKIP-EXPIRED-SW
      *    is "Y".  the part's lots are summed whole and usable (not
      *    expired on the transaction date).
       01  LOT-CONTROLS.
           05  LOT-FILE-STATUS     PIC X(02).
           05  LOT-EOF-SW          PIC X(01).
           05  LOT-FOUND-SW        PIC X(01).
           05  LOT-SKIP-EXPIRED-SW PIC X(01).
           05  LOT-IDX             PIC 9(04).
           05  LOT-MATCH-IDX       PIC 9(04).
           05  LOT-PART-TOTAL      PIC 9(07).
           05  LOT-USABLE-TOTAL    PIC 9(07).
           05  LOT-DRAW-LEFT       PIC 9(07).
           05  LOT-DRAW-QTY        PIC 9(05).
           05  LOT-ADD-QTY         PIC 9(05).
           05  LOT-NUMBER-SAVE     PIC X(10).
           05  LOT-RECEIVED-SAVE   PIC 9(08).
           05  LOT-EXPIRY-SAVE     PIC 9(08).

      *    The lot a quantity lands in when no lot was named for it
      *    -- the transaction code and its date, so one day's
      *    returns or count gains for a part land in one lot.
       01  DEFAULT-LOT-NUMBER.
           05  DEFAULT-LOT-PREFIX  PIC X(01).
           05  DEFAULT-LOT-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.

      *    One raw transaction viewed just deep enough to reach the
      *    quantity, for the pre-sort count and hash the re-post
      *    guard compares against the last completed run.
       01  TRANS-SCAN-RECORD.
           05  FILLER              PIC X(06).
           05  SCAN-QTY            PIC 9(05).
           05  FILLER              PIC X(51).

      *    Controls for the run-control stamps, the re-post guard,
      *    and the end-of-run master swap.
      * read the first record off each input file.
      *-----------------------------------------------------------------
       200-INITIATE-INVENTORY-POSTING.
           PERFORM 300-ACCEPT-OPERATOR-ID
                   UNTIL AUDIT-OPERATOR NOT = SPACES.
           PERFORM 300-LOAD-PART-REFERENCES.
           PERFORM 300-LOAD-LOT-TABLE.
           MOVE    "S"                 TO  RCTL-STATUS-SAVE.
           PERFORM 300-STAMP-RUN-CONTROL.
           PERFORM 300-SORT-TRANSACTIONS.

      *-----------------------------------------------------------------
      * the old master's key is lower -- copy it through unmatched
      * (unless it already hit EOF) and read the next one.  its lots
      * are still brought into line with its on-hand.
      *-----------------------------------------------------------------
       300-MERGE-OLD-MASTER-ONLY.
           IF  OLD-EOF-SW = "N"
               PERFORM 300-COPY-OLD-MASTER-FIELDS
               PERFORM 300-SEED-OPENING-LOT
               WRITE   NEW-INVENTORY-RECORD.
           PERFORM 300-READ-OLD-MASTER.

           MOVE    TRANS-LOCATION-CODE     TO  LOCATION-CODE-N.
           MOVE    TRANS-DATE              TO  LAST-RECEIVED-DATE-N.
           MOVE    ZEROS                   TO  LAST-SOLD-DATE-N.
           MOVE    TRANS-UNIT-COST         TO  AVG-UNIT-COST-N.
           MOVE    "N"                     TO  PART-DELETED-SW.
           MOVE    TRANS-KEY               TO  HELD-KEY.
           ADD     1                       TO  ADD-CNT.
           MOVE    ZEROS                   TO  QTY-BEFORE-SAVE
                                               AVG-COST-BEFORE-SAVE.
           PERFORM 300-FIT-LOTS-TO-ON-HAND.
           PERFORM 300-WRITE-MOVEMENT-RECORD.
           MOVE    "A"                     TO  AUD-ACTION.
           PERFORM 300-AUDIT-PART-FIELDS.
           PERFORM 300-SAVE-POST-DETAIL-FIELDS.
           MOVE    "ADDED"                 TO  ACTION-TEXT-SAVE.
           PERFORM 300-PRINT-POST-DETAIL.
      *-----------------------------------------------------------------
      * transactions match an existing part.  hold the master record,
      * drain every transaction carrying this part number into it, and
      * write it back out once (unless one of them deleted it).  its
      * lots are brought into line with its on-hand first, so every
      * draw below finds them whole.
      *-----------------------------------------------------------------
       300-PROCESS-MATCHED-PART.
           PERFORM 300-COPY-OLD-MASTER-FIELDS.
           PERFORM 300-SEED-OPENING-LOT.
           MOVE    "N"                     TO  PART-DELETED-SW.
           MOVE    MASTER-KEY              TO  HELD-KEY.
           PERFORM 300-APPLY-TRANS-TO-HELD-PART
               PERFORM 300-APPLY-LIVE-TRANSACTION.

      *-----------------------------------------------------------------
      * a receipt adds to the on-hand quantity, folds its cost into
      * the moving average, stamps the last received date, and opens
      * or adds to its lot; anything else is handed on down.  the
      * on-hand and average cost before the transaction are
      * remembered here for the movement ledger every posted path
      * appends to.
      *-----------------------------------------------------------------
       300-APPLY-LIVE-TRANSACTION.
           MOVE    QUANTITY-N              TO  QTY-BEFORE-SAVE.
           MOVE    AVG-UNIT-COST-N         TO  AVG-COST-BEFORE-SAVE.
           IF  TRANS-IS-RECEIPT
               PERFORM 300-AVERAGE-RECEIPT-COST
               ADD     TRANS-QTY           TO  QUANTITY-N
               MOVE    TRANS-DATE          TO  LAST-RECEIVED-DATE-N
               PERFORM 300-OPEN-RECEIPT-LOT
               ADD     1                   TO  RECEIPT-CNT
               MOVE    "RECEIPT POSTED"    TO  ACTION-TEXT-SAVE
               PERFORM 300-WRITE-MOVEMENT-RECORD
           ELSE
               PERFORM 300-APPLY-NOT-RECEIPT.

      *-----------------------------------------------------------------
      * weigh the receipt's unit cost against the average the stock
      * already on hand carries, before the receipt quantity is added
      * in.  with nothing on hand, or no average yet, the receipt's
      * cost simply becomes the average; a receipt keyed without a
      * cost leaves the average alone rather than dragging it down.
      *-----------------------------------------------------------------
       300-AVERAGE-RECEIPT-COST.
           IF  TRANS-UNIT-COST > ZEROS
               IF  QUANTITY-N = ZEROS OR AVG-UNIT-COST-N = ZEROS
                   MOVE    TRANS-UNIT-COST TO  AVG-UNIT-COST-N
               ELSE
                   COMPUTE AVG-UNIT-COST-N ROUNDED =
                           (QUANTITY-N * AVG-UNIT-COST-N
                               + TRANS-QTY * TRANS-UNIT-COST)
                           / (QUANTITY-N + TRANS-QTY).

      *-----------------------------------------------------------------
      * an issue/sale takes from the on-hand quantity and stamps the
      * last sold date -- unless it asks for more than is on hand,
      * which is rejected rather than letting the quantity wrap.  a
      * kit build's or teardown's parts used and made are handed to
      * 300-APPLY-ASSEMBLY-TRANSACTION.
      *-----------------------------------------------------------------
       300-APPLY-NOT-RECEIPT.
           IF  TRANS-IS-ISSUE
               PERFORM 300-APPLY-ISSUE-TRANSACTION
           ELSE
               IF  TRANS-IS-ASSEMBLY-ISSUE
                       OR TRANS-IS-ASSEMBLY-RECEIPT
                   PERFORM 300-APPLY-ASSEMBLY-TRANSACTION
               ELSE
                   PERFORM 300-APPLY-NOT-ISSUE.

      *-----------------------------------------------------------------
      * post one issue/sale, quantity permitting -- drawn off the
      * part's lots earliest-expiring first.  a lot already expired
      * on the issue date is never shipped, so an issue only expired
      * stock could fill is rejected.
      *-----------------------------------------------------------------
       300-APPLY-ISSUE-TRANSACTION.
           PERFORM 300-SUM-PART-LOTS.
           IF  TRANS-QTY > QUANTITY-N
               ADD     1                   TO  ERROR-CNT
               MOVE    "REJECTED - ISSUE EXCEEDS ON HAND"
                       TO  ACTION-TEXT-SAVE
           ELSE
               IF  TRANS-QTY > LOT-USABLE-TOTAL
                   ADD     1               TO  ERROR-CNT
                   MOVE    "REJECTED - ONLY EXPIRED STOCK"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   PERFORM 300-POST-ISSUE-FROM-LOTS.

      *-----------------------------------------------------------------
      * take the issue off the unexpired lots and the on-hand.
      *-----------------------------------------------------------------
       300-POST-ISSUE-FROM-LOTS.
           MOVE    TRANS-QTY           TO  LOT-DRAW-LEFT.
           MOVE    "Y"                 TO  LOT-SKIP-EXPIRED-SW.
           PERFORM 300-DRAW-LOTS-EARLIEST-FIRST.
           SUBTRACT TRANS-QTY          FROM QUANTITY-N.
           MOVE    TRANS-DATE          TO  LAST-SOLD-DATE-N.
           ADD     1                   TO  ISSUE-CNT.
           MOVE    "ISSUE POSTED"      TO  ACTION-TEXT-SAVE.
           PERFORM 300-WRITE-MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * a part made by a kit build (or handed back by a teardown)
      * comes in like a receipt -- its cost folded into the average
      * and a lot of its own opened -- and a part used up goes out
      * like an issue, earliest-expiring unexpired lot first.  it is
      * stock moving inside the building, so neither activity date
      * is touched.
      *-----------------------------------------------------------------
       300-APPLY-ASSEMBLY-TRANSACTION.
           IF  TRANS-IS-ASSEMBLY-RECEIPT
               PERFORM 300-AVERAGE-RECEIPT-COST
               ADD     TRANS-QTY           TO  QUANTITY-N
               PERFORM 300-OPEN-RECEIPT-LOT
               ADD     1                   TO  ASSEMBLY-IN-CNT
               MOVE    "ASSEMBLY RECEIPT POSTED"
                       TO  ACTION-TEXT-SAVE
               PERFORM 300-WRITE-MOVEMENT-RECORD
           ELSE
               PERFORM 300-APPLY-ASSEMBLY-ISSUE.

      *-----------------------------------------------------------------
      * post one part used up by a kit build or teardown, quantity
      * permitting, the way an issue is judged.
      *-----------------------------------------------------------------
       300-APPLY-ASSEMBLY-ISSUE.
           PERFORM 300-SUM-PART-LOTS.
           IF  TRANS-QTY > QUANTITY-N
               ADD     1                   TO  ERROR-CNT
               MOVE    "REJECTED - BUILD OVER ON HAND"
                       TO  ACTION-TEXT-SAVE
           ELSE
               IF  TRANS-QTY > LOT-USABLE-TOTAL
                   ADD     1               TO  ERROR-CNT
                   MOVE    "REJECTED - ONLY EXPIRED STOCK"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   PERFORM 300-POST-ASSEMBLY-ISSUE.

      *-----------------------------------------------------------------
      * take the part used off the unexpired lots and the on-hand.
      *-----------------------------------------------------------------
       300-POST-ASSEMBLY-ISSUE.
           MOVE    TRANS-QTY           TO  LOT-DRAW-LEFT.
           MOVE    "Y"                 TO  LOT-SKIP-EXPIRED-SW.
           PERFORM 300-DRAW-LOTS-EARLIEST-FIRST.
           SUBTRACT TRANS-QTY          FROM QUANTITY-N.
           ADD     1                   TO  ASSEMBLY-OUT-CNT.
           MOVE    "ASSEMBLY ISSUE POSTED"     TO  ACTION-TEXT-SAVE.
           PERFORM 300-WRITE-MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * an adjustment sets the on-hand quantity outright to what the
      * count found -- it is a correction, not a movement, so neither
      * activity date is touched.  a count gain lands in a lot of its
      * own; a count loss comes off the earliest-expiring lots.
      *-----------------------------------------------------------------
       300-APPLY-NOT-ISSUE.
           IF  TRANS-IS-ADJUSTMENT
               MOVE    TRANS-QTY           TO  QUANTITY-N
               PERFORM 300-FIT-LOTS-TO-ON-HAND
               ADD     1                   TO  ADJUST-CNT
               MOVE    "ADJUSTED TO COUNTED QTY"
                       TO  ACTION-TEXT-SAVE
      * a change sets the reorder point to what the transaction
      * carries -- INVROP cuts these off the demand history so an
      * approved suggestion lands on the master through the normal
      * posting run.  the on-hand is untouched, so no ledger record;
      * a point that really moves goes on the audit trail instead.
      *-----------------------------------------------------------------
       300-APPLY-NOT-ADJUSTMENT.
           IF  TRANS-IS-CHANGE
               PERFORM 300-APPLY-CHANGE-TRANSACTION
           ELSE
               PERFORM 300-APPLY-NOT-CHANGE.

      *-----------------------------------------------------------------
      * post one reorder point change.
      *-----------------------------------------------------------------
       300-APPLY-CHANGE-TRANSACTION.
           IF  TRANS-REORDER-POINT NOT = REORDER-POINT-N
               PERFORM 300-AUDIT-REORDER-POINT-CHANGE.
           MOVE    TRANS-REORDER-POINT TO  REORDER-POINT-N.
           ADD     1                   TO  CHANGE-CNT.
           MOVE    "REORDER POINT CHANGED"
                   TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * a customer return put back on the shelf adds to the on-hand
      * the way a receipt does, but it is not a delivery -- the last
      * received date is left alone so dead-stock and slow-mover
      * reporting are not fooled, and the stock comes back at the
      * average cost it went out at, so the average is untouched.
      * it comes back as a lot of its own, with no expiry known.
      * a return scrapped or sent back to the vendor has come in only
      * to go straight out again; INVRMA cuts it as a restock
      * followed by one of those.
      *-----------------------------------------------------------------
       300-APPLY-NOT-CHANGE.
           IF  TRANS-IS-RETURN
               ADD     TRANS-QTY           TO  QUANTITY-N
               PERFORM 300-FIT-LOTS-TO-ON-HAND
               ADD     1                   TO  RETURN-CNT
               MOVE    "RETURN RESTOCKED"  TO  ACTION-TEXT-SAVE
               PERFORM 300-WRITE-MOVEMENT-RECORD
           ELSE
               IF  TRANS-IS-SCRAP OR TRANS-IS-VENDOR-RETURN
                   PERFORM 300-APPLY-RETURN-OUT
               ELSE
                   PERFORM 300-APPLY-DELETE-ADD-OR-INVALID.

      *-----------------------------------------------------------------
      * a returned part written off as scrap or shipped back to the
      * vendor takes from the on-hand like an issue, quantity
      * permitting, but it is not a sale -- the last sold date is
      * left alone.  it goes out of the lot its own restock ("E" the
      * same day) put it in, so the returned units leave rather than
      * the oldest good stock; anything that lot cannot cover comes
      * off the earliest-expiring lots, expired ones included.
      *-----------------------------------------------------------------
       300-APPLY-RETURN-OUT.
           IF  TRANS-QTY > QUANTITY-N
               ADD     1                   TO  ERROR-CNT
               MOVE    "REJECTED - RETURN OVER ON HAND"
                       TO  ACTION-TEXT-SAVE
           ELSE
               PERFORM 300-DRAW-RETURN-LOT
               SUBTRACT TRANS-QTY          FROM QUANTITY-N
               PERFORM 300-FIT-LOTS-TO-ON-HAND
               ADD     1                   TO  RETURN-OUT-CNT
               IF  TRANS-IS-SCRAP
                   MOVE    "RETURN SCRAPPED"   TO  ACTION-TEXT-SAVE
                   PERFORM 300-WRITE-MOVEMENT-RECORD
               ELSE
                   MOVE    "RETURNED TO VENDOR"
                           TO  ACTION-TEXT-SAVE
                   PERFORM 300-WRITE-MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * DELETE is handed to 300-APPLY-DELETE-TRANSACTION; an ADD for
      * a part already on file is a duplicate; anything else is an
      * invalid transaction code.
      *-----------------------------------------------------------------
       300-APPLY-DELETE-ADD-OR-INVALID.
           IF  TRANS-IS-DELETE
               PERFORM 300-APPLY-DELETE-TRANSACTION
           ELSE
               IF  TRANS-IS-ADD
                   ADD     1               TO  ERROR-CNT
                   MOVE    "REJECTED - INVALID TRANS CODE"
                           TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * DELETE drops the held part from the new master by flagging it
      * so 300-WRITE-HELD-PART never writes it, and empties its lots
      * -- unless another file still names the part, which refuses
      * the delete until that order, allocation, transfer,
      * cross-reference or bill is cleared.
      *-----------------------------------------------------------------
       300-APPLY-DELETE-TRANSACTION.
           MOVE    TRANS-PART-NUMBER   TO  REF-PART-SAVE.
           MOVE    "N"                 TO  REF-FOUND-SW.
           PERFORM 400-SEARCH-PART-REFERENCE
               VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > REF-TABLE-LEN
                       OR REF-FOUND-SW = "Y".
           IF  REF-FOUND-SW = "Y"
               ADD     1                   TO  ERROR-CNT
               MOVE    REF-FILE-NAME(REF-MATCH-IDX)
                                           TO  DELETE-REF-FILE-NAME
               MOVE    DELETE-REJECT-TEXT  TO  ACTION-TEXT-SAVE
           ELSE
               MOVE    "Y"                 TO  PART-DELETED-SW
               ADD     1                   TO  DELETE-CNT
               MOVE    "DELETED"           TO  ACTION-TEXT-SAVE
               MOVE    "D"                 TO  AUD-ACTION
               PERFORM 300-AUDIT-PART-FIELDS
               MOVE    ZEROS               TO  QUANTITY-N
               PERFORM 300-FIT-LOTS-TO-ON-HAND
               PERFORM 300-WRITE-MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * write the held part to the new master, unless a delete
      * transaction dropped it.
           MOVE    LOCATION-CODE-I         TO  LOCATION-CODE-N.
           MOVE    LAST-RECEIVED-DATE-I    TO  LAST-RECEIVED-DATE-N.
           MOVE    LAST-SOLD-DATE-I        TO  LAST-SOLD-DATE-N.
           MOVE    AVG-UNIT-COST-I         TO  AVG-UNIT-COST-N.

      *-----------------------------------------------------------------
      * remember the fields every register line prints, off the
      *-----------------------------------------------------------------
      * append one record to the movement ledger -- the part, the
      * transaction that moved it, the on-hand before and after, and
      * this program as the source -- with the price the part is
      * carried at and the unit cost, so the general ledger can value
      * the move.  a receipt or an add carries the cost the dock
      * keyed, a return to the vendor the cost on its debit memo, and
      * a part made by a kit build the cost KITBUILD rolled up off
      * its components; anything else, or one of those without a
      * cost, carries the moving average.  the average before and
      * after go with it, so the cost a receipt folds into the stock
      * already on hand can be valued too, and the record is stamped
      * with when it was appended.
      *-----------------------------------------------------------------
       300-WRITE-MOVEMENT-RECORD.
           MOVE    TRANS-PART-NUMBER       TO  MOVE-PART-NUMBER.
           MOVE    QTY-BEFORE-SAVE         TO  MOVE-QTY-BEFORE.
           MOVE    QUANTITY-N              TO  MOVE-QTY-AFTER.
           MOVE    "INVMAINT"              TO  MOVE-SOURCE-PROGRAM.
           MOVE    UNIT-PRICE-N            TO  MOVE-UNIT-PRICE
                                               MOVE-PRIOR-PRICE.
           IF  (TRANS-IS-RECEIPT OR TRANS-IS-ADD
                       OR TRANS-IS-VENDOR-RETURN
                       OR TRANS-IS-ASSEMBLY-RECEIPT)
                   AND TRANS-UNIT-COST > ZEROS
               MOVE    TRANS-UNIT-COST     TO  MOVE-UNIT-COST
           ELSE
               MOVE    AVG-UNIT-COST-N     TO  MOVE-UNIT-COST.
           MOVE    AVG-UNIT-COST-N         TO  MOVE-AVG-COST.
           MOVE    AVG-COST-BEFORE-SAVE    TO  MOVE-PRIOR-AVG-COST.
           ACCEPT  MOVE-POST-DATE          FROM DATE YYYYMMDD.
           ACCEPT  MOVE-POST-TIME          FROM TIME.
           WRITE   MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * bring the held part's lots into line with its on-hand before
      * anything is posted to it -- stock on hand from before lots
      * were kept goes into lot "OPENING", with no expiry.
      *-----------------------------------------------------------------
       300-SEED-OPENING-LOT.
           MOVE    "OPENING"           TO  LOT-NUMBER-SAVE.
           MOVE    LAST-RECEIVED-DATE-N    TO  LOT-RECEIVED-SAVE.
           MOVE    99999999            TO  LOT-EXPIRY-SAVE.
           PERFORM 300-RECONCILE-PART-LOTS.

      *-----------------------------------------------------------------
      * bring the held part's lots into line with the on-hand the
      * transaction in hand has just set -- a gain lands in a lot
      * named for the transaction code and date, with no expiry.
      *-----------------------------------------------------------------
       300-FIT-LOTS-TO-ON-HAND.
           MOVE    TRANS-CODE          TO  DEFAULT-LOT-PREFIX.
           MOVE    TRANS-DATE          TO  DEFAULT-LOT-DATE.
           MOVE    DEFAULT-LOT-NUMBER  TO  LOT-NUMBER-SAVE.
           MOVE    TRANS-DATE          TO  LOT-RECEIVED-SAVE.
           MOVE    99999999            TO  LOT-EXPIRY-SAVE.
           PERFORM 300-RECONCILE-PART-LOTS.

      *-----------------------------------------------------------------
      * put the receipt in hand on the lot RCVPOST named for it -- a
      * receipt keyed without one lands in a lot named for its date,
      * and one without an expiry never expires.
      *-----------------------------------------------------------------
       300-OPEN-RECEIPT-LOT.
           IF  TRANS-LOT-NUMBER = SPACES
               MOVE    TRANS-CODE          TO  DEFAULT-LOT-PREFIX
               MOVE    TRANS-DATE          TO  DEFAULT-LOT-DATE
               MOVE    DEFAULT-LOT-NUMBER  TO  LOT-NUMBER-SAVE
           ELSE
               MOVE    TRANS-LOT-NUMBER    TO  LOT-NUMBER-SAVE.
           IF  TRANS-LOT-EXPIRY NOT NUMERIC
                   OR TRANS-LOT-EXPIRY = ZEROS
               MOVE    99999999            TO  LOT-EXPIRY-SAVE
           ELSE
               MOVE    TRANS-LOT-EXPIRY    TO  LOT-EXPIRY-SAVE.
           MOVE    TRANS-DATE          TO  LOT-RECEIVED-SAVE.
           MOVE    TRANS-QTY           TO  LOT-ADD-QTY.
           PERFORM 300-ADD-TO-LOT.

      *-----------------------------------------------------------------
      * make the held part's lots add up to QUANTITY-N -- a shortfall
      * is added to the lot in the -SAVE fields; an excess is drawn
      * off the earliest-expiring lots, expired or not.
      *-----------------------------------------------------------------
       300-RECONCILE-PART-LOTS.
           PERFORM 300-SUM-PART-LOTS.
           IF  LOT-PART-TOTAL < QUANTITY-N
               COMPUTE LOT-ADD-QTY = QUANTITY-N - LOT-PART-TOTAL
               PERFORM 300-ADD-TO-LOT
           ELSE
               IF  LOT-PART-TOTAL > QUANTITY-N
                   COMPUTE LOT-DRAW-LEFT =
                           LOT-PART-TOTAL - QUANTITY-N
                   MOVE    "N"         TO  LOT-SKIP-EXPIRED-SW
                   PERFORM 300-DRAW-LOTS-EARLIEST-FIRST.

      *-----------------------------------------------------------------
      * total the held part's lots, whole and not yet expired on the
      * transaction date.
      *-----------------------------------------------------------------
       300-SUM-PART-LOTS.
           MOVE    ZEROS               TO  LOT-PART-TOTAL
                                           LOT-USABLE-TOTAL.
           PERFORM 400-SUM-ONE-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.

      *-----------------------------------------------------------------
      * add LOT-ADD-QTY to the held part's lot in LOT-NUMBER-SAVE,
      * opening the lot when the part has none by that number.  stock
      * added to a lot that would outlast it brings the lot's expiry
      * forward -- a lot goes bad when the first of it does.
      *-----------------------------------------------------------------
       300-ADD-TO-LOT.
           MOVE    "N"                 TO  LOT-FOUND-SW.
           PERFORM 400-SEARCH-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN
                       OR LOT-FOUND-SW = "Y".
           IF  LOT-FOUND-SW = "Y"
               PERFORM 400-ADD-TO-MATCHED-LOT
           ELSE
               ADD     1                   TO  LOT-TABLE-LEN
               MOVE    PART-NUMBER-N       TO
                       LOT-TAB-PART(LOT-TABLE-LEN)
               MOVE    LOT-NUMBER-SAVE     TO
                       LOT-TAB-NUMBER(LOT-TABLE-LEN)
               MOVE    LOT-ADD-QTY         TO
                       LOT-TAB-QTY(LOT-TABLE-LEN)
               MOVE    ZEROS               TO
                       LOT-TAB-TRANSIT-QTY(LOT-TABLE-LEN)
               MOVE    LOT-RECEIVED-SAVE   TO
                       LOT-TAB-RECEIVED(LOT-TABLE-LEN)
               MOVE    LOT-EXPIRY-SAVE     TO
                       LOT-TAB-EXPIRY(LOT-TABLE-LEN).

      *-----------------------------------------------------------------
      * take LOT-DRAW-LEFT off the held part's lots, the lot that
      * expires first going first, until it is all drawn or the part
      * has no lot left to draw from.
      *-----------------------------------------------------------------
       300-DRAW-LOTS-EARLIEST-FIRST.
           MOVE    "Y"                 TO  LOT-FOUND-SW.
           PERFORM 400-DRAW-EARLIEST-LOT
                   UNTIL LOT-DRAW-LEFT = ZEROS
                       OR LOT-FOUND-SW = "N".

      *-----------------------------------------------------------------
      * take a scrapped or vendor-returned quantity off the held
      * part's lot "E"+date first -- the restock that brought it back
      * in -- and whatever is left off the earliest-expiring lots.
      *-----------------------------------------------------------------
       300-DRAW-RETURN-LOT.
           MOVE    "E"                 TO  DEFAULT-LOT-PREFIX.
           MOVE    TRANS-DATE          TO  DEFAULT-LOT-DATE.
           MOVE    DEFAULT-LOT-NUMBER  TO  LOT-NUMBER-SAVE.
           MOVE    TRANS-QTY           TO  LOT-DRAW-LEFT.
           MOVE    "N"                 TO  LOT-FOUND-SW.
           PERFORM 400-SEARCH-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN
                       OR LOT-FOUND-SW = "Y".
           IF  LOT-FOUND-SW = "Y"
               PERFORM 400-DRAW-FROM-MATCHED-LOT.
           IF  LOT-DRAW-LEFT > ZEROS
               MOVE    "N"                 TO  LOT-SKIP-EXPIRED-SW
               PERFORM 300-DRAW-LOTS-EARLIEST-FIRST.

      *-----------------------------------------------------------------
      * put the reorder point change in hand on the audit trail.
      *-----------------------------------------------------------------
       300-AUDIT-REORDER-POINT-CHANGE.
           MOVE    "C"                 TO  AUD-ACTION.
           MOVE    "REORDER-POINT"     TO  AUD-FIELD-NAME.
           MOVE    REORDER-POINT-N     TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUD-BEFORE-VALUE.
           MOVE    TRANS-REORDER-POINT TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUD-AFTER-VALUE.
           PERFORM 300-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * put every maintained field of the held part on the audit
      * trail -- as the after side of an add (AUD-ACTION "A") or the
      * before side of a delete ("D").  the on-hand is left to the
      * movement ledger.
      *-----------------------------------------------------------------
       300-AUDIT-PART-FIELDS.
           MOVE    "PART-NAME"         TO  AUD-FIELD-NAME.
           MOVE    PART-NAME-N         TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.
           MOVE    "UNIT-PRICE"        TO  AUD-FIELD-NAME.
           MOVE    UNIT-PRICE-N        TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.
           MOVE    "REORDER-POINT"     TO  AUD-FIELD-NAME.
           MOVE    REORDER-POINT-N     TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.
           MOVE    "SUPPLIER-ID"       TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-ID-N       TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.
           MOVE    "LOCATION-CODE"     TO  AUD-FIELD-NAME.
           MOVE    LOCATION-CODE-N     TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.
           MOVE    "AVG-UNIT-COST"     TO  AUD-FIELD-NAME.
           MOVE    AVG-UNIT-COST-N     TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-VALUE-SAVE.
           PERFORM 400-WRITE-PART-FIELD-AUDIT.

      *-----------------------------------------------------------------
      * write one field of an added or deleted part.
      *-----------------------------------------------------------------
       400-WRITE-PART-FIELD-AUDIT.
           IF  AUD-ACTION = "A"
               MOVE    SPACES              TO  AUD-BEFORE-VALUE
               MOVE    AUDIT-VALUE-SAVE    TO  AUD-AFTER-VALUE
           ELSE
               MOVE    AUDIT-VALUE-SAVE    TO  AUD-BEFORE-VALUE
               MOVE    SPACES              TO  AUD-AFTER-VALUE.
           PERFORM 300-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * read one open order and note the part it names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-OPEN-ORDER-REF.
           READ    OPEN-ORDERS-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    OORD-PART-NUMBER    TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one allocation and note the part it names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-ALLOCATION-REF.
           READ    ALLOCATION-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    ALOC-PART-NUMBER    TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one transfer in transit and note the part it names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-IN-TRANSIT-REF.
           READ    IN-TRANSIT-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    INTR-PART-NUMBER    TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one supplier cross-reference and note the part it
      * names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-PART-SUPPLIER-REF.
           READ    PART-SUPPLIER-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    XRF-PART-NUMBER     TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one bill-of-materials line and note both the kit and
      * the component it names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-BOM-REF.
           READ    BILL-OF-MATERIALS-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    BOM-KIT-PART        TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE
                       MOVE    BOM-COMPONENT-PART  TO  REF-PART-SAVE
                       PERFORM 400-ADD-PART-REFERENCE.

      *-----------------------------------------------------------------
      * add the part in REF-PART-SAVE to the reference table, unless
      * an earlier record already put it there.
      *-----------------------------------------------------------------
       400-ADD-PART-REFERENCE.
           MOVE    "N"                 TO  REF-FOUND-SW.
           PERFORM 400-SEARCH-PART-REFERENCE
               VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > REF-TABLE-LEN
                       OR REF-FOUND-SW = "Y".
           IF  REF-FOUND-SW = "N"
               ADD     1               TO  REF-TABLE-LEN
               MOVE    REF-PART-SAVE   TO  REF-PART(REF-TABLE-LEN)
               MOVE    REF-FILE-SAVE   TO
                       REF-FILE-NAME(REF-TABLE-LEN).

      *-----------------------------------------------------------------
      * match one reference-table entry by part number.
      *-----------------------------------------------------------------
       400-SEARCH-PART-REFERENCE.
           IF  REF-PART(REF-IDX) = REF-PART-SAVE
               MOVE    "Y"             TO  REF-FOUND-SW
               MOVE    REF-IDX         TO  REF-MATCH-IDX.

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
      * add one lot of the held part into its totals.
      *-----------------------------------------------------------------
       400-SUM-ONE-LOT.
           IF  LOT-TAB-PART(LOT-IDX) = PART-NUMBER-N
               ADD     LOT-TAB-QTY(LOT-IDX)    TO  LOT-PART-TOTAL
               IF  LOT-TAB-EXPIRY(LOT-IDX) NOT < TRANS-DATE
                   ADD     LOT-TAB-QTY(LOT-IDX)    TO
                           LOT-USABLE-TOTAL.

      *-----------------------------------------------------------------
      * match one lot-table entry by the held part and lot number.
      *-----------------------------------------------------------------
       400-SEARCH-LOT.
           IF  LOT-TAB-PART(LOT-IDX) = PART-NUMBER-N
                   AND LOT-TAB-NUMBER(LOT-IDX) = LOT-NUMBER-SAVE
               MOVE    "Y"             TO  LOT-FOUND-SW
               MOVE    LOT-IDX         TO  LOT-MATCH-IDX.

      *-----------------------------------------------------------------
      * find the held part's earliest-expiring lot with stock left
      * and draw what it can give of LOT-DRAW-LEFT.
      *-----------------------------------------------------------------
       400-DRAW-EARLIEST-LOT.
           MOVE    "N"                 TO  LOT-FOUND-SW.
           MOVE    1                   TO  LOT-MATCH-IDX.
           PERFORM 400-FIND-EARLIEST-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.
           IF  LOT-FOUND-SW = "Y"
               PERFORM 400-DRAW-FROM-MATCHED-LOT.

      *-----------------------------------------------------------------
      * keep the lot in hand if it expires before the earliest found
      * so far -- passing over a used-up lot, and an expired one when
      * LOT-SKIP-EXPIRED-SW says so.
      *-----------------------------------------------------------------
       400-FIND-EARLIEST-LOT.
           IF  LOT-TAB-PART(LOT-IDX) = PART-NUMBER-N
                   AND LOT-TAB-QTY(LOT-IDX) > ZEROS
                   AND (LOT-SKIP-EXPIRED-SW = "N"
                       OR LOT-TAB-EXPIRY(LOT-IDX) NOT < TRANS-DATE)
               IF  LOT-FOUND-SW = "N"
                       OR LOT-TAB-EXPIRY(LOT-IDX)
                           < LOT-TAB-EXPIRY(LOT-MATCH-IDX)
                   MOVE    "Y"         TO  LOT-FOUND-SW
                   MOVE    LOT-IDX     TO  LOT-MATCH-IDX.

      *-----------------------------------------------------------------
      * add to the lot found, bringing its expiry forward when the
      * stock added goes bad sooner.
      *-----------------------------------------------------------------
       400-ADD-TO-MATCHED-LOT.
           ADD     LOT-ADD-QTY         TO  LOT-TAB-QTY(LOT-MATCH-IDX).
           IF  LOT-EXPIRY-SAVE < LOT-TAB-EXPIRY(LOT-MATCH-IDX)
               MOVE    LOT-EXPIRY-SAVE     TO
                       LOT-TAB-EXPIRY(LOT-MATCH-IDX).

      *-----------------------------------------------------------------
      * take what the earliest-expiring lot can give.
      *-----------------------------------------------------------------
       400-DRAW-FROM-MATCHED-LOT.
           IF  LOT-TAB-QTY(LOT-MATCH-IDX) < LOT-DRAW-LEFT
               MOVE    LOT-TAB-QTY(LOT-MATCH-IDX)  TO  LOT-DRAW-QTY
           ELSE
               MOVE    LOT-DRAW-LEFT               TO  LOT-DRAW-QTY.
           SUBTRACT LOT-DRAW-QTY       FROM LOT-TAB-QTY(LOT-MATCH-IDX)
                                            LOT-DRAW-LEFT.

      *-----------------------------------------------------------------
      * append one audit record -- the caller has set the action, the
      * field and its two values; the part, its supplier, who, what
      * and when are filled in here.
      *-----------------------------------------------------------------
       300-WRITE-AUDIT-RECORD.
           MOVE    STAMP-DATE          TO  AUD-DATE.
           ACCEPT  TIME-NOW            FROM TIME.
           COMPUTE AUD-TIME = TIME-NOW / 100.
           MOVE    AUDIT-OPERATOR      TO  AUD-OPERATOR.
           MOVE    "INVMAINT"          TO  AUD-PROGRAM.
           MOVE    PART-NUMBER-N       TO  AUD-PART-NUMBER.
           MOVE    SUPPLIER-ID-N       TO  AUD-SUPPLIER-ID.
           WRITE   AUDIT-RECORD.

      ******************************************************************
      * sort INVTRAN.TXT into part-number order so it can be matched
      * against OLD-MASTER-IN, which is already kept in that order.
                           POST-REPORT-OUT.
           PERFORM 300-OPEN-MOVEMENT-LEDGER.
           PERFORM 300-OPEN-SUSPENSE-FILE.
           PERFORM 300-OPEN-AUDIT-LOG.

      *-----------------------------------------------------------------
      * SUSPENSE.TXT is only ever appended to here, but the very
           IF  SUSP-FILE-STATUS = "35"
               OPEN    OUTPUT  SUSPENSE-FILE-OUT.

      *-----------------------------------------------------------------
      * AUDITLOG.TXT is only ever appended to, so it opens the same
      * way SUSPENSE.TXT does.
      *-----------------------------------------------------------------
       300-OPEN-AUDIT-LOG.
           OPEN    EXTEND  AUDIT-LOG-OUT.
           IF  AUDIT-FILE-STATUS = "35"
               OPEN    OUTPUT  AUDIT-LOG-OUT.

      *-----------------------------------------------------------------
      * take the id of the operator running the posting, for the
      * audit trail.  asked again until something is keyed.
      *-----------------------------------------------------------------
       300-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID? ".
           ACCEPT  AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      * load every part still named on an open order, an
      * allocation, a transfer in transit, a supplier
      * cross-reference or a kit's bill into PART-REFERENCE-TABLE.
      * a file not there yet names nothing.
      *-----------------------------------------------------------------
       300-LOAD-PART-REFERENCES.
           OPEN    INPUT   OPEN-ORDERS-IN.
           IF  OORD-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "OPENORD"       TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-OPEN-ORDER-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   OPEN-ORDERS-IN.
           OPEN    INPUT   ALLOCATION-IN.
           IF  ALOC-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "ALLOC"         TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-ALLOCATION-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   ALLOCATION-IN.
           OPEN    INPUT   IN-TRANSIT-IN.
           IF  INTR-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "INTRANS"       TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-IN-TRANSIT-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   IN-TRANSIT-IN.
           OPEN    INPUT   PART-SUPPLIER-IN.
           IF  XREF-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "PARTSUPP"      TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-PART-SUPPLIER-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   PART-SUPPLIER-IN.
           OPEN    INPUT   BILL-OF-MATERIALS-IN.
           IF  BOM-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "BOM"           TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-BOM-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   BILL-OF-MATERIALS-IN.

      *-----------------------------------------------------------------
      * load LOTS.TXT into LOT-TABLE.  no file yet is simply no lots;
      * every part is then opened as lot "OPENING" as it passes.
      *-----------------------------------------------------------------
       300-LOAD-LOT-TABLE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               MOVE    "N"             TO  LOT-EOF-SW
               PERFORM 400-LOAD-ONE-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * MOVELOG.TXT is only ever appended to, but the very first run
      * anywhere has no file yet for OPEN EXTEND to extend -- probe
       200-TERMINATE-INVENTORY-POSTING.
           PERFORM 300-PRINT-POST-REPORT-FOOTER.
           PERFORM 300-CLOSE-POSTING-FILES.
           PERFORM 300-REWRITE-LOT-FILE.
           PERFORM 300-SWAP-MASTER-GENERATIONS.
           MOVE    "C"                 TO  RCTL-STATUS-SAVE.
           PERFORM 300-STAMP-RUN-CONTROL.
           MOVE    "CHANGED"           TO  FOOTER-NAME.
           MOVE    CHANGE-CNT          TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
           MOVE    "RETURNS IN"        TO  FOOTER-NAME.
           MOVE    RETURN-CNT          TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
           MOVE    "RETURNS OUT"       TO  FOOTER-NAME.
           MOVE    RETURN-OUT-CNT      TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
           MOVE    "ASSEMBLY OUT"      TO  FOOTER-NAME.
           MOVE    ASSEMBLY-OUT-CNT    TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
           MOVE    "ASSEMBLY IN"       TO  FOOTER-NAME.
           MOVE    ASSEMBLY-IN-CNT     TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
           MOVE    "REJECTED"          TO  FOOTER-NAME.
           MOVE    ERROR-CNT           TO  FOOTER-COUNTER.
           WRITE   POST-REPORT-LINE    FROM    REPORT-FOOTER.
                   NEW-MASTER-OUT
                   POST-REPORT-OUT
                   MOVEMENT-LEDGER-OUT
                   SUSPENSE-FILE-OUT
                   AUDIT-LOG-OUT.

      *-----------------------------------------------------------------
      * rewrite LOTS.TXT with every lot not used up, put back in
      * part/lot order -- lots opened this run were appended to the
      * table.
      *-----------------------------------------------------------------
       300-REWRITE-LOT-FILE.
           SORT    LOT-SORT-WORK-FILE
                   ON ASCENDING KEY SRT-LOT-PART-NUMBER
                   ON ASCENDING KEY SRT-LOT-NUMBER
                   INPUT PROCEDURE 300-RELEASE-LOTS-IN-USE
                   GIVING LOT-FILE.

      *-----------------------------------------------------------------
      * feed the sort every lot with stock left on the shelf or on
      * the road.
      *-----------------------------------------------------------------
       300-RELEASE-LOTS-IN-USE.
           PERFORM 400-RELEASE-ONE-LOT
               VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-TABLE-LEN.

      *-----------------------------------------------------------------
      * release one lot, unless it is used up.
      *-----------------------------------------------------------------
       400-RELEASE-ONE-LOT.
           IF  LOT-TAB-QTY(LOT-IDX) > ZEROS
                   OR LOT-TAB-TRANSIT-QTY(LOT-IDX) > ZEROS
               MOVE    LOT-TAB-PART(LOT-IDX)   TO
                       SRT-LOT-PART-NUMBER
               MOVE    LOT-TAB-NUMBER(LOT-IDX) TO  SRT-LOT-NUMBER
               MOVE    LOT-TAB-QTY(LOT-IDX)    TO  SRT-LOT-QTY
               MOVE    LOT-TAB-TRANSIT-QTY(LOT-IDX)
                                               TO  SRT-LOT-TRANSIT-QTY
               MOVE    LOT-TAB-RECEIVED(LOT-IDX)
                                               TO  SRT-LOT-RECEIVED-DATE
               MOVE    LOT-TAB-EXPIRY(LOT-IDX) TO  SRT-LOT-EXPIRY-DATE
               RELEASE LOT-SORT-RECORD.

      ******************************************************************
      * count the raw transactions and hash their quantities before
