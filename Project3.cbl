      *
      * - Read "INVMAST.DAT" (the indexed inventory master) and then
      *    create "INVREPRT.TXT" and "REORDER.TXT".
      * - Every part is valued twice on "INVREPRT.TXT" -- at retail
      *    (on hand times unit price) and at cost (on hand times the
      *    moving-average cost INVMAINT keeps) -- with both figures
      *    on the location subtotals and the grand total.
      * - Stock in lots already past their expiry date on "LOTS.TXT"
      *    is not counted as available to the reorder test, so a
      *    shelf of expired stock no longer masks a shortage.
      * - A kit on "BOM.TXT" that falls to its reorder point is built,
      *    not bought: its line on "REORDER.TXT" says so, and its
      *    need is exploded down its bill so the components carry
      *    that demand into their own reorder test.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALOC-FILE-STATUS.

      *    The stock lots INVMAINT keeps.  stock in a lot already
      *    past its expiry date cannot be sold, so the reorder test
      *    takes it out of availability too.  absent before the
      *    first posting run that kept lots, so its open is
      *    status-checked.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

      *    The bills of materials KITBUILD builds kits by.  a kit
      *    short of its reorder point is exploded down its bill so
      *    its components are reordered for it.  absent until the
      *    first kit is set up, so its open is status-checked.
           SELECT  BILL-OF-MATERIALS-IN
                   ASSIGN TO "D:\BOM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BOM-FILE-STATUS.

      *    The run-control file the nightly stream stamps and
      *    checks -- this run refuses to start unless ABCRANK and
      *    INVMAINT both completed today, so the reports can never
           COPY    SUPPREC.

       FD  INVENT-FILE-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
       FD  INVENT-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INVENTORY-OUT.
       01  INVENTORY-OUT               PIC X(78).
       
       FD  INVENT-REORDER-OUT
           RECORD CONTAINS 80 CHARACTERS
       01  ALLOCATION-RECORD.
           COPY    ALOCREC.

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

       FD  BILL-OF-MATERIALS-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY    BOMREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.

      *    INVHIST.TXT gets one record appended every run so month-over-
      *    month trends (record counts, grand total, reorder hits) can
      *    be tracked over time.  the grand total at cost rides on the
      *    end of the record.
       FD  INVENT-HISTORY-OUT
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.
       01  HISTORY-RECORD.
           05  HIST-RUN-DATE       PIC 9(08).
           05  HIST-WCNT           PIC 9(03).
           05  HIST-GRAND-TOTAL    PIC 9(12)V99.
           05  HIST-REORDER-CNT    PIC 9(03).
           05  HIST-COST-GRAND-TOTAL   PIC 9(12)V99.

      *    Sort work record -- one field per INVENTORY-RECORD field
      *    plus the computed inventory value, so the report can be
           05  SRT-LOCATION-CODE   PIC X(03).
           05  SRT-LAST-RECEIVED-DATE  PIC 9(08).
           05  SRT-LAST-SOLD-DATE  PIC 9(08).
           05  SRT-AVG-UNIT-COST   PIC 9(05)V99.
           05  SRT-INVENT-VALUE    PIC 9(09)V99.

      *    Holds the inventory master once the sort has put it in
      *    the order chosen at run time.  the extra bytes past the
      *    69 that make up INVENTORY-RECORD are the computed sort
      *    value and are dropped by the READ INTO that repopulates
      *    INVENTORY-RECORD.
       FD  SORTED-INVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORTED-INVENTORY-RECORD.
       01  SORTED-INVENTORY-RECORD    PIC X(80).

      *    A checkpoint is written every CHECKPOINT-INTERVAL records so
      *    a restart can skip back over work already reflected in
      *    subtotals already printed, so the end-of-run balancing
      *    checks still foot after a restart; CKPT-QTY-HASH and
      *    CKPT-VALUE-HASH do the same for the extract trailer's
      *    hash totals.  CKPT-COST-GRAND-TOTAL, CKPT-LOC-COST-SUBTOTAL
      *    and CKPT-LOC-COST-SUM carry the same three running totals
      *    at cost.
       FD  INVENT-CHECKPOINT-FILE
           RECORD CONTAINS 138 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
       01  CHECKPOINT-RECORD.
           05  CKPT-PART-NUMBER        PIC 9(05).
           05  CKPT-LOC-TOTAL-SUM      PIC 9(12)V99.
           05  CKPT-QTY-HASH           PIC 9(09).
           05  CKPT-VALUE-HASH         PIC 9(12)V99.
           05  CKPT-COST-GRAND-TOTAL   PIC 9(12)V99.
           05  CKPT-LOC-COST-SUBTOTAL  PIC 9(12)V99.
           05  CKPT-LOC-COST-SUM       PIC 9(12)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  FILLER              PIC X(08) VALUE "PRICE".
           05  FILLER              PIC X(13) VALUE "        VALUE".
           05  FILLER              PIC X(04) VALUE " CLS".
           05  FILLER              PIC X(16) VALUE
                   "      COST VALUE".
      
      *    This record is for printing the detail of inventory report.
       01  INVENT-DETAIL.
           05  VALUE-O             PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CLASS-O             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COST-VALUE-O        PIC $$$$,$$$,$$9.99.
           
      *    This record is for printing the total of inventory report.
       01  INVENT-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "TOTAL VALUE".
           05  TOTAL               PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(07) VALUE "  COST ".
           05  COST-TOTAL          PIC $$$$,$$$,$$$,$$9.99.

      *    This record is for printing the title of a warehouse
      *    location page break on the inventory report.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "LOCATION SUBTOTAL".
           05  LOCATION-TOTAL-O    PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(07) VALUE "  COST ".
           05  LOCATION-COST-O     PIC $$$$,$$$,$$$,$$9.99.


      *    This record is for print the footer of inventory report.
           05  GRAND-TOTAL         PIC 9(12)V99 VALUE ZEROS.
           05  UNMATCHED-VALUE     PIC 9(12)V99 VALUE ZEROS.
           05  LOCATION-SUBTOTAL   PIC 9(12)V99 VALUE ZEROS.
           05  COST-GRAND-TOTAL    PIC 9(12)V99 VALUE ZEROS.
           05  LOCATION-COST-SUBTOTAL  PIC 9(12)V99 VALUE ZEROS.

      *    Remembers the location of the last record printed, to
      *    detect the warehouse control-break on INVREPRT.TXT.
           05  CKPT-LOC-SUM-SAVED      PIC 9(12)V99 VALUE ZEROS.
           05  CKPT-QTY-HASH-SAVED     PIC 9(09) VALUE ZEROS.
           05  CKPT-VAL-HASH-SAVED     PIC 9(12)V99 VALUE ZEROS.
           05  CKPT-COST-TOTAL-SAVED   PIC 9(12)V99 VALUE ZEROS.
           05  CKPT-LOC-COST-SAVED     PIC 9(12)V99 VALUE ZEROS.
           05  CKPT-LOC-COST-SUM-SAVED PIC 9(12)V99 VALUE ZEROS.
           05  CKPT-DIV-QUOT           PIC 9(05).
           05  CKPT-DIV-REM            PIC 9(03).

       01  BALANCING-CONTROLS.
           05  XCNT                    PIC 9(03) VALUE ZEROS.
           05  LOCATION-TOTAL-SUM      PIC 9(12)V99 VALUE ZEROS.
           05  LOCATION-COST-SUM       PIC 9(12)V99 VALUE ZEROS.
           05  SUPPLIER-TOTAL-SUM      PIC 9(12)V99 VALUE ZEROS.
           05  BALANCE-DIFF            PIC S9(13)V99 VALUE ZEROS.
           05  OUT-OF-BALANCE-SW       PIC X(01) VALUE "N".
               10  ALLOC-PART          PIC 9(05).
               10  ALLOC-QTY           PIC 9(05).

      *    This table is for saving of the expired lots still on the
      *    shelf, so each reorder candidate's expired stock can be
      *    taken out of its availability.
       01  EXPIRED-LOT-TABLE.
           05  EXPIRED-TABLE-LEN   PIC 9(04) VALUE ZEROS.
           05  EXPIRED-TAB         OCCURS 1 TO 9999
                                   DEPENDING ON EXPIRED-TABLE-LEN.
               10  EXPIRED-PART        PIC 9(05).
               10  EXPIRED-QTY         PIC 9(05).

      *    This table is for saving of every bill-of-materials line,
      *    so a kit can be told from a bought part and exploded.
       01  BOM-TABLE.
           05  BOM-TABLE-LEN       PIC 9(03) VALUE ZEROS.
           05  BOM-TAB             OCCURS 1 TO 999
                                   DEPENDING ON BOM-TABLE-LEN.
               10  BOM-TAB-KIT         PIC 9(05).
               10  BOM-TAB-COMPONENT   PIC 9(05).
               10  BOM-TAB-QTY-PER     PIC 9(03).

      *    This table is for saving of the demand kits short of their
      *    reorder point put on each component, built up as the sort
      *    reads the master ahead of the report.
       01  KIT-DEMAND-TABLE.
           05  KIT-DEMAND-LEN      PIC 9(03) VALUE ZEROS.
           05  KIT-DEMAND-TAB      OCCURS 1 TO 999
                                   DEPENDING ON KIT-DEMAND-LEN.
               10  KIT-DEMAND-PART     PIC 9(05).
               10  KIT-DEMAND-TAB-QTY  PIC 9(07).

      *    Controls for the kit explosion.  the explosion is single-
      *    level: a component that is itself a kit carries the
      *    demand, but it is not exploded again.
       01  KIT-CONTROLS.
           05  BOM-FILE-STATUS     PIC X(02).
           05  BOM-EOF-SW          PIC X(01) VALUE "N".
           05  KIT-BILL-SW         PIC X(01) VALUE "N".
           05  KD-FOUND-SW         PIC X(01) VALUE "N".
           05  BM-IDX              PIC 9(04).
           05  KD-IDX              PIC 9(04).
           05  KD-MATCH-IDX        PIC 9(04).
           05  KIT-NEED-QTY        PIC 9(07).
           05  KIT-COMPONENT-QTY   PIC 9(07).
           05  KIT-DEMAND-QTY      PIC 9(07).

      *    Controls for the net availability the reorder test judges
      *    -- on hand minus committed minus expired minus what kits
      *    need of it; it can go negative when more is promised than
      *    sits on the shelf.
       01  ALLOC-CONTROLS.
           05  ALOC-FILE-STATUS    PIC X(02).
           05  ALOC-EOF-SW         PIC X(01) VALUE "N".
           05  AL-IDX              PIC 9(04).
           05  COMMITTED-QTY       PIC 9(07).
           05  LOT-FILE-STATUS     PIC X(02).
           05  LOT-EOF-SW          PIC X(01) VALUE "N".
           05  EX-IDX              PIC 9(04).
           05  EXPIRED-STOCK-QTY   PIC 9(07).
           05  NET-AVAILABLE-QTY   PIC S9(07).

      *    Controls for the run-control checks and stamps -- which
           05  FILLER              PIC X(06) VALUE "  LEAD".
           05  ALT-LEAD-DAYS-R     PIC ZZ9.

      *    This record is for printing the kit demand a component's
      *    reorder line carries, indented under it.
       01  REORDER-KIT-DEMAND.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "KIT DEMAND: ".
           05  KIT-DEMAND-R        PIC ZZZZZZ9.

      *    This record is for printing one component a kit's build
      *    line needs, indented under it.
       01  REORDER-KIT-COMPONENT.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "COMPONENT: ".
           05  KIT-COMPONENT-R     PIC 9(05).
           05  FILLER              PIC X(06) VALUE "  PER ".
           05  KIT-QTY-PER-R       PIC ZZ9.
           05  FILLER              PIC X(06) VALUE "  QTY ".
           05  KIT-COMPONENT-QTY-R PIC ZZZZZZ9.

      *    This table is for saving of the A/B/C class ABCRANK cut
      *    for each part, looked up as each detail line prints.
       01  ABC-CLASS-TABLE.
       
       01  MISCELLONIOUS.
           05  INVENT-VALUE        PIC 9(09)V99.
           05  INVENT-COST-VALUE   PIC 9(09)V99.
           05  IDX                 PIC 9(04).
           05  SUPPLIER-MATCH-IDX  PIC 9(04).

           PERFORM 300-LOAD-ABC-CLASS-TABLE.
           PERFORM 300-LOAD-XREF-TABLE.
           PERFORM 300-LOAD-ALLOCATION-TABLE.
           PERFORM 300-LOAD-EXPIRED-LOT-TABLE.
           PERFORM 300-LOAD-BOM-TABLE.
           PERFORM 300-LOAD-OPEN-ORDER-TABLE.
           PERFORM 300-CHECK-FOR-CHECKPOINT.
           PERFORM 300-SELECT-SORT-ORDER.
                       MOVE    ALOC-QTY            TO
                               ALLOC-QTY(ALLOC-TABLE-LEN).

      *-----------------------------------------------------------------
      * load the lots on LOTS.TXT already past their expiry date with
      * stock still on the shelf.  no LOTS.TXT yet simply leaves the
      * table empty, and nothing is taken out for expiry.
      *-----------------------------------------------------------------
       300-LOAD-EXPIRED-LOT-TABLE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-EXPIRED-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * read one lot, keeping it when it has expired with stock
      * still on the shelf.
      *-----------------------------------------------------------------
       400-LOAD-ONE-EXPIRED-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO LOT-EOF-SW
                   NOT AT END
                       IF  LOT-EXPIRY-DATE < CHECK-RUN-DATE
                               AND LOT-QTY > ZEROS
                           ADD     1       TO  EXPIRED-TABLE-LEN
                           MOVE    LOT-PART-NUMBER     TO
                                   EXPIRED-PART(EXPIRED-TABLE-LEN)
                           MOVE    LOT-QTY             TO
                                   EXPIRED-QTY(EXPIRED-TABLE-LEN).

      *-----------------------------------------------------------------
      * load BOM.TXT into BOM-TABLE.  no BOM.TXT yet simply leaves
      * the table empty, and no part is a kit.
      *-----------------------------------------------------------------
       300-LOAD-BOM-TABLE.
           OPEN    INPUT   BILL-OF-MATERIALS-IN.
           IF  BOM-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-BOM-LINE
                       UNTIL BOM-EOF-SW = "Y"
               CLOSE   BILL-OF-MATERIALS-IN.

      *-----------------------------------------------------------------
      * read one bill-of-materials line into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-BOM-LINE.
           READ    BILL-OF-MATERIALS-IN
                   AT END      MOVE "Y" TO BOM-EOF-SW
                   NOT AT END
                       ADD     1       TO  BOM-TABLE-LEN
                       MOVE    BOM-KIT-PART        TO
                               BOM-TAB-KIT(BOM-TABLE-LEN)
                       MOVE    BOM-COMPONENT-PART  TO
                               BOM-TAB-COMPONENT(BOM-TABLE-LEN)
                       MOVE    BOM-QTY-PER-KIT     TO
                               BOM-TAB-QTY-PER(BOM-TABLE-LEN).

      *-----------------------------------------------------------------
      * figure the record in hand's net availability -- on hand
      * minus what is committed to customer orders that have not
      * shipped, minus what sits in lots past their expiry date, and
      * minus what kits short of their own reorder point need of it.
      * this is what the reorder test judges against the reorder
      * point, so promised or expired stock stops masking a
      * shortage, and a component is bought ahead of the kits that
      * will use it.
      *-----------------------------------------------------------------
       300-COMPUTE-NET-AVAILABLE.
           MOVE    ZEROS               TO  COMMITTED-QTY
                                           EXPIRED-STOCK-QTY.
           PERFORM 400-SUM-ONE-ALLOCATION
               VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOC-TABLE-LEN.
           PERFORM 400-SUM-ONE-EXPIRED-LOT
               VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > EXPIRED-TABLE-LEN.
           PERFORM 300-FIND-KIT-DEMAND.
           COMPUTE NET-AVAILABLE-QTY =
                   QUANTITY-I - COMMITTED-QTY - EXPIRED-STOCK-QTY
                       - KIT-DEMAND-QTY.

      *-----------------------------------------------------------------
      * add one allocation of the record in hand's part into the
           IF  ALLOC-PART(AL-IDX) = PART-NUMBER-I
               ADD     ALLOC-QTY(AL-IDX)   TO  COMMITTED-QTY.

      *-----------------------------------------------------------------
      * add one expired lot of the record in hand's part into the
      * expired sum.
      *-----------------------------------------------------------------
       400-SUM-ONE-EXPIRED-LOT.
           IF  EXPIRED-PART(EX-IDX) = PART-NUMBER-I
               ADD     EXPIRED-QTY(EX-IDX) TO  EXPIRED-STOCK-QTY.

      *-----------------------------------------------------------------
      * load OPENORD.TXT into OPEN-ORDER-TABLE.  the very first run
      * anywhere has no file yet, which is simply an empty table --
                               SRT-LAST-RECEIVED-DATE
                       MOVE    LAST-SOLD-DATE-I    TO
                               SRT-LAST-SOLD-DATE
                       MOVE    AVG-UNIT-COST-I     TO
                               SRT-AVG-UNIT-COST
                       COMPUTE SRT-INVENT-VALUE =
                               QUANTITY-I * UNIT-PRICE-I
                       RELEASE SORT-RECORD
                       PERFORM 300-EXPLODE-KIT-NEED.

      *-----------------------------------------------------------------
      * ask the operator how many days without a sale makes a part
                       MOVE    CKPT-QTY-HASH       TO
                               CKPT-QTY-HASH-SAVED
                       MOVE    CKPT-VALUE-HASH     TO
                               CKPT-VAL-HASH-SAVED
                       MOVE    CKPT-COST-GRAND-TOTAL   TO
                               CKPT-COST-TOTAL-SAVED
                       MOVE    CKPT-LOC-COST-SUBTOTAL  TO
                               CKPT-LOC-COST-SAVED
                       MOVE    CKPT-LOC-COST-SUM   TO
                               CKPT-LOC-COST-SUM-SAVED.

      *-----------------------------------------------------------------
      * initialize variables.  on a restart, pick RCNT/WCNT/GRAND-TOTAL
               MOVE    CKPT-LOC-SUM-SAVED      TO  LOCATION-TOTAL-SUM
               MOVE    CKPT-QTY-HASH-SAVED     TO  QTY-HASH
               MOVE    CKPT-VAL-HASH-SAVED     TO  VALUE-HASH
               MOVE    CKPT-COST-TOTAL-SAVED   TO  COST-GRAND-TOTAL
               MOVE    CKPT-LOC-COST-SAVED     TO
                       LOCATION-COST-SUBTOTAL
               MOVE    CKPT-LOC-COST-SUM-SAVED TO  LOCATION-COST-SUM
               PERFORM 300-SKIP-CHECKPOINTED-RECORDS
                   UNTIL PART-NUMBER-I = CKPT-PART-NUMBER-SAVED
                       OR EOF-SW = "Y".
           MOVE    LOCATION-TOTAL-SUM      TO  CKPT-LOC-TOTAL-SUM.
           MOVE    QTY-HASH                TO  CKPT-QTY-HASH.
           MOVE    VALUE-HASH              TO  CKPT-VALUE-HASH.
           MOVE    COST-GRAND-TOTAL        TO  CKPT-COST-GRAND-TOTAL.
           MOVE    LOCATION-COST-SUBTOTAL  TO  CKPT-LOC-COST-SUBTOTAL.
           MOVE    LOCATION-COST-SUM       TO  CKPT-LOC-COST-SUM.
           WRITE   CHECKPOINT-RECORD.
      
      *----------------------------------------------------------------- 
      *-----------------------------------------------------------------
       300-COMPUTE-INVENTORY-VALUE.    
           COMPUTE INVENT-VALUE = QUANTITY-I * UNIT-PRICE-I.
           COMPUTE INVENT-COST-VALUE = QUANTITY-I * AVG-UNIT-COST-I.
        
      *-----------------------------------------------------------------
      * After printing every 10 records, skip a page.  
           MOVE    UNIT-PRICE-I        TO  UNIT-PRICE-O.
           MOVE    INVENT-VALUE        TO  VALUE-O.
           MOVE    PART-ABC-CLASS      TO  CLASS-O.
           MOVE    INVENT-COST-VALUE   TO  COST-VALUE-O.
           WRITE   INVENTORY-OUT       FROM    INVENT-DETAIL.
           ADD     1                   TO  WCNT.
           PERFORM 300-WRITE-EXTRACT-DETAIL.
       300-COMPUTE-GRAND-TOTAL.
           ADD INVENT-VALUE TO GRAND-TOTAL.
           ADD INVENT-VALUE TO LOCATION-SUBTOTAL.
           ADD INVENT-COST-VALUE TO COST-GRAND-TOTAL.
           ADD INVENT-COST-VALUE TO LOCATION-COST-SUBTOTAL.

      *-----------------------------------------------------------------
      * detect a change of warehouse location.  each location gets its
               PERFORM 300-BREAK-LOCATION
               PERFORM 300-PRINT-LOCATION-TITLE
               MOVE    LOCATION-CODE-I     TO  PREV-LOCATION-CODE
               MOVE    ZEROS               TO  LOCATION-SUBTOTAL
                                               LOCATION-COST-SUBTOTAL.

      *-----------------------------------------------------------------
      * finish off the location just left -- its subtotal and a page

      *-----------------------------------------------------------------
      * print the subtotal of inventory value for the location just
      * finished, at retail and at cost.
      *-----------------------------------------------------------------
       300-PRINT-LOCATION-SUBTOTAL.
           MOVE    LOCATION-SUBTOTAL   TO  LOCATION-TOTAL-O.
           ADD     LOCATION-SUBTOTAL   TO  LOCATION-TOTAL-SUM.
           MOVE    LOCATION-COST-SUBTOTAL  TO  LOCATION-COST-O.
           ADD     LOCATION-COST-SUBTOTAL  TO  LOCATION-COST-SUM.
           WRITE   INVENTORY-OUT       FROM    LOCATION-TOTAL
                   AFTER ADVANCING 2   LINES.

               PERFORM 400-PRINT-ONE-ALTERNATE
                   VARYING XR-IDX FROM 1 BY 1
                       UNTIL XR-IDX > XREF-TABLE-LEN.
           IF  KIT-DEMAND-QTY > ZEROS
               MOVE    KIT-DEMAND-QTY  TO  KIT-DEMAND-R
               WRITE   REORDER-OUT     FROM    REORDER-KIT-DEMAND.

      *-----------------------------------------------------------------
      * see whether this part already has an open purchase order, so
      * line if it is not already on order -- purchasing crossing off
      * duplicates by hand, and the double-orders that slipped past
      * them, is exactly what the open-order file is here to stop.
      * a kit is built rather than bought, so it gets a build line
      * instead and never goes on the open-order file.
      *-----------------------------------------------------------------
       300-PROCESS-REORDER-CANDIDATE.
           PERFORM 300-FIND-KIT-BILL.
           IF  KIT-BILL-SW = "Y"
               PERFORM 300-PRINT-KIT-BUILD-DETAIL
           ELSE
               IF  OO-FOUND-SW = "Y"
                   ADD     1       TO  SUPPRESSED-ORDER-CNT
               ELSE
                   PERFORM 300-PRINT-REORDER-DETAIL
                   PERFORM 300-RECORD-OPEN-ORDER.

      *-----------------------------------------------------------------
      * print a kit's build line -- enough kits to clear the reorder
      * point, costed at the kit's average (the cost of what it is
      * built from) -- and under it each component and how many the
      * build takes.
      *-----------------------------------------------------------------
       300-PRINT-KIT-BUILD-DETAIL.
           COMPUTE REORDER-NEED-QTY =
                   REORDER-POINT-I - NET-AVAILABLE-QTY + 1.
           COMPUTE REORDER-EXT-COST =
                   REORDER-NEED-QTY * AVG-UNIT-COST-I.
           MOVE    PART-NUMBER-I       TO  PART-NUMBER-R.
           MOVE    PART-NAME-I         TO  PART-NAME-R.
           MOVE    REORDER-POINT-I     TO  REORDER-POINT-R.
           MOVE    "BUILD FROM BOM"    TO  SUPPLIER-NAME-R.
           MOVE    REORDER-NEED-QTY    TO  ORDER-QTY-R.
           MOVE    REORDER-EXT-COST    TO  EXT-COST-R.
           WRITE   REORDER-OUT     FROM    REORDER-DETAIL.
           ADD     1               TO  REORDER-CNT.
           PERFORM 400-PRINT-ONE-KIT-COMPONENT
               VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > BOM-TABLE-LEN.
           IF  KIT-DEMAND-QTY > ZEROS
               MOVE    KIT-DEMAND-QTY  TO  KIT-DEMAND-R
               WRITE   REORDER-OUT     FROM    REORDER-KIT-DEMAND.

      *-----------------------------------------------------------------
      * see whether the record in hand is a kit -- a part with a
      * bill of materials of its own.
      *-----------------------------------------------------------------
       300-FIND-KIT-BILL.
           MOVE    "N"                 TO  KIT-BILL-SW.
           PERFORM 400-SEARCH-KIT-BILL
               VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > BOM-TABLE-LEN
                       OR KIT-BILL-SW = "Y".

      *-----------------------------------------------------------------
      * as the sort reads each master record, a kit at or under its
      * reorder point has the kits it needs exploded down its bill
      * onto its components' demand, so their own reorder test --
      * run after the sort -- counts it.
      *-----------------------------------------------------------------
       300-EXPLODE-KIT-NEED.
           PERFORM 300-FIND-KIT-BILL.
           IF  KIT-BILL-SW = "Y"
               PERFORM 300-COMPUTE-NET-AVAILABLE
               IF  NET-AVAILABLE-QTY NOT GREATER THAN REORDER-POINT-I
                   COMPUTE KIT-NEED-QTY =
                           REORDER-POINT-I - NET-AVAILABLE-QTY + 1
                   PERFORM 400-EXPLODE-ONE-BOM-LINE
                       VARYING BM-IDX FROM 1 BY 1
                           UNTIL BM-IDX > BOM-TABLE-LEN.

      *-----------------------------------------------------------------
      * find the record in hand's part on the kit demand table; none
      * there is no kit demand.
      *-----------------------------------------------------------------
       300-FIND-KIT-DEMAND.
           MOVE    ZEROS               TO  KIT-DEMAND-QTY.
           MOVE    "N"                 TO  KD-FOUND-SW.
           PERFORM 400-SEARCH-KIT-DEMAND
               VARYING KD-IDX FROM 1 BY 1
                   UNTIL KD-IDX > KIT-DEMAND-LEN
                       OR KD-FOUND-SW = "Y".
           IF  KD-FOUND-SW = "Y"
               MOVE    KIT-DEMAND-TAB-QTY(KD-MATCH-IDX)
                       TO  KIT-DEMAND-QTY.

      *-----------------------------------------------------------------
      * remember the order just cut so later runs suppress it until

      *-----------------------------------------------------------------
      * append one summary record to INVHIST.TXT for this run -- run
      * date, records read/written, grand total, how many parts hit
      * their reorder point, and the grand total at cost.
      *-----------------------------------------------------------------
       300-WRITE-HISTORY-RECORD.
           ACCEPT  HIST-RUN-DATE       FROM DATE YYYYMMDD.
           MOVE    WCNT                TO  HIST-WCNT.
           MOVE    GRAND-TOTAL         TO  HIST-GRAND-TOTAL.
           MOVE    REORDER-CNT         TO  HIST-REORDER-CNT.
           MOVE    COST-GRAND-TOTAL    TO  HIST-COST-GRAND-TOTAL.
           WRITE   HISTORY-RECORD.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * flag bad master data instead of letting it print with a blank
      * supplier or fall silently into the reorder figures: unknown
      * supplier, zero quantity, zero unit price, or stock on hand
      * carrying no average cost to value it at.
      *-----------------------------------------------------------------
       300-CHECK-INVENTORY-EXCEPTIONS.
           IF  FOUND-SW = "N"
               MOVE    "ZERO UNIT PRICE"
                       TO  EXCEPTION-REASON-E
               PERFORM 300-PRINT-EXCEPTION-DETAIL.
           IF  AVG-UNIT-COST-I = ZEROS AND QUANTITY-I > ZEROS
               MOVE    "ZERO AVERAGE COST"
                       TO  EXCEPTION-REASON-E
               PERFORM 300-PRINT-EXCEPTION-DETAIL.

      *-----------------------------------------------------------------
      * print one line of the exceptions report.
      *-----------------------------------------------------------------
       300-PRINT-INVENT-REPORT-TOTAL.
           MOVE    GRAND-TOTAL     TO TOTAL.
           MOVE    COST-GRAND-TOTAL    TO COST-TOTAL.
           WRITE   INVENTORY-OUT   FROM    INVENT-TOTAL
                   AFTER ADVANCING 4   LINES.


      *-----------------------------------------------------------------
      * machine-check the run before it ends: records read against
      * records written, the location subtotals against GRAND-TOTAL
      * (at retail and again at cost),
      * the supplier subtotals plus UNMATCHED-VALUE against
      * GRAND-TOTAL, the extract line count against records written,
      * and the SUPPLIERS.TXT sequence noted while the table was
           MOVE    "LOCATION SUBTOTALS VS GRAND"   TO  CHECK-NAME-BAL.
           COMPUTE BALANCE-DIFF = LOCATION-TOTAL-SUM - GRAND-TOTAL.
           PERFORM 400-PRINT-ONE-BALANCE-CHECK.
           MOVE    "LOCATION COST VS GRAND COST"   TO  CHECK-NAME-BAL.
           COMPUTE BALANCE-DIFF =
                   LOCATION-COST-SUM - COST-GRAND-TOTAL.
           PERFORM 400-PRINT-ONE-BALANCE-CHECK.
           MOVE    ZEROS                   TO  SUPPLIER-TOTAL-SUM.
           PERFORM 400-SUM-ONE-SUPPLIER-SUBTOTAL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > SUPPLIER-TABLE-LEN.
                       ALT-LEAD-DAYS-R
               WRITE   REORDER-OUT     FROM    REORDER-ALTERNATE.

      *-----------------------------------------------------------------
      * match one bill line to the record in hand's part as a kit.
      *-----------------------------------------------------------------
       400-SEARCH-KIT-BILL.
           IF  BOM-TAB-KIT(BM-IDX) = PART-NUMBER-I
               MOVE    "Y"             TO  KIT-BILL-SW.

      *-----------------------------------------------------------------
      * match one kit demand entry to the record in hand's part.
      *-----------------------------------------------------------------
       400-SEARCH-KIT-DEMAND.
           IF  KIT-DEMAND-PART(KD-IDX) = PART-NUMBER-I
               MOVE    "Y"             TO  KD-FOUND-SW
               MOVE    KD-IDX          TO  KD-MATCH-IDX.

      *-----------------------------------------------------------------
      * add what the kits needed take of one component of the kit in
      * hand onto that component's demand.
      *-----------------------------------------------------------------
       400-EXPLODE-ONE-BOM-LINE.
           IF  BOM-TAB-KIT(BM-IDX) = PART-NUMBER-I
               COMPUTE KIT-COMPONENT-QTY =
                       KIT-NEED-QTY * BOM-TAB-QTY-PER(BM-IDX)
               MOVE    "N"             TO  KD-FOUND-SW
               PERFORM 400-SEARCH-COMPONENT-DEMAND
                   VARYING KD-IDX FROM 1 BY 1
                       UNTIL KD-IDX > KIT-DEMAND-LEN
                           OR KD-FOUND-SW = "Y"
               PERFORM 400-ADD-COMPONENT-DEMAND.

      *-----------------------------------------------------------------
      * match one kit demand entry to the component in hand.
      *-----------------------------------------------------------------
       400-SEARCH-COMPONENT-DEMAND.
           IF  KIT-DEMAND-PART(KD-IDX) = BOM-TAB-COMPONENT(BM-IDX)
               MOVE    "Y"             TO  KD-FOUND-SW
               MOVE    KD-IDX          TO  KD-MATCH-IDX.

      *-----------------------------------------------------------------
      * add the component in hand's share onto its demand entry,
      * opening one when it has none yet.
      *-----------------------------------------------------------------
       400-ADD-COMPONENT-DEMAND.
           IF  KD-FOUND-SW = "N"
               ADD     1               TO  KIT-DEMAND-LEN
               MOVE    KIT-DEMAND-LEN  TO  KD-MATCH-IDX
               MOVE    BOM-TAB-COMPONENT(BM-IDX)   TO
                       KIT-DEMAND-PART(KD-MATCH-IDX)
               MOVE    ZEROS           TO
                       KIT-DEMAND-TAB-QTY(KD-MATCH-IDX).
           ADD     KIT-COMPONENT-QTY   TO
                   KIT-DEMAND-TAB-QTY(KD-MATCH-IDX).

      *-----------------------------------------------------------------
      * print one component of the kit on the build line in hand.
      *-----------------------------------------------------------------
       400-PRINT-ONE-KIT-COMPONENT.
           IF  BOM-TAB-KIT(BM-IDX) = PART-NUMBER-I
               MOVE    BOM-TAB-COMPONENT(BM-IDX)   TO  KIT-COMPONENT-R
               MOVE    BOM-TAB-QTY-PER(BM-IDX)     TO  KIT-QTY-PER-R
               COMPUTE KIT-COMPONENT-QTY =
                       REORDER-NEED-QTY * BOM-TAB-QTY-PER(BM-IDX)
               MOVE    KIT-COMPONENT-QTY           TO
                       KIT-COMPONENT-QTY-R
               WRITE   REORDER-OUT     FROM    REORDER-KIT-COMPONENT.

      *-----------------------------------------------------------------
      * print one open order on the aging report, if it is still open
      * and has been outstanding longer than the day limit.
