      ******************************************************************
      * Kit build and teardown.  Turns one keyed build (or teardown)
      * of a stocked kit into every posting it needs, off the kit's
      * bill of materials, instead of an "S" issue being hand-keyed
      * for each component and an "R" receipt for the kit -- where
      * one missing line left the master out of step.
      *
      * - Read "KITTRAN.TXT" (one line per build "B" or teardown
      *    "T": the kit part, how many kits, and the date) against
      *    "BOM.TXT" (the bills of materials), "INVMAST.DAT" (the
      *    indexed master, read at random by part number) and
      *    "LOTS.TXT" (stock in a lot already expired cannot go into
      *    a kit, the way INVMAINT will not issue it).
      * - A build is refused unless every component is on hand for
      *    the whole quantity; a teardown unless the kits are.  stock
      *    an earlier line of the run has already used is not counted
      *    twice.
      * - Write "KITPOST.TXT" -- transactions in INVMAINT's layout,
      *    cut together as one balanced set so they post (and show on
      *    the movement ledger) as assembly movements:
      *      build      "K" per component used, "M" for the kits made
      *                 at the rolled-up cost of their components
      *      teardown   "K" for the kits taken apart, "M" per component
      *                 handed back, sharing out the kits' cost
      *    every "M" names its lot ("M" and the date) and carries the
      *    earliest expiry of the stock it was made from, the way
      *    RCVPOST's receipts do, so nothing goes bad by way of a kit.
      * - Print "KITREG.TXT" -- the build register: every line with
      *    its components, what was cut or why it was refused, and the
      *    cost taken out of stock against the cost put back.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 KITBUILD.
       AUTHOR.                     Byung Seon Kim.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KIT-TRANS-IN
                   ASSIGN TO "D:\KITTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The bills of materials.  absent until the first kit is
      *    set up, which leaves every line with no bill to build by.
           SELECT  BILL-OF-MATERIALS-IN
                   ASSIGN TO "D:\BOM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BOM-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PART-NUMBER-I.

      *    The stock lots INVMAINT keeps.  absent before the first
      *    posting run that kept lots, which is no expired stock.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

           SELECT  KIT-POST-OUT
                   ASSIGN TO "D:\KITPOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  KIT-REGISTER-OUT
                   ASSIGN TO "D:\KITREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One build or teardown as keyed off the shop floor.
       FD  KIT-TRANS-IN
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS KIT-TRANS-RECORD.
       01  KIT-TRANS-RECORD.
           05  KIT-TRANS-CODE      PIC X(01).
               88  KIT-IS-BUILD            VALUE "B".
               88  KIT-IS-TEARDOWN         VALUE "T".
           05  KIT-PART-NUMBER     PIC 9(05).
           05  KIT-QTY             PIC 9(05).
           05  KIT-DATE            PIC 9(08).

       FD  BILL-OF-MATERIALS-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY    BOMREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

      *    Assembly transactions for the inventory posting run --
      *    same 62-byte layout INVMAINT reads off INVTRAN.TXT, the way
      *    INVRMA cuts its RMAPOST.TXT returns.  every line carries a
      *    unit cost; INVMAINT only folds the one on a part made into
      *    the average.
       FD  KIT-POST-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS KIT-POST-LINE.
       01  KIT-POST-LINE.
           05  KPT-TRANS-CODE          PIC X(01).
           05  KPT-PART-NUMBER         PIC 9(05).
           05  KPT-QTY                 PIC 9(05).
           05  KPT-DATE                PIC 9(08).
           05  KPT-LOT-NUMBER          PIC X(10).
           05  KPT-LOT-EXPIRY          PIC 9(08).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC 9(06).
           05  FILLER                  PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  KPT-UNIT-COST           PIC 9(05)V99.

       FD  KIT-REGISTER-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS KIT-REGISTER-LINE.
       01  KIT-REGISTER-LINE           PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This table is for saving of every bill-of-materials line,
      *    so each kit keyed can be exploded into its components.
       01  BOM-TABLE.
           05  BOM-TABLE-LEN       PIC 9(03) VALUE ZEROS.
           05  BOM-TAB             OCCURS 1 TO 999
                                   DEPENDING ON BOM-TABLE-LEN.
               10  BOM-TAB-KIT         PIC 9(05).
               10  BOM-TAB-COMPONENT   PIC 9(05).
               10  BOM-TAB-QTY-PER     PIC 9(03).

      *    This table is for saving of the lots with stock on the
      *    shelf, so stock already expired on a line's date is not
      *    counted as available to it, and the stock made from the
      *    rest can be dated by the earliest of their expiries.
       01  LOT-TABLE.
           05  LOT-TABLE-LEN       PIC 9(04) VALUE ZEROS.
           05  LOT-TAB             OCCURS 1 TO 9999
                                   DEPENDING ON LOT-TABLE-LEN.
               10  LOT-TAB-PART        PIC 9(05).
               10  LOT-TAB-QTY         PIC 9(05).
               10  LOT-TAB-EXPIRY      PIC 9(08).

      *    This table is for saving of what the lines already cut
      *    this run take out of stock, part by part, so two builds
      *    cannot both count on the same shelf.
       01  USED-TABLE.
           05  USED-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  USED-TAB            OCCURS 1 TO 999
                                   DEPENDING ON USED-TABLE-LEN.
               10  USED-PART           PIC 9(05).
               10  USED-QTY            PIC 9(07).

      *    This table is for saving of the components of the kit in
      *    hand, exploded off its bill for the quantity keyed.
       01  COMPONENT-TABLE.
           05  COMPONENT-TABLE-LEN PIC 9(03) VALUE ZEROS.
           05  COMP-TAB            OCCURS 1 TO 999
                                   DEPENDING ON COMPONENT-TABLE-LEN.
               10  COMP-PART           PIC 9(05).
               10  COMP-NAME           PIC X(20).
               10  COMP-QTY-PER        PIC 9(03).
               10  COMP-NEED-QTY       PIC 9(08).
               10  COMP-USABLE-QTY     PIC S9(07).
               10  COMP-AVG-COST       PIC 9(05)V99.
               10  COMP-POST-COST      PIC 9(05)V99.
               10  COMP-SHORT-SW       PIC X(01).

      *    This record is for printing the title of the build
      *    register.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "KIT BUILD REGISTER".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the build
      *    register -- a line per build or teardown keyed ...
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(07) VALUE "KIT".
           05  FILLER              PIC X(21) VALUE "KIT NAME".
           05  FILLER              PIC X(07) VALUE "    QTY".
           05  FILLER              PIC X(16) VALUE
                   "        COST OUT".
           05  FILLER              PIC X(16) VALUE
                   "         COST IN".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "RESULT".

      *    ... and under it, a line per component of the kit.
       01  COMPONENT-HEADER.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "COMPONENT".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(04) VALUE " PER".
           05  FILLER              PIC X(10) VALUE "    NEEDED".
           05  FILLER              PIC X(10) VALUE " AVAILABLE".
           05  FILLER              PIC X(11) VALUE "  UNIT COST".

      *    This record is for printing one build or teardown.
       01  KIT-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  KIT-ACTION-O        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KIT-PART-NUMBER-O   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KIT-NAME-O          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  KIT-QTY-O           PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COST-OUT-O          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COST-IN-O           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACTION-O            PIC X(30).

      *    This record is for printing one component of the kit in
      *    hand, flagged when there is not enough of it to build.
       01  COMPONENT-DETAIL.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  COMP-PART-O         PIC 9(05).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  COMP-NAME-O         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COMP-QTY-PER-O      PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COMP-NEED-QTY-O     PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COMP-USABLE-QTY-O   PIC ZZZZZZ9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COMP-POST-COST-O    PIC $$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COMP-SHORT-O        PIC X(05).

      *    This record is for printing the counts footer of the
      *    register.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  KIT-EOF-SW          PIC X(01) VALUE "N".
           05  BOM-EOF-SW          PIC X(01) VALUE "N".
           05  LOT-EOF-SW          PIC X(01) VALUE "N".
           05  MASTER-FOUND-SW     PIC X(01) VALUE "N".
           05  USED-FOUND-SW       PIC X(01) VALUE "N".
           05  RCNT                PIC 9(05) VALUE ZEROS.
           05  BUILD-CNT           PIC 9(05) VALUE ZEROS.
           05  TEARDOWN-CNT        PIC 9(05) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(05) VALUE ZEROS.
           05  TRANS-CNT           PIC 9(05) VALUE ZEROS.
           05  MISSING-CNT         PIC 9(03) VALUE ZEROS.
           05  OVERSIZE-CNT        PIC 9(03) VALUE ZEROS.
           05  SHORT-CNT           PIC 9(03) VALUE ZEROS.

      *    Fields set before PERFORM 300-PRINT-KIT-DETAIL.  every
      *    reject reason starts with the word REJECTED.
       01  KIT-DETAIL-INFO.
           05  KIT-NAME-SAVE       PIC X(20).
           05  KIT-ON-HAND-SAVE    PIC 9(05).
           05  KIT-AVG-COST-SAVE   PIC 9(05)V99.
           05  KIT-ROLLUP-COST     PIC 9(08)V99.
           05  KIT-EXPIRY-SAVE     PIC 9(08).
           05  COST-OUT-TOTAL      PIC 9(10)V99.
           05  COST-IN-TOTAL       PIC 9(10)V99.
           05  ACTION-TEXT-SAVE.
               10  ACTION-VERDICT      PIC X(08).
                   88  ACTION-IS-REJECT        VALUE "REJECTED".
               10  FILLER              PIC X(22).

      *    Controls for figuring how much of one part a line may
      *    count on -- on hand, less stock in lots expired on the
      *    line's date, less what earlier lines of the run used.
       01  USABLE-CONTROLS.
           05  BOM-FILE-STATUS     PIC X(02).
           05  LOT-FILE-STATUS     PIC X(02).
           05  USABLE-PART         PIC 9(05).
           05  USABLE-ON-HAND      PIC 9(05).
           05  USABLE-EXPIRED      PIC 9(07).
           05  USABLE-USED         PIC 9(07).
           05  USABLE-QTY          PIC S9(07).

       01  MISCELLONIOUS.
           05  RUN-DATE            PIC 9(08).
           05  BM-IDX              PIC 9(04).
           05  CP-IDX              PIC 9(04).
           05  LT-IDX              PIC 9(04).
           05  US-IDX              PIC 9(04).
           05  US-MATCH-IDX        PIC 9(04).
           05  POST-TRANS-CODE     PIC X(01).
           05  POST-PART-NUMBER    PIC 9(05).
           05  POST-QTY            PIC 9(05).
           05  POST-UNIT-COST      PIC 9(05)V99.

      *    The lot a part made lands in -- "M" and the line's date,
      *    as INVMAINT would name it.
       01  MADE-LOT-NUMBER.
           05  MADE-LOT-PREFIX     PIC X(01) VALUE "M".
           05  MADE-LOT-DATE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-BUILD-AND-TEAR-DOWN-KITS.
           PERFORM 200-INITIATE-KIT-RUN.
           PERFORM 200-PROCESS-KIT-TRANSACTION
                   UNTIL KIT-EOF-SW = "Y".
           PERFORM 200-TERMINATE-KIT-RUN.
           STOP RUN.

      ******************************************************************
      * load the bills and the lots, open files, and print the
      * title and headers.
      *-----------------------------------------------------------------
       200-INITIATE-KIT-RUN.
           PERFORM 300-LOAD-BOM-TABLE.
           PERFORM 300-LOAD-LOT-TABLE.
           OPEN    INPUT   KIT-TRANS-IN
                           INVENT-MASTER-IN.
           OPEN    OUTPUT  KIT-POST-OUT
                           KIT-REGISTER-OUT.
           ACCEPT  RUN-DATE            FROM DATE YYYYMMDD.
           MOVE    RUN-DATE            TO  RUN-DATE-O.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.
           WRITE   KIT-REGISTER-LINE   FROM    COMPONENT-HEADER.

      *-----------------------------------------------------------------
      * read one build or teardown, work it, and register it.
      *-----------------------------------------------------------------
       200-PROCESS-KIT-TRANSACTION.
           READ    KIT-TRANS-IN
                   AT END      MOVE "Y" TO KIT-EOF-SW
                   NOT AT END
                       ADD     1       TO  RCNT
                       PERFORM 300-CHECK-KIT-TRANSACTION
                       IF  ACTION-IS-REJECT
                           ADD     1   TO  ERROR-CNT
                           PERFORM 300-PRINT-KIT-DETAIL
                       ELSE
                           PERFORM 300-POST-KIT-TRANSACTION
                           PERFORM 300-PRINT-KIT-DETAIL.

      *-----------------------------------------------------------------
      * print the counts and close.
      *-----------------------------------------------------------------
       200-TERMINATE-KIT-RUN.
           PERFORM 300-PRINT-REGISTER-FOOTER.
           CLOSE   KIT-TRANS-IN
                   INVENT-MASTER-IN
                   KIT-POST-OUT
                   KIT-REGISTER-OUT.
           IF  ERROR-CNT > ZEROS
               DISPLAY "KIT LINES REJECTED - SEE KITREG.TXT".

      ******************************************************************
      * load BOM.TXT into BOM-TABLE.  a missing file leaves the
      * table empty.
      *-----------------------------------------------------------------
       300-LOAD-BOM-TABLE.
           OPEN    INPUT   BILL-OF-MATERIALS-IN.
           IF  BOM-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-BOM-LINE
                       UNTIL BOM-EOF-SW = "Y"
               CLOSE   BILL-OF-MATERIALS-IN.

      *-----------------------------------------------------------------
      * load the lots with stock on the shelf into LOT-TABLE.  a
      * missing file leaves the table empty.
      *-----------------------------------------------------------------
       300-LOAD-LOT-TABLE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * a line is rejected for a kit not on the master; otherwise the
      * kit's own figures are kept (the master record is about to be
      * reused for its components) and the line is checked.
      *-----------------------------------------------------------------
       300-CHECK-KIT-TRANSACTION.
           MOVE    SPACES              TO  ACTION-TEXT-SAVE.
           MOVE    ZEROS               TO  COMPONENT-TABLE-LEN
                                           KIT-ROLLUP-COST
                                           COST-OUT-TOTAL
                                           COST-IN-TOTAL.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    KIT-PART-NUMBER     TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               MOVE    SPACES              TO  KIT-NAME-SAVE
               MOVE    "REJECTED - KIT NOT ON FILE"
                       TO  ACTION-TEXT-SAVE
           ELSE
               MOVE    PART-NAME-I         TO  KIT-NAME-SAVE
               MOVE    QUANTITY-I          TO  KIT-ON-HAND-SAVE
               MOVE    AVG-UNIT-COST-I     TO  KIT-AVG-COST-SAVE
               PERFORM 300-CHECK-KIT-LINE.

      *-----------------------------------------------------------------
      * the code must be a build or a teardown, the quantity more
      * than zero, and the kits a build makes must fit on the
      * master's on-hand.
      *-----------------------------------------------------------------
       300-CHECK-KIT-LINE.
           IF  NOT KIT-IS-BUILD AND NOT KIT-IS-TEARDOWN
               MOVE    "REJECTED - UNKNOWN TRANS CODE"
                       TO  ACTION-TEXT-SAVE
           ELSE
               IF  KIT-QTY = ZEROS
                   MOVE    "REJECTED - ZERO QUANTITY"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   IF  KIT-IS-BUILD
                           AND KIT-QTY + KIT-ON-HAND-SAVE > 99999
                       MOVE    "REJECTED - QUANTITY TOO LARGE"
                               TO  ACTION-TEXT-SAVE
                   ELSE
                       PERFORM 300-CHECK-KIT-COMPONENTS.

      *-----------------------------------------------------------------
      * explode the kit's bill for the quantity keyed.  the kit must
      * have a bill, every component must be on the master, no
      * quantity may outgrow the master's fields, and the kit's cost
      * rolled up off its components must fit a unit cost.
      *-----------------------------------------------------------------
       300-CHECK-KIT-COMPONENTS.
           MOVE    ZEROS               TO  MISSING-CNT
                                           OVERSIZE-CNT.
           PERFORM 400-EXPLODE-ONE-BOM-LINE
               VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > BOM-TABLE-LEN.
           IF  COMPONENT-TABLE-LEN = ZEROS
               MOVE    "REJECTED - NO BILL FOR KIT"
                       TO  ACTION-TEXT-SAVE
           ELSE
               IF  MISSING-CNT > ZEROS
                   MOVE    "REJECTED - COMPONENT NOT ON FILE"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   IF  OVERSIZE-CNT > ZEROS
                       MOVE    "REJECTED - QUANTITY TOO LARGE"
                               TO  ACTION-TEXT-SAVE
                   ELSE
                       IF  KIT-ROLLUP-COST > 99999.99
                           MOVE    "REJECTED - KIT COST TOO LARGE"
                                   TO  ACTION-TEXT-SAVE
                       ELSE
                           PERFORM 300-CHECK-KIT-AVAILABILITY.

      *-----------------------------------------------------------------
      * a build needs every component; a teardown needs the kits.
      *-----------------------------------------------------------------
       300-CHECK-KIT-AVAILABILITY.
           IF  KIT-IS-BUILD
               PERFORM 300-CHECK-COMPONENTS-ON-HAND
           ELSE
               PERFORM 300-CHECK-KITS-ON-HAND.

      *-----------------------------------------------------------------
      * flag every component there is not enough of; any one short
      * refuses the whole build, so no part of it is ever posted.
      *-----------------------------------------------------------------
       300-CHECK-COMPONENTS-ON-HAND.
           MOVE    ZEROS               TO  SHORT-CNT.
           PERFORM 400-CHECK-ONE-COMPONENT
               VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > COMPONENT-TABLE-LEN.
           IF  SHORT-CNT > ZEROS
               MOVE    "REJECTED - COMPONENT SHORT"
                       TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * a teardown cannot take apart more kits than there are.
      *-----------------------------------------------------------------
       300-CHECK-KITS-ON-HAND.
           MOVE    KIT-PART-NUMBER     TO  USABLE-PART.
           MOVE    KIT-ON-HAND-SAVE    TO  USABLE-ON-HAND.
           PERFORM 300-FIGURE-USABLE-QTY.
           IF  KIT-QTY > USABLE-QTY
               MOVE    "REJECTED - KIT SHORT"  TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * how much of USABLE-PART the line in hand may count on -- its
      * on-hand, less what sits in lots already expired on the
      * line's date, less what earlier lines of this run used.
      *-----------------------------------------------------------------
       300-FIGURE-USABLE-QTY.
           MOVE    ZEROS               TO  USABLE-EXPIRED
                                           USABLE-USED.
           PERFORM 400-SUM-ONE-EXPIRED-LOT
               VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LOT-TABLE-LEN.
           PERFORM 400-FIND-PART-USED.
           IF  USED-FOUND-SW = "Y"
               MOVE    USED-QTY(US-MATCH-IDX)  TO  USABLE-USED.
           COMPUTE USABLE-QTY =
                   USABLE-ON-HAND - USABLE-EXPIRED - USABLE-USED.

      *-----------------------------------------------------------------
      * cut the line's balanced set of postings.
      *-----------------------------------------------------------------
       300-POST-KIT-TRANSACTION.
           IF  KIT-IS-BUILD
               PERFORM 300-POST-KIT-BUILD
           ELSE
               PERFORM 300-POST-KIT-TEARDOWN.

      *-----------------------------------------------------------------
      * a build uses up every component at its average cost and
      * makes the kits at the cost of those components, so what
      * leaves stock and what comes back in are the same.  the kits
      * go bad when the first of the component stock in them would.
      *-----------------------------------------------------------------
       300-POST-KIT-BUILD.
           MOVE    99999999            TO  KIT-EXPIRY-SAVE.
           PERFORM 400-POST-COMPONENT-USED
               VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > COMPONENT-TABLE-LEN.
           MOVE    "M"                 TO  POST-TRANS-CODE.
           MOVE    KIT-PART-NUMBER     TO  POST-PART-NUMBER.
           MOVE    KIT-QTY             TO  POST-QTY.
           MOVE    KIT-ROLLUP-COST     TO  POST-UNIT-COST.
           PERFORM 300-WRITE-KIT-POSTING.
           COMPUTE COST-IN-TOTAL = KIT-QTY * KIT-ROLLUP-COST.
           ADD     1                   TO  BUILD-CNT.
           MOVE    "BUILT - CODES K, M CUT"    TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * a teardown uses up the kits at their average cost and hands
      * back every component, the kits' cost shared out among them
      * in proportion to what each one costs now.  a kit with no
      * cost yet, or components with none, hands each back at its
      * own average.  the components go bad when the first of the
      * kit stock they came out of would.
      *-----------------------------------------------------------------
       300-POST-KIT-TEARDOWN.
           MOVE    "K"                 TO  POST-TRANS-CODE.
           MOVE    KIT-PART-NUMBER     TO  POST-PART-NUMBER
                                           USABLE-PART.
           MOVE    99999999            TO  KIT-EXPIRY-SAVE.
           PERFORM 400-FIND-EARLIEST-EXPIRY
               VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LOT-TABLE-LEN.
           MOVE    KIT-QTY             TO  POST-QTY.
           MOVE    KIT-AVG-COST-SAVE   TO  POST-UNIT-COST.
           PERFORM 300-WRITE-KIT-POSTING.
           PERFORM 400-ADD-PART-USED.
           COMPUTE COST-OUT-TOTAL = KIT-QTY * KIT-AVG-COST-SAVE.
           PERFORM 400-POST-COMPONENT-RETURNED
               VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > COMPONENT-TABLE-LEN.
           ADD     1                   TO  TEARDOWN-CNT.
           MOVE    "TORN DOWN - CODES K, M CUT"
                   TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * cut one posting transaction off the POST- fields.  a part
      * made also gets its lot and the expiry in KIT-EXPIRY-SAVE.
      *-----------------------------------------------------------------
       300-WRITE-KIT-POSTING.
           MOVE    SPACES              TO  KIT-POST-LINE.
           MOVE    POST-TRANS-CODE     TO  KPT-TRANS-CODE.
           MOVE    POST-PART-NUMBER    TO  KPT-PART-NUMBER.
           MOVE    POST-QTY            TO  KPT-QTY.
           MOVE    KIT-DATE            TO  KPT-DATE.
           MOVE    POST-UNIT-COST      TO  KPT-UNIT-COST.
           IF  POST-TRANS-CODE = "M"
               MOVE    KIT-DATE            TO  MADE-LOT-DATE
               MOVE    MADE-LOT-NUMBER     TO  KPT-LOT-NUMBER
               MOVE    KIT-EXPIRY-SAVE     TO  KPT-LOT-EXPIRY.
           WRITE   KIT-POST-LINE.
           ADD     1                   TO  TRANS-CNT.

      *-----------------------------------------------------------------
      * print the line, and under it each of the kit's components.
      *-----------------------------------------------------------------
       300-PRINT-KIT-DETAIL.
           IF  KIT-IS-BUILD
               MOVE    "BUILD"             TO  KIT-ACTION-O
           ELSE
               IF  KIT-IS-TEARDOWN
                   MOVE    "TEARDOWN"      TO  KIT-ACTION-O
               ELSE
                   MOVE    KIT-TRANS-CODE  TO  KIT-ACTION-O.
           MOVE    KIT-PART-NUMBER     TO  KIT-PART-NUMBER-O.
           MOVE    KIT-NAME-SAVE       TO  KIT-NAME-O.
           MOVE    KIT-QTY             TO  KIT-QTY-O.
           MOVE    COST-OUT-TOTAL      TO  COST-OUT-O.
           MOVE    COST-IN-TOTAL       TO  COST-IN-O.
           MOVE    ACTION-TEXT-SAVE    TO  ACTION-O.
           WRITE   KIT-REGISTER-LINE   FROM    KIT-DETAIL
                   AFTER ADVANCING 2   LINES.
           PERFORM 400-PRINT-ONE-COMPONENT
               VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > COMPONENT-TABLE-LEN.

      *-----------------------------------------------------------------
      * print the counts footer of the register.
      *-----------------------------------------------------------------
       300-PRINT-REGISTER-FOOTER.
           MOVE    "LINES READ"        TO  FOOTER-NAME.
           MOVE    RCNT                TO  FOOTER-COUNTER.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 3   LINES.
           MOVE    "BUILDS CUT"        TO  FOOTER-NAME.
           MOVE    BUILD-CNT           TO  FOOTER-COUNTER.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-FOOTER.
           MOVE    "TEARDOWNS CUT"     TO  FOOTER-NAME.
           MOVE    TEARDOWN-CNT        TO  FOOTER-COUNTER.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-FOOTER.
           MOVE    "REJECTED"          TO  FOOTER-NAME.
           MOVE    ERROR-CNT           TO  FOOTER-COUNTER.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-FOOTER.
           MOVE    "TRANSACTIONS WRITTEN"  TO  FOOTER-NAME.
           MOVE    TRANS-CNT           TO  FOOTER-COUNTER.
           WRITE   KIT-REGISTER-LINE   FROM    REPORT-FOOTER.

      ******************************************************************
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
      * read one lot, keeping it when it has stock on the shelf.
      *-----------------------------------------------------------------
       400-LOAD-ONE-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO LOT-EOF-SW
                   NOT AT END
                       IF  LOT-QTY > ZEROS
                           ADD     1       TO  LOT-TABLE-LEN
                           MOVE    LOT-PART-NUMBER     TO
                                   LOT-TAB-PART(LOT-TABLE-LEN)
                           MOVE    LOT-QTY             TO
                                   LOT-TAB-QTY(LOT-TABLE-LEN)
                           MOVE    LOT-EXPIRY-DATE     TO
                                   LOT-TAB-EXPIRY(LOT-TABLE-LEN).

      *-----------------------------------------------------------------
      * one bill line of the kit in hand becomes the next component
      * entry -- its quantity for the kits keyed, and its name, cost
      * and usable stock off the master.
      *-----------------------------------------------------------------
       400-EXPLODE-ONE-BOM-LINE.
           IF  BOM-TAB-KIT(BM-IDX) = KIT-PART-NUMBER
               ADD     1               TO  COMPONENT-TABLE-LEN
               MOVE    COMPONENT-TABLE-LEN TO  CP-IDX
               MOVE    BOM-TAB-COMPONENT(BM-IDX)   TO
                       COMP-PART(CP-IDX)
               MOVE    BOM-TAB-QTY-PER(BM-IDX)     TO
                       COMP-QTY-PER(CP-IDX)
               COMPUTE COMP-NEED-QTY(CP-IDX) =
                       BOM-TAB-QTY-PER(BM-IDX) * KIT-QTY
               MOVE    "N"             TO  COMP-SHORT-SW(CP-IDX)
               PERFORM 400-LOOK-UP-COMPONENT.

      *-----------------------------------------------------------------
      * read the component in hand off the master.  one not there is
      * counted as missing; a quantity bigger than the master can
      * carry is counted as oversize.
      *-----------------------------------------------------------------
       400-LOOK-UP-COMPONENT.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    COMP-PART(CP-IDX)   TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               ADD     1               TO  MISSING-CNT
               MOVE    SPACES          TO  COMP-NAME(CP-IDX)
               MOVE    ZEROS           TO  COMP-USABLE-QTY(CP-IDX)
                                           COMP-AVG-COST(CP-IDX)
                                           COMP-POST-COST(CP-IDX)
           ELSE
               MOVE    PART-NAME-I     TO  COMP-NAME(CP-IDX)
               MOVE    AVG-UNIT-COST-I TO  COMP-AVG-COST(CP-IDX)
                                           COMP-POST-COST(CP-IDX)
               MOVE    COMP-PART(CP-IDX)   TO  USABLE-PART
               MOVE    QUANTITY-I      TO  USABLE-ON-HAND
               PERFORM 300-FIGURE-USABLE-QTY
               MOVE    USABLE-QTY      TO  COMP-USABLE-QTY(CP-IDX)
               COMPUTE KIT-ROLLUP-COST = KIT-ROLLUP-COST
                       + COMP-QTY-PER(CP-IDX) * AVG-UNIT-COST-I
               IF  COMP-NEED-QTY(CP-IDX) > 99999
                       OR (KIT-IS-TEARDOWN
                           AND COMP-NEED-QTY(CP-IDX) + QUANTITY-I
                               > 99999)
                   ADD     1           TO  OVERSIZE-CNT.

      *-----------------------------------------------------------------
      * flag one component when the build needs more of it than
      * the line may count on.
      *-----------------------------------------------------------------
       400-CHECK-ONE-COMPONENT.
           IF  COMP-NEED-QTY(CP-IDX) > COMP-USABLE-QTY(CP-IDX)
               MOVE    "Y"             TO  COMP-SHORT-SW(CP-IDX)
               ADD     1               TO  SHORT-CNT.

      *-----------------------------------------------------------------
      * add one lot of USABLE-PART already expired on the line's
      * date into the expired sum.
      *-----------------------------------------------------------------
       400-SUM-ONE-EXPIRED-LOT.
           IF  LOT-TAB-PART(LT-IDX) = USABLE-PART
                   AND LOT-TAB-EXPIRY(LT-IDX) < KIT-DATE
               ADD     LOT-TAB-QTY(LT-IDX) TO  USABLE-EXPIRED.

      *-----------------------------------------------------------------
      * keep one usable lot of USABLE-PART's expiry when it is the
      * earliest so far.  the lot the draw takes first is the
      * earliest usable one, so this is never later than the stock
      * actually used.
      *-----------------------------------------------------------------
       400-FIND-EARLIEST-EXPIRY.
           IF  LOT-TAB-PART(LT-IDX) = USABLE-PART
                   AND LOT-TAB-EXPIRY(LT-IDX) NOT < KIT-DATE
                   AND LOT-TAB-EXPIRY(LT-IDX) < KIT-EXPIRY-SAVE
               MOVE    LOT-TAB-EXPIRY(LT-IDX)  TO  KIT-EXPIRY-SAVE.

      *-----------------------------------------------------------------
      * find USABLE-PART on the table of what this run has used.
      *-----------------------------------------------------------------
       400-FIND-PART-USED.
           MOVE    "N"                 TO  USED-FOUND-SW.
           PERFORM 400-SEARCH-PART-USED
               VARYING US-IDX FROM 1 BY 1
                   UNTIL US-IDX > USED-TABLE-LEN
                       OR USED-FOUND-SW = "Y".

      *-----------------------------------------------------------------
      * match one used-table entry by part number.
      *-----------------------------------------------------------------
       400-SEARCH-PART-USED.
           IF  USED-PART(US-IDX) = USABLE-PART
               MOVE    "Y"             TO  USED-FOUND-SW
               MOVE    US-IDX          TO  US-MATCH-IDX.

      *-----------------------------------------------------------------
      * add POST-QTY of USABLE-PART to what this run has used.
      *-----------------------------------------------------------------
       400-ADD-PART-USED.
           PERFORM 400-FIND-PART-USED.
           IF  USED-FOUND-SW = "N"
               ADD     1               TO  USED-TABLE-LEN
               MOVE    USED-TABLE-LEN  TO  US-MATCH-IDX
               MOVE    USABLE-PART     TO  USED-PART(US-MATCH-IDX)
               MOVE    ZEROS           TO  USED-QTY(US-MATCH-IDX).
           ADD     POST-QTY            TO  USED-QTY(US-MATCH-IDX).

      *-----------------------------------------------------------------
      * cut the "K" for one component a build uses up.
      *-----------------------------------------------------------------
       400-POST-COMPONENT-USED.
           MOVE    "K"                 TO  POST-TRANS-CODE.
           MOVE    COMP-PART(CP-IDX)   TO  POST-PART-NUMBER
                                           USABLE-PART.
           MOVE    COMP-NEED-QTY(CP-IDX)   TO  POST-QTY.
           MOVE    COMP-AVG-COST(CP-IDX)   TO  POST-UNIT-COST.
           PERFORM 400-FIND-EARLIEST-EXPIRY
               VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LOT-TABLE-LEN.
           PERFORM 300-WRITE-KIT-POSTING.
           PERFORM 400-ADD-PART-USED.
           COMPUTE COST-OUT-TOTAL = COST-OUT-TOTAL
                   + COMP-NEED-QTY(CP-IDX) * COMP-AVG-COST(CP-IDX).

      *-----------------------------------------------------------------
      * cut the "M" for one component a teardown hands back, at its
      * share of the kits' cost.
      *-----------------------------------------------------------------
       400-POST-COMPONENT-RETURNED.
           IF  KIT-ROLLUP-COST > ZEROS AND KIT-AVG-COST-SAVE > ZEROS
               COMPUTE COMP-POST-COST(CP-IDX) ROUNDED =
                       COMP-AVG-COST(CP-IDX) * KIT-AVG-COST-SAVE
                           / KIT-ROLLUP-COST.
           MOVE    "M"                 TO  POST-TRANS-CODE.
           MOVE    COMP-PART(CP-IDX)   TO  POST-PART-NUMBER.
           MOVE    COMP-NEED-QTY(CP-IDX)   TO  POST-QTY.
           MOVE    COMP-POST-COST(CP-IDX)  TO  POST-UNIT-COST.
           PERFORM 300-WRITE-KIT-POSTING.
           COMPUTE COST-IN-TOTAL = COST-IN-TOTAL
                   + COMP-NEED-QTY(CP-IDX) * COMP-POST-COST(CP-IDX).

      *-----------------------------------------------------------------
      * print one component of the kit in hand.
      *-----------------------------------------------------------------
       400-PRINT-ONE-COMPONENT.
           MOVE    COMP-PART(CP-IDX)       TO  COMP-PART-O.
           MOVE    COMP-NAME(CP-IDX)       TO  COMP-NAME-O.
           MOVE    COMP-QTY-PER(CP-IDX)    TO  COMP-QTY-PER-O.
           MOVE    COMP-NEED-QTY(CP-IDX)   TO  COMP-NEED-QTY-O.
           MOVE    COMP-USABLE-QTY(CP-IDX) TO  COMP-USABLE-QTY-O.
           MOVE    COMP-POST-COST(CP-IDX)  TO  COMP-POST-COST-O.
           IF  COMP-SHORT-SW(CP-IDX) = "Y"
               MOVE    "SHORT"             TO  COMP-SHORT-O
           ELSE
               MOVE    SPACES              TO  COMP-SHORT-O.
           WRITE   KIT-REGISTER-LINE   FROM    COMPONENT-DETAIL.
