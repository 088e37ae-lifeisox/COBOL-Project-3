      ******************************************************************
      * General-ledger journal for inventory.  Values every stock
      * movement and revaluation of one accounting period off the
      * movement ledger and turns it into balanced debit and credit
      * journal lines, instead of finance re-keying the month-end
      * entries by hand from INVMAINT.TXT, CNTADJ.TXT and PRCRPT.TXT.
      *
      * - Ask the operator for the period to post (YYYYMM), and refuse
      *    it when "GLPERIOD.TXT" (the periods already posted) shows
      *    it posted, when it is not the month after the last one
      *    posted, or when it has not yet ended.
      * - Read "MOVELOG.TXT" (the movement ledger) and value each of
      *    the period's movements at the unit cost it carries -- the
      *    keyed cost of a receipt, an add, a return to the vendor or
      *    a part made, the moving average of anything else -- the
      *    cost PROJECT3's COST-GRAND-TOTAL values stock at:
      *      receipts and adds      DR inventory      CR accrued
      *                             payables at the keyed cost
      *      issues                 DR cost of goods  CR inventory
      *      count adjustments and  DR/CR shrinkage   CR/DR inventory
      *      deletes
      *      transfers              between inventory and inventory
      *                             in transit -- both stock accounts
      *      cost revaluations      DR/CR inventory   CR/DR
      *                             revaluation -- what folding a
      *                             receipt or a part made into the
      *                             moving average moves the stock
      *                             already on hand by.  INVPRICE's
      *                             price changes move no cost and
      *                             post nothing
      *      customer returns       DR inventory      CR cost of goods
      *      returns scrapped       DR scrapped       CR inventory
      *                             returns
      *      returns to vendor      DR accrued payables at the debit
      *                             memo cost, CR inventory at the
      *                             average, the gap to purchase
      *                             price variance
      *      kit builds and         DR/CR inventory   CR/DR assembly
      *      teardowns                                variance -- a
      *                             build balances; a teardown leaves
      *                             the rounding of the parts' shares
      * - Write "GLUPLOAD.TXT" (one comma-delimited journal line per
      *    account, with a control trailer, for the ledger to load)
      *    and print "GLPROOF.TXT" (the movements by kind, the journal
      *    lines and their balance, and the inventory roll from the
      *    opening balance to the period's ending balance, tied to the
      *    master as PROJECT3 costs it and to the last PROJECT3 cost
      *    grand total on "INVHIST.TXT").  movements dated after the
      *    period are valued too, only to bridge the period end to the
      *    master as it stands today.  a movement dated in a period
      *    already posted but appended after that posting -- a
      *    suspense release, a receipt, a return or a kit build keyed
      *    late -- is journalled in this period, since the earlier
      *    journal never saw it.
      * - Append the period, its totals and its closing balances to
      *    GLPERIOD.TXT, which is where the next period's opening
      *    balances come from.  a period whose ending inventory does
      *    not tie to the master is still recorded as posted, but the
      *    run ends with RETURN-CODE 8 so GLUPLOAD.TXT is not loaded
      *    until the difference on GLPROOF.TXT has been run down.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVGLJNL.
       AUTHOR.                     Byung Seon Kim.
       DATE-WRITTEN.               October 14, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *    The movement ledger.  a brand-new system may have none, so
      *    its open is status-checked; the journal is then empty.
           SELECT  MOVEMENT-LEDGER-IN
                   ASSIGN TO "D:\MOVELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MOVE-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-I.

      *    PROJECT3's run history -- the last grand total it printed.
      *    absent until PROJECT3 has run, so status-checked.
           SELECT  INVENT-HISTORY-IN
                   ASSIGN TO "D:\INVHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HIST-FILE-STATUS.

      *    The periods already posted.  read at start of run to guard
      *    against a second posting and to pick up the opening
      *    balances, appended to at end of run.  absent before the
      *    first posting, so its opens are status-checked.
           SELECT  GL-PERIOD-FILE
                   ASSIGN TO "D:\GLPERIOD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GLP-FILE-STATUS.

      *    This is the comma-delimited journal the general ledger
      *    loads.
           SELECT  GL-UPLOAD-OUT
                   ASSIGN TO "D:\GLUPLOAD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  GL-PROOF-OUT
                   ASSIGN TO "D:\GLPROOF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  MOVEMENT-LEDGER-IN
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       FD  INVENT-HISTORY-IN
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.
       01  HISTORY-RECORD.
           05  HIST-RUN-DATE       PIC 9(08).
           05  HIST-RCNT           PIC 9(03).
           05  HIST-WCNT           PIC 9(03).
           05  HIST-GRAND-TOTAL    PIC 9(12)V99.
           05  HIST-REORDER-CNT    PIC 9(03).
           05  HIST-COST-GRAND-TOTAL   PIC 9(12)V99.

      *    One posted period -- the period, when it was posted, the
      *    journal's line count and debit total, the closing balances
      *    of the two stock accounts, and the time of the posting.
       FD  GL-PERIOD-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS GL-PERIOD-RECORD.
       01  GL-PERIOD-RECORD.
           05  GLP-PERIOD          PIC 9(06).
           05  GLP-POST-DATE       PIC 9(08).
           05  GLP-LINE-CNT        PIC 9(05).
           05  GLP-DEBIT-TOTAL     PIC 9(12)V99.
           05  GLP-INVENTORY-CLOSE PIC 9(12)V99.
           05  GLP-TRANSIT-CLOSE   PIC 9(12)V99.
           05  GLP-POST-TIME       PIC 9(08).

       FD  GL-UPLOAD-OUT
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS GL-UPLOAD-LINE.
       01  GL-UPLOAD-LINE              PIC X(55).

       FD  GL-PROOF-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS GL-PROOF-LINE.
       01  GL-PROOF-LINE               PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    The general-ledger accounts the journal posts to, in the
      *    order the posting paragraphs address them by subscript:
      *    1 inventory, 2 inventory in transit, 3 accrued payables,
      *    4 cost of goods sold, 5 purchase price variance,
      *    6 inventory shrinkage, 7 inventory revaluation,
      *    8 scrapped returns, 9 assembly variance.
       01  ACCOUNT-RECORD.
           05  FILLER              PIC X(04) VALUE "1400".
           05  FILLER              PIC X(25) VALUE "INVENTORY".
           05  FILLER              PIC X(04) VALUE "1410".
           05  FILLER              PIC X(25) VALUE
                   "INVENTORY IN TRANSIT".
           05  FILLER              PIC X(04) VALUE "2150".
           05  FILLER              PIC X(25) VALUE
                   "ACCRUED PAYABLES".
           05  FILLER              PIC X(04) VALUE "5000".
           05  FILLER              PIC X(25) VALUE
                   "COST OF GOODS SOLD".
           05  FILLER              PIC X(04) VALUE "5100".
           05  FILLER              PIC X(25) VALUE
                   "PURCHASE PRICE VARIANCE".
           05  FILLER              PIC X(04) VALUE "5200".
           05  FILLER              PIC X(25) VALUE
                   "INVENTORY SHRINKAGE".
           05  FILLER              PIC X(04) VALUE "5300".
           05  FILLER              PIC X(25) VALUE
                   "INVENTORY REVALUATION".
           05  FILLER              PIC X(04) VALUE "5400".
           05  FILLER              PIC X(25) VALUE
                   "SCRAPPED RETURNS".
           05  FILLER              PIC X(04) VALUE "5500".
           05  FILLER              PIC X(25) VALUE
                   "ASSEMBLY VARIANCE".
       01  ACCOUNT-TABLE           REDEFINES ACCOUNT-RECORD.
           05  ACCOUNT-ENT         OCCURS 9 TIMES.
               10  ACCOUNT-NUMBER      PIC X(04).
               10  ACCOUNT-NAME        PIC X(25).

      *    Debits and credits per account -- the period's, and the
      *    later movements' kept apart to bridge to the master.
       01  ACCOUNT-TOTALS-TABLE.
           05  ACCOUNT-TOTALS      OCCURS 9 TIMES.
               10  PERIOD-DEBIT        PIC 9(12)V99.
               10  PERIOD-CREDIT       PIC 9(12)V99.
               10  LATER-DEBIT         PIC 9(12)V99.
               10  LATER-CREDIT        PIC 9(12)V99.

      *    The kinds of movement the proof report counts, in the
      *    order the valuing paragraphs address them by subscript.
       01  CATEGORY-RECORD.
           05  FILLER              PIC X(25) VALUE
                   "RECEIPTS AND ADDS".
           05  FILLER              PIC X(25) VALUE "ISSUES".
           05  FILLER              PIC X(25) VALUE
                   "COUNT ADJUSTMENTS".
           05  FILLER              PIC X(25) VALUE
                   "DELETES WRITTEN OFF".
           05  FILLER              PIC X(25) VALUE
                   "TRANSFERS DISPATCHED".
           05  FILLER              PIC X(25) VALUE
                   "TRANSFERS CONFIRMED".
           05  FILLER              PIC X(25) VALUE "REVALUATIONS".
           05  FILLER              PIC X(25) VALUE
                   "CUSTOMER RETURNS".
           05  FILLER              PIC X(25) VALUE
                   "RETURNS SCRAPPED".
           05  FILLER              PIC X(25) VALUE
                   "RETURNS TO VENDOR".
           05  FILLER              PIC X(25) VALUE
                   "ASSEMBLY ISSUES".
           05  FILLER              PIC X(25) VALUE
                   "ASSEMBLY RECEIPTS".
           05  FILLER              PIC X(25) VALUE
                   "NOT VALUED - UNKNOWN CODE".
       01  CATEGORY-TABLE          REDEFINES CATEGORY-RECORD.
           05  CATEGORY-NAME       PIC X(25) OCCURS 13 TIMES.

      *    Movement count and stock value per kind, for the period.
       01  CATEGORY-TOTALS-TABLE.
           05  CATEGORY-TOTALS     OCCURS 13 TIMES.
               10  CATEGORY-CNT        PIC 9(05).
               10  CATEGORY-VALUE      PIC S9(12)V99.

      *    This record is for printing the title of the journal
      *    proof.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "GL JOURNAL PROOF".
           05  FILLER              PIC X(08) VALUE "PERIOD: ".
           05  PERIOD-O            PIC 9(06).
           05  FILLER              PIC X(08) VALUE "  DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the title of a section of the
      *    proof.
       01  SECTION-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SECTION-TITLE-O     PIC X(40).

      *    This record is for printing the header of the movement
      *    section.
       01  CATEGORY-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(27) VALUE "MOVEMENT".
           05  FILLER              PIC X(06) VALUE " COUNT".
           05  FILLER              PIC X(22) VALUE
                   "           STOCK VALUE".

      *    This record is for printing one kind of movement.
       01  CATEGORY-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CATEGORY-NAME-O     PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CATEGORY-CNT-O      PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CATEGORY-VALUE-O    PIC $$$$,$$$,$$$,$$9.99-.

      *    This record is for printing the header of the journal
      *    section.
       01  JOURNAL-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "ACCT".
           05  FILLER              PIC X(26) VALUE "ACCOUNT NAME".
           05  FILLER              PIC X(20) VALUE
                   "               DEBIT".
           05  FILLER              PIC X(20) VALUE
                   "              CREDIT".

      *    This record is for printing one journal line, and with the
      *    account left blank, the journal totals.
       01  JOURNAL-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACCOUNT-NUMBER-O    PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACCOUNT-NAME-O      PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEBIT-O             PIC $$$$,$$$,$$$,$$9.99B.
           05  CREDIT-O            PIC $$$$,$$$,$$$,$$9.99B.

      *    This record is for printing one line of the inventory
      *    roll.
       01  ROLL-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ROLL-NAME-O         PIC X(40).
           05  ROLL-VALUE-O        PIC $$$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ROLL-NOTE-O         PIC X(20).

      *    This record is for printing the counts footer of the
      *    proof.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(24).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    This record is for writing one comma-delimited journal
      *    line of the upload.  the amount carries an actual decimal
      *    point, the way the ERP extract's money fields do.
       01  GL-UPLOAD-DETAIL.
           05  PERIOD-X            PIC 9(06).
           05  FILLER              PIC X(01) VALUE ",".
           05  ACCOUNT-NUMBER-X    PIC X(04).
           05  FILLER              PIC X(01) VALUE ",".
           05  DEBIT-CREDIT-X      PIC X(01).
           05  FILLER              PIC X(01) VALUE ",".
           05  AMOUNT-X            PIC 9(12).99.
           05  FILLER              PIC X(01) VALUE ",".
           05  ACCOUNT-NAME-X      PIC X(25).

      *    This record is for writing the control trailer that ends
      *    the upload -- the line count and the debit and credit
      *    totals, which must agree for the ledger to accept it.
       01  GL-UPLOAD-TRAILER.
           05  FILLER              PIC X(01) VALUE "T".
           05  FILLER              PIC X(01) VALUE ",".
           05  TRAILER-LINE-CNT    PIC 9(05).
           05  FILLER              PIC X(01) VALUE ",".
           05  TRAILER-DEBIT-TOTAL PIC 9(12).99.
           05  FILLER              PIC X(01) VALUE ",".
           05  TRAILER-CREDIT-TOTAL    PIC 9(12).99.

       01  SWITCHES-AND-COUNTERS.
           05  MOVE-EOF-SW         PIC X(01) VALUE "N".
           05  MASTER-EOF-SW       PIC X(01) VALUE "N".
           05  HIST-EOF-SW         PIC X(01) VALUE "N".
           05  GLP-EOF-SW          PIC X(01) VALUE "N".
           05  REFUSE-SW           PIC X(01) VALUE "N".
           05  FIRST-POSTING-SW    PIC X(01) VALUE "Y".
           05  HIST-FOUND-SW       PIC X(01) VALUE "N".
           05  LATER-SW            PIC X(01) VALUE "N".
           05  MOVE-READ-CNT       PIC 9(05) VALUE ZEROS.
           05  EARLIER-CNT         PIC 9(05) VALUE ZEROS.
           05  BACK-DATED-CNT      PIC 9(05) VALUE ZEROS.
           05  LATER-CNT           PIC 9(05) VALUE ZEROS.
           05  OPENING-CNT         PIC 9(05) VALUE ZEROS.
           05  LINE-CNT            PIC 9(05) VALUE ZEROS.

      *    Controls for picking and guarding the period.  the period
      *    entered is viewed as year and month to work out the one
      *    that must follow the last posted, and every movement date
      *    is viewed down to its year and month to place it.
       01  PERIOD-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).
           05  HIST-FILE-STATUS    PIC X(02).
           05  GLP-FILE-STATUS     PIC X(02).
           05  GL-PERIOD           PIC 9(06).
           05  GL-PERIOD-VIEW      REDEFINES GL-PERIOD.
               10  GL-PERIOD-YEAR      PIC 9(04).
               10  GL-PERIOD-MONTH     PIC 9(02).
           05  LAST-POSTED-PERIOD  PIC 9(06) VALUE ZEROS.
           05  NEXT-PERIOD         PIC 9(06).
           05  NEXT-PERIOD-VIEW    REDEFINES NEXT-PERIOD.
               10  NEXT-PERIOD-YEAR    PIC 9(04).
               10  NEXT-PERIOD-MONTH   PIC 9(02).
           05  TODAY-DATE          PIC 9(08).
           05  TODAY-DATE-VIEW     REDEFINES TODAY-DATE.
               10  TODAY-PERIOD        PIC 9(06).
               10  FILLER              PIC 9(02).
           05  TODAY-TIME          PIC 9(08).
           05  MOVE-DATE-WORK      PIC 9(08).
           05  MOVE-DATE-VIEW      REDEFINES MOVE-DATE-WORK.
               10  MOVE-PERIOD         PIC 9(06).
               10  FILLER              PIC 9(02).
           05  REFUSE-TEXT         PIC X(50).

      *    When the last period was posted.  a movement appended after
      *    it was never journalled, whatever its date.  left at all
      *    nines before the first posting, so nothing counts as late.
       01  LAST-POSTED-STAMP.
           05  LAST-POSTED-DATE    PIC 9(08) VALUE 99999999.
           05  LAST-POSTED-TIME    PIC 9(08) VALUE 99999999.

      *    Controls for valuing one movement and posting its pair of
      *    journal sides.
       01  POSTING-CONTROLS.
           05  QTY-CHANGE          PIC S9(06).
           05  MOVE-COST           PIC 9(05)V99.
           05  COST-BEFORE         PIC 9(05)V99.
           05  COST-AFTER          PIC 9(05)V99.
           05  STOCK-VALUE         PIC S9(11)V99.
           05  REVALUE-VALUE       PIC S9(11)V99.
           05  POST-AMOUNT         PIC S9(11)V99.
           05  DR-IDX              PIC 9(02).
           05  CR-IDX              PIC 9(02).
           05  SWAP-IDX            PIC 9(02).
           05  CAT-IDX             PIC 9(02).
           05  AC-IDX              PIC 9(02).
           05  NET-AMOUNT          PIC S9(12)V99.

      *    The opening balances, the period's movement, and the
      *    bridge to the master, for the inventory roll.
       01  ACCUMULATORS.
           05  INVENTORY-OPEN      PIC S9(12)V99 VALUE ZEROS.
           05  TRANSIT-OPEN        PIC S9(12)V99 VALUE ZEROS.
           05  INVENTORY-PERIOD-NET    PIC S9(12)V99 VALUE ZEROS.
           05  TRANSIT-PERIOD-NET  PIC S9(12)V99 VALUE ZEROS.
           05  INVENTORY-CLOSE     PIC S9(12)V99 VALUE ZEROS.
           05  TRANSIT-CLOSE       PIC S9(12)V99 VALUE ZEROS.
           05  INVENTORY-LATER-NET PIC S9(12)V99 VALUE ZEROS.
           05  EXPECTED-ON-MASTER  PIC S9(12)V99 VALUE ZEROS.
           05  MASTER-VALUATION    PIC 9(12)V99 VALUE ZEROS.
           05  MASTER-DIFFERENCE   PIC S9(12)V99 VALUE ZEROS.
           05  LAST-HIST-TOTAL     PIC 9(12)V99 VALUE ZEROS.
           05  LAST-HIST-DATE      PIC 9(08) VALUE ZEROS.
           05  UPLOAD-DEBIT-TOTAL  PIC 9(12)V99 VALUE ZEROS.
           05  UPLOAD-CREDIT-TOTAL PIC 9(12)V99 VALUE ZEROS.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-POST-GL-JOURNAL.
           PERFORM 200-SELECT-GL-PERIOD.
           IF  REFUSE-SW = "Y"
               DISPLAY REFUSE-TEXT
               DISPLAY "GL POSTING REFUSED"
               MOVE    8               TO  RETURN-CODE
           ELSE
               PERFORM 200-INITIATE-GL-JOURNAL
               PERFORM 200-VALUE-ONE-MOVEMENT
                       UNTIL MOVE-EOF-SW = "Y"
               PERFORM 200-TERMINATE-GL-JOURNAL.
           STOP RUN.

      ******************************************************************
      * ask the period and refuse it when it is already posted, is
      * not the month after the last one posted, or has not ended.
      *-----------------------------------------------------------------
       200-SELECT-GL-PERIOD.
           DISPLAY "GL PERIOD TO POST (YYYYMM)? ".
           ACCEPT  GL-PERIOD.
           ACCEPT  TODAY-DATE          FROM DATE YYYYMMDD.
           ACCEPT  TODAY-TIME          FROM TIME.
           PERFORM 300-LOAD-POSTED-PERIODS.
           PERFORM 300-CHECK-PERIOD-POSTABLE.

      *-----------------------------------------------------------------
      * clear the totals, open files, and read the first movement.
      *-----------------------------------------------------------------
       200-INITIATE-GL-JOURNAL.
           INITIALIZE  ACCOUNT-TOTALS-TABLE
                       CATEGORY-TOTALS-TABLE.
           OPEN    INPUT   MOVEMENT-LEDGER-IN.
           IF  MOVE-FILE-STATUS NOT = "00"
               MOVE    "Y"             TO  MOVE-EOF-SW.
           OPEN    OUTPUT  GL-UPLOAD-OUT
                           GL-PROOF-OUT.
           PERFORM 300-READ-MOVEMENT-LEDGER.

      *-----------------------------------------------------------------
      * place one movement by its date -- before the period it was
      * posted already, in the period it is journalled, after the
      * period it only bridges to the master -- and read the next.
      * one dated before the period but appended after the last
      * posting was never journalled, so it is journalled now.  an
      * opening balance INVROLL left when it closed a period moves
      * nothing and is only counted.
      *-----------------------------------------------------------------
       200-VALUE-ONE-MOVEMENT.
           MOVE    MOVE-DATE           TO  MOVE-DATE-WORK.
           IF  MOVE-TRANS-CODE = "O"
               ADD     1               TO  OPENING-CNT
           ELSE
               IF  MOVE-PERIOD < GL-PERIOD
                   PERFORM 300-VALUE-EARLIER-MOVEMENT
               ELSE
                   IF  MOVE-PERIOD = GL-PERIOD
                       MOVE    "N"     TO  LATER-SW
                       PERFORM 300-VALUE-MOVEMENT
                   ELSE
                       MOVE    "Y"     TO  LATER-SW
                       ADD     1       TO  LATER-CNT
                       PERFORM 300-VALUE-MOVEMENT.
           PERFORM 300-READ-MOVEMENT-LEDGER.

      *-----------------------------------------------------------------
      * roll the inventory forward, write the upload and the proof,
      * record the period as posted, and close.  the period is
      * recorded as posted even when it does not tie to the master;
      * the run then ends with RETURN-CODE 8 to stop the upload
      * being loaded.
      *-----------------------------------------------------------------
       200-TERMINATE-GL-JOURNAL.
           PERFORM 300-VALUE-INVENTORY-MASTER.
           PERFORM 300-FIND-LAST-PROJECT3-TOTAL.
           PERFORM 300-ROLL-INVENTORY-FORWARD.
           PERFORM 300-WRITE-GL-UPLOAD.
           PERFORM 300-PRINT-GL-PROOF.
           PERFORM 300-RECORD-PERIOD-POSTED.
           CLOSE   GL-UPLOAD-OUT
                   GL-PROOF-OUT.
           IF  MOVE-FILE-STATUS = "00" OR MOVE-FILE-STATUS = "10"
               CLOSE   MOVEMENT-LEDGER-IN.
           IF  MASTER-DIFFERENCE NOT = ZEROS
               DISPLAY "ENDING INVENTORY DOES NOT TIE TO THE MASTER "
                       "- SEE GLPROOF.TXT"
               MOVE    8               TO  RETURN-CODE.

      ******************************************************************
      * read GLPERIOD.TXT for the last period posted and its closing
      * balances, and note whether the period asked for is on it.
      *-----------------------------------------------------------------
       300-LOAD-POSTED-PERIODS.
           OPEN    INPUT   GL-PERIOD-FILE.
           IF  GLP-FILE-STATUS = "00"
               PERFORM 400-READ-ONE-POSTED-PERIOD
                       UNTIL GLP-EOF-SW = "Y"
               CLOSE   GL-PERIOD-FILE.

      *-----------------------------------------------------------------
      * a period already on GLPERIOD.TXT is refused outright; so is a
      * period out of sequence, since its opening balance would not
      * be the last one's closing; and so is a month not yet over,
      * whose later movements would never be journalled.
      *-----------------------------------------------------------------
       300-CHECK-PERIOD-POSTABLE.
           IF  GL-PERIOD-MONTH < 01 OR GL-PERIOD-MONTH > 12
               MOVE    "Y"             TO  REFUSE-SW
               MOVE    "PERIOD MUST BE YYYYMM"     TO  REFUSE-TEXT
           ELSE
               IF  REFUSE-SW = "Y"
                   MOVE    "PERIOD ALREADY POSTED"     TO  REFUSE-TEXT
               ELSE
                   IF  GL-PERIOD NOT < TODAY-PERIOD
                       MOVE    "Y"     TO  REFUSE-SW
                       MOVE    "PERIOD HAS NOT ENDED YET"
                               TO  REFUSE-TEXT
                   ELSE
                       PERFORM 300-CHECK-PERIOD-IN-SEQUENCE.

      *-----------------------------------------------------------------
      * after the first posting, only the month following the last
      * one posted may be posted.
      *-----------------------------------------------------------------
       300-CHECK-PERIOD-IN-SEQUENCE.
           IF  FIRST-POSTING-SW = "N"
               MOVE    LAST-POSTED-PERIOD  TO  NEXT-PERIOD
               IF  NEXT-PERIOD-MONTH = 12
                   ADD     1           TO  NEXT-PERIOD-YEAR
                   MOVE    01          TO  NEXT-PERIOD-MONTH
               ELSE
                   ADD     1           TO  NEXT-PERIOD-MONTH.
           IF  FIRST-POSTING-SW = "N" AND GL-PERIOD NOT = NEXT-PERIOD
               MOVE    "Y"             TO  REFUSE-SW
               MOVE    "PERIOD OUT OF SEQUENCE - POST NEXT MONTH FIRST"
                       TO  REFUSE-TEXT.

      *-----------------------------------------------------------------
      * a movement dated before the period was posted with its own
      * period, unless it was appended after the last posting.
      *-----------------------------------------------------------------
       300-VALUE-EARLIER-MOVEMENT.
           IF  MOVE-POSTED-STAMP > LAST-POSTED-STAMP
               MOVE    "N"             TO  LATER-SW
               ADD     1               TO  BACK-DATED-CNT
               PERFORM 300-VALUE-MOVEMENT
           ELSE
               ADD     1               TO  EARLIER-CNT.

      *-----------------------------------------------------------------
      * read one movement.
      *-----------------------------------------------------------------
       300-READ-MOVEMENT-LEDGER.
           IF  MOVE-EOF-SW = "N"
               READ    MOVEMENT-LEDGER-IN
                       AT END      MOVE "Y" TO MOVE-EOF-SW
                       NOT AT END  ADD 1 TO MOVE-READ-CNT.

      *-----------------------------------------------------------------
      * value one movement at the unit cost it carries, and post it
      * by the program that made it -- INVXFER's are transfers,
      * INVPRICE's are revaluations, and the rest are INVMAINT's
      * postings.  whatever the move did to the cost of the stock
      * beyond that -- the on-hand after at the average after, less
      * the on-hand before at the average before -- is a cost
      * revaluation, posted last.
      *-----------------------------------------------------------------
       300-VALUE-MOVEMENT.
           COMPUTE QTY-CHANGE = MOVE-QTY-AFTER - MOVE-QTY-BEFORE.
           PERFORM 300-SET-MOVEMENT-COSTS.
           COMPUTE STOCK-VALUE = QTY-CHANGE * MOVE-COST.
           COMPUTE REVALUE-VALUE = MOVE-QTY-AFTER * COST-AFTER
                   - MOVE-QTY-BEFORE * COST-BEFORE - STOCK-VALUE.
           IF  MOVE-SOURCE-PROGRAM = "INVXFER"
               PERFORM 300-VALUE-TRANSFER
           ELSE
               IF  MOVE-SOURCE-PROGRAM = "INVPRICE"
                   PERFORM 300-VALUE-REVALUATION
               ELSE
                   PERFORM 300-VALUE-STOCK-POSTING.
           IF  REVALUE-VALUE NOT = ZEROS
               PERFORM 300-VALUE-COST-REVALUATION.

      *-----------------------------------------------------------------
      * the unit cost the movement carries, or the average once it
      * is applied when it carries none; and the averages before
      * and after.  a record written before the ledger kept the
      * averages takes its unit cost for both.
      *-----------------------------------------------------------------
       300-SET-MOVEMENT-COSTS.
           IF  MOVE-AVG-COST NUMERIC AND MOVE-PRIOR-AVG-COST NUMERIC
               MOVE    MOVE-AVG-COST       TO  COST-AFTER
               MOVE    MOVE-PRIOR-AVG-COST TO  COST-BEFORE
           ELSE
               MOVE    MOVE-UNIT-COST      TO  COST-AFTER
                                               COST-BEFORE.
           IF  MOVE-UNIT-COST > ZEROS
               MOVE    MOVE-UNIT-COST      TO  MOVE-COST
           ELSE
               MOVE    COST-AFTER          TO  MOVE-COST.

      *-----------------------------------------------------------------
      * a dispatch moves stock out of inventory into transit, a
      * confirm moves it back -- the signed value carries the
      * direction.
      *-----------------------------------------------------------------
       300-VALUE-TRANSFER.
           IF  MOVE-TRANS-CODE = "T"
               MOVE    5               TO  CAT-IDX
           ELSE
               MOVE    6               TO  CAT-IDX.
           MOVE    1                   TO  DR-IDX.
           MOVE    2                   TO  CR-IDX.
           MOVE    STOCK-VALUE         TO  POST-AMOUNT.
           PERFORM 400-POST-JOURNAL-PAIR.
           PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * a revaluation moves no stock.  it changes the price the part
      * sells at, not what it cost, so it is only counted -- should
      * it ever carry a change in the average, that is posted as a
      * cost revaluation like any other.
      *-----------------------------------------------------------------
       300-VALUE-REVALUATION.
           MOVE    7                   TO  CAT-IDX.
           PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * post what the movement changed the cost of the stock on hand
      * by.  on a return to the vendor, whose units leave at the
      * average but come off payables at the debit memo cost, the
      * gap is purchase price variance; anywhere else it is the
      * moving average re-costing the stock already on hand, which
      * is revaluation.
      *-----------------------------------------------------------------
       300-VALUE-COST-REVALUATION.
           MOVE    1                   TO  DR-IDX.
           IF  MOVE-TRANS-CODE = "B"
                   AND MOVE-SOURCE-PROGRAM = "INVMAINT"
               MOVE    5               TO  CR-IDX
           ELSE
               MOVE    7               TO  CR-IDX.
           MOVE    REVALUE-VALUE       TO  POST-AMOUNT.
           PERFORM 400-POST-JOURNAL-PAIR.

      *-----------------------------------------------------------------
      * an INVMAINT posting, by its transaction code.
      *-----------------------------------------------------------------
       300-VALUE-STOCK-POSTING.
           IF  MOVE-TRANS-CODE = "R" OR MOVE-TRANS-CODE = "N"
               MOVE    1               TO  CAT-IDX
               PERFORM 300-VALUE-RECEIPT
           ELSE
               IF  MOVE-TRANS-CODE = "E" OR MOVE-TRANS-CODE = "W"
                       OR MOVE-TRANS-CODE = "B"
                   PERFORM 300-VALUE-CUSTOMER-RETURN
               ELSE
                   PERFORM 300-VALUE-ISSUE-OR-ADJUSTMENT.

      *-----------------------------------------------------------------
      * an issue takes stock out of inventory into cost of goods
      * sold; a kit build's or teardown's parts are assembly; anything
      * else is an adjustment or unknown.
      *-----------------------------------------------------------------
       300-VALUE-ISSUE-OR-ADJUSTMENT.
           IF  MOVE-TRANS-CODE = "S"
               MOVE    2           TO  CAT-IDX
               MOVE    4           TO  DR-IDX
               MOVE    1           TO  CR-IDX
               COMPUTE POST-AMOUNT = ZEROS - STOCK-VALUE
               PERFORM 400-POST-JOURNAL-PAIR
               PERFORM 400-COUNT-CATEGORY
           ELSE
               IF  MOVE-TRANS-CODE = "K" OR MOVE-TRANS-CODE = "M"
                   PERFORM 300-VALUE-ASSEMBLY
               ELSE
                   PERFORM 300-VALUE-ADJUSTMENT.

      *-----------------------------------------------------------------
      * a part used up by a kit build or teardown leaves inventory,
      * and a part made comes into it, against assembly variance --
      * the signed value carries the direction.  a build makes the
      * kit at the cost its components went out at, so it leaves
      * nothing on the variance account; a teardown leaves only the
      * rounding of the kit's cost shared out over its components.
      *-----------------------------------------------------------------
       300-VALUE-ASSEMBLY.
           IF  MOVE-TRANS-CODE = "K"
               MOVE    11              TO  CAT-IDX
           ELSE
               MOVE    12              TO  CAT-IDX.
           MOVE    1                   TO  DR-IDX.
           MOVE    9                   TO  CR-IDX.
           MOVE    STOCK-VALUE         TO  POST-AMOUNT.
           PERFORM 400-POST-JOURNAL-PAIR.
           PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * a receipt -- or the opening stock an add brings in -- goes
      * into inventory and into accrued payables at the cost the
      * dock keyed, or at the average when none was keyed.  a return
      * to the vendor runs the same sums at its debit memo cost with
      * the quantity going out, which turns every side round; the
      * gap to the average its units leave at follows as a cost
      * revaluation.
      *-----------------------------------------------------------------
       300-VALUE-RECEIPT.
           MOVE    1                   TO  DR-IDX.
           MOVE    3                   TO  CR-IDX.
           MOVE    STOCK-VALUE         TO  POST-AMOUNT.
           PERFORM 400-POST-JOURNAL-PAIR.
           PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * a customer return put back on the shelf reverses the cost of
      * the sale; one scrapped is written off to scrapped returns the
      * moment it is taken back out; one sent back to the vendor is
      * valued the way a receipt is, against the payables its debit
      * memo reduces.
      *-----------------------------------------------------------------
       300-VALUE-CUSTOMER-RETURN.
           IF  MOVE-TRANS-CODE = "B"
               MOVE    10              TO  CAT-IDX
               PERFORM 300-VALUE-RECEIPT
           ELSE
               IF  MOVE-TRANS-CODE = "E"
                   MOVE    8           TO  CAT-IDX
                   MOVE    1           TO  DR-IDX
                   MOVE    4           TO  CR-IDX
               ELSE
                   MOVE    9           TO  CAT-IDX
                   MOVE    1           TO  DR-IDX
                   MOVE    8           TO  CR-IDX.
           IF  MOVE-TRANS-CODE NOT = "B"
               MOVE    STOCK-VALUE     TO  POST-AMOUNT
               PERFORM 400-POST-JOURNAL-PAIR
               PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * a count adjustment or a delete moves inventory against
      * shrinkage -- a loss credits inventory, a gain debits it.  any
      * other code is counted but not valued, so the proof shows it.
      *-----------------------------------------------------------------
       300-VALUE-ADJUSTMENT.
           IF  MOVE-TRANS-CODE = "A" OR MOVE-TRANS-CODE = "D"
               IF  MOVE-TRANS-CODE = "A"
                   MOVE    3           TO  CAT-IDX
               ELSE
                   MOVE    4           TO  CAT-IDX
           ELSE
               MOVE    13              TO  CAT-IDX
               MOVE    ZEROS           TO  STOCK-VALUE
                                           REVALUE-VALUE.
           IF  CAT-IDX NOT = 13
               MOVE    1               TO  DR-IDX
               MOVE    6               TO  CR-IDX
               MOVE    STOCK-VALUE     TO  POST-AMOUNT
               PERFORM 400-POST-JOURNAL-PAIR.
           PERFORM 400-COUNT-CATEGORY.

      *-----------------------------------------------------------------
      * value the master exactly as PROJECT3 does for its cost grand
      * total -- on-hand times average unit cost, part by part.
      *-----------------------------------------------------------------
       300-VALUE-INVENTORY-MASTER.
           OPEN    INPUT   INVENT-MASTER-IN.
           PERFORM 400-VALUE-ONE-MASTER
                   UNTIL MASTER-EOF-SW = "Y".
           CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * pick up the cost grand total of PROJECT3's latest run.
      *-----------------------------------------------------------------
       300-FIND-LAST-PROJECT3-TOTAL.
           OPEN    INPUT   INVENT-HISTORY-IN.
           IF  HIST-FILE-STATUS = "00"
               PERFORM 400-READ-ONE-HISTORY
                       UNTIL HIST-EOF-SW = "Y"
               CLOSE   INVENT-HISTORY-IN.

      *-----------------------------------------------------------------
      * opening plus the period's net movement is the closing
      * balance; the closing balance plus the later movements is
      * what the master should be valued at today.  the very first
      * posting has no closing balance to open from, so it opens
      * from the master, backing out the movements since -- and it
      * takes nothing to be in transit.
      *-----------------------------------------------------------------
       300-ROLL-INVENTORY-FORWARD.
           COMPUTE INVENTORY-PERIOD-NET =
                   PERIOD-DEBIT(1) - PERIOD-CREDIT(1).
           COMPUTE TRANSIT-PERIOD-NET =
                   PERIOD-DEBIT(2) - PERIOD-CREDIT(2).
           COMPUTE INVENTORY-LATER-NET =
                   LATER-DEBIT(1) - LATER-CREDIT(1).
           IF  FIRST-POSTING-SW = "Y"
               COMPUTE INVENTORY-OPEN = MASTER-VALUATION
                       - INVENTORY-LATER-NET - INVENTORY-PERIOD-NET
               MOVE    ZEROS           TO  TRANSIT-OPEN.
           COMPUTE INVENTORY-CLOSE =
                   INVENTORY-OPEN + INVENTORY-PERIOD-NET.
           COMPUTE TRANSIT-CLOSE = TRANSIT-OPEN + TRANSIT-PERIOD-NET.
           COMPUTE EXPECTED-ON-MASTER =
                   INVENTORY-CLOSE + INVENTORY-LATER-NET.
           COMPUTE MASTER-DIFFERENCE =
                   MASTER-VALUATION - EXPECTED-ON-MASTER.

      *-----------------------------------------------------------------
      * write one journal line per account the period moved, netted
      * to a debit or a credit, and end with the trailer.
      *-----------------------------------------------------------------
       300-WRITE-GL-UPLOAD.
           PERFORM 400-WRITE-ONE-UPLOAD-LINE
               VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > 9.
           MOVE    LINE-CNT            TO  TRAILER-LINE-CNT.
           MOVE    UPLOAD-DEBIT-TOTAL  TO  TRAILER-DEBIT-TOTAL.
           MOVE    UPLOAD-CREDIT-TOTAL TO  TRAILER-CREDIT-TOTAL.
           WRITE   GL-UPLOAD-LINE      FROM    GL-UPLOAD-TRAILER.

      *-----------------------------------------------------------------
      * print the proof -- movements by kind, the journal and its
      * balance, the inventory roll and its tie to the master.
      *-----------------------------------------------------------------
       300-PRINT-GL-PROOF.
           MOVE    GL-PERIOD           TO  PERIOD-O.
           MOVE    TODAY-DATE          TO  RUN-DATE-O.
           WRITE   GL-PROOF-LINE       FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           PERFORM 300-PRINT-MOVEMENT-SECTION.
           PERFORM 300-PRINT-JOURNAL-SECTION.
           PERFORM 300-PRINT-INVENTORY-ROLL.
           PERFORM 300-PRINT-PROOF-FOOTER.

      *-----------------------------------------------------------------
      * print the period's movements by kind.
      *-----------------------------------------------------------------
       300-PRINT-MOVEMENT-SECTION.
           MOVE    "MOVEMENTS IN THE PERIOD"   TO  SECTION-TITLE-O.
           WRITE   GL-PROOF-LINE       FROM    SECTION-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   GL-PROOF-LINE       FROM    CATEGORY-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM 400-PRINT-ONE-CATEGORY
               VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 13.

      *-----------------------------------------------------------------
      * print the journal lines as uploaded, and their totals.
      *-----------------------------------------------------------------
       300-PRINT-JOURNAL-SECTION.
           MOVE    "JOURNAL"           TO  SECTION-TITLE-O.
           WRITE   GL-PROOF-LINE       FROM    SECTION-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   GL-PROOF-LINE       FROM    JOURNAL-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM 400-PRINT-ONE-JOURNAL-LINE
               VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > 9.
           MOVE    SPACES              TO  ACCOUNT-NUMBER-O.
           IF  UPLOAD-DEBIT-TOTAL = UPLOAD-CREDIT-TOTAL
               MOVE    "TOTAL - IN BALANCE"    TO  ACCOUNT-NAME-O
           ELSE
               MOVE    "TOTAL - OUT OF BALANCE"    TO  ACCOUNT-NAME-O.
           MOVE    UPLOAD-DEBIT-TOTAL  TO  DEBIT-O.
           MOVE    UPLOAD-CREDIT-TOTAL TO  CREDIT-O.
           WRITE   GL-PROOF-LINE       FROM    JOURNAL-DETAIL
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print the inventory roll from opening to closing, the bridge
      * to the master, and the tie to PROJECT3.
      *-----------------------------------------------------------------
       300-PRINT-INVENTORY-ROLL.
           MOVE    "INVENTORY ROLL"    TO  SECTION-TITLE-O.
           WRITE   GL-PROOF-LINE       FROM    SECTION-TITLE
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES              TO  ROLL-NOTE-O.
           IF  FIRST-POSTING-SW = "Y"
               MOVE    "FROM MASTER"   TO  ROLL-NOTE-O.
           MOVE    "OPENING INVENTORY"     TO  ROLL-NAME-O.
           MOVE    INVENTORY-OPEN      TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES              TO  ROLL-NOTE-O.
           MOVE    "  NET MOVEMENT IN THE PERIOD"  TO  ROLL-NAME-O.
           MOVE    INVENTORY-PERIOD-NET    TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.
           MOVE    "ENDING INVENTORY"  TO  ROLL-NAME-O.
           MOVE    INVENTORY-CLOSE     TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.
           MOVE    "  NET MOVEMENT SINCE THE PERIOD"   TO  ROLL-NAME-O.
           MOVE    INVENTORY-LATER-NET TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL
                   AFTER ADVANCING 2   LINES.
           MOVE    "EXPECTED ON THE MASTER TODAY"  TO  ROLL-NAME-O.
           MOVE    EXPECTED-ON-MASTER  TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.
           MOVE    "MASTER AT PROJECT3 COST GRAND TOTAL"
                   TO  ROLL-NAME-O.
           MOVE    MASTER-VALUATION    TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.
           IF  MASTER-DIFFERENCE = ZEROS
               MOVE    "TIES"          TO  ROLL-NOTE-O
           ELSE
               MOVE    "DOES NOT TIE"  TO  ROLL-NOTE-O.
           MOVE    "DIFFERENCE"        TO  ROLL-NAME-O.
           MOVE    MASTER-DIFFERENCE   TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.
           PERFORM 300-PRINT-LAST-PROJECT3-TOTAL.
           MOVE    SPACES              TO  ROLL-NOTE-O.
           MOVE    "OPENING INVENTORY IN TRANSIT"  TO  ROLL-NAME-O.
           MOVE    TRANSIT-OPEN        TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL
                   AFTER ADVANCING 2   LINES.
           MOVE    "ENDING INVENTORY IN TRANSIT"   TO  ROLL-NAME-O.
           MOVE    TRANSIT-CLOSE       TO  ROLL-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.

      *-----------------------------------------------------------------
      * print PROJECT3's own last cost grand total and the date it ran,
      * when it has run -- the figure finance already holds.
      *-----------------------------------------------------------------
       300-PRINT-LAST-PROJECT3-TOTAL.
           IF  HIST-FOUND-SW = "Y"
               MOVE    "LAST PROJECT3 COST GRAND TOTAL"
                       TO  ROLL-NAME-O
               MOVE    LAST-HIST-TOTAL     TO  ROLL-VALUE-O
               MOVE    LAST-HIST-DATE      TO  ROLL-NOTE-O
               WRITE   GL-PROOF-LINE       FROM    ROLL-DETAIL.

      *-----------------------------------------------------------------
      * print the counts of the proof.
      *-----------------------------------------------------------------
       300-PRINT-PROOF-FOOTER.
           MOVE    "MOVEMENTS READ"    TO  FOOTER-NAME.
           MOVE    MOVE-READ-CNT       TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "POSTED IN EARLIER PERIOD"  TO  FOOTER-NAME.
           MOVE    EARLIER-CNT         TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER.
           MOVE    "BACK-DATED, POSTED LATE"   TO  FOOTER-NAME.
           MOVE    BACK-DATED-CNT      TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER.
           MOVE    "DATED AFTER THE PERIOD"    TO  FOOTER-NAME.
           MOVE    LATER-CNT           TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER.
           MOVE    "OPENING BALANCES"  TO  FOOTER-NAME.
           MOVE    OPENING-CNT         TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER.
           MOVE    "JOURNAL LINES"     TO  FOOTER-NAME.
           MOVE    LINE-CNT            TO  FOOTER-COUNTER.
           WRITE   GL-PROOF-LINE       FROM    REPORT-FOOTER.

      *-----------------------------------------------------------------
      * append the period to GLPERIOD.TXT so it is never posted again
      * and the next period opens from its closing balances.  the
      * time the run started is kept with it, so the next posting
      * picks up what was appended from then on.  the
      * file does not exist before the first posting, so the open
      * falls back to OPEN OUTPUT.
      *-----------------------------------------------------------------
       300-RECORD-PERIOD-POSTED.
           OPEN    EXTEND  GL-PERIOD-FILE.
           IF  GLP-FILE-STATUS = "35"
               OPEN    OUTPUT  GL-PERIOD-FILE.
           MOVE    GL-PERIOD           TO  GLP-PERIOD.
           MOVE    TODAY-DATE          TO  GLP-POST-DATE.
           MOVE    LINE-CNT            TO  GLP-LINE-CNT.
           MOVE    UPLOAD-DEBIT-TOTAL  TO  GLP-DEBIT-TOTAL.
           MOVE    INVENTORY-CLOSE     TO  GLP-INVENTORY-CLOSE.
           MOVE    TRANSIT-CLOSE       TO  GLP-TRANSIT-CLOSE.
           MOVE    TODAY-TIME          TO  GLP-POST-TIME.
           WRITE   GL-PERIOD-RECORD.
           CLOSE   GL-PERIOD-FILE.

      ******************************************************************
      * read one posted period.
      *-----------------------------------------------------------------
       400-READ-ONE-POSTED-PERIOD.
           READ    GL-PERIOD-FILE
                   AT END      MOVE "Y" TO GLP-EOF-SW
                   NOT AT END  PERFORM 400-TAKE-POSTED-PERIOD.

      *-----------------------------------------------------------------
      * remember the latest posted period, its closing balances and
      * when it was posted, and flag the period asked for if it is
      * already there.  a period posted before the time was kept
      * counts nothing appended since as late.
      *-----------------------------------------------------------------
       400-TAKE-POSTED-PERIOD.
           MOVE    "N"                 TO  FIRST-POSTING-SW.
           MOVE    GLP-PERIOD          TO  LAST-POSTED-PERIOD.
           MOVE    GLP-INVENTORY-CLOSE TO  INVENTORY-OPEN.
           MOVE    GLP-TRANSIT-CLOSE   TO  TRANSIT-OPEN.
           IF  GLP-POST-TIME IS NUMERIC
               MOVE    GLP-POST-DATE   TO  LAST-POSTED-DATE
               MOVE    GLP-POST-TIME   TO  LAST-POSTED-TIME
           ELSE
               MOVE    99999999        TO  LAST-POSTED-DATE
                                           LAST-POSTED-TIME.
           IF  GLP-PERIOD = GL-PERIOD
               MOVE    "Y"             TO  REFUSE-SW.

      *-----------------------------------------------------------------
      * post one pair of journal sides -- POST-AMOUNT debited to
      * DR-IDX and credited to CR-IDX.  a negative amount posts the
      * other way round.  a movement after the period goes to the
      * later totals, which only bridge to the master.
      *-----------------------------------------------------------------
       400-POST-JOURNAL-PAIR.
           IF  POST-AMOUNT < ZEROS
               COMPUTE POST-AMOUNT = ZEROS - POST-AMOUNT
               MOVE    DR-IDX          TO  SWAP-IDX
               MOVE    CR-IDX          TO  DR-IDX
               MOVE    SWAP-IDX        TO  CR-IDX.
           IF  LATER-SW = "Y"
               ADD     POST-AMOUNT     TO  LATER-DEBIT(DR-IDX)
               ADD     POST-AMOUNT     TO  LATER-CREDIT(CR-IDX)
           ELSE
               ADD     POST-AMOUNT     TO  PERIOD-DEBIT(DR-IDX)
               ADD     POST-AMOUNT     TO  PERIOD-CREDIT(CR-IDX).

      *-----------------------------------------------------------------
      * count a period movement and its stock value under its kind --
      * all it moved inventory by, its cost revaluation included.
      *-----------------------------------------------------------------
       400-COUNT-CATEGORY.
           IF  LATER-SW = "N"
               ADD     1               TO  CATEGORY-CNT(CAT-IDX)
               ADD     STOCK-VALUE     REVALUE-VALUE
                       TO  CATEGORY-VALUE(CAT-IDX).

      *-----------------------------------------------------------------
      * add one part's value to the master valuation.
      *-----------------------------------------------------------------
       400-VALUE-ONE-MASTER.
           READ    INVENT-MASTER-IN
                   AT END      MOVE "Y" TO MASTER-EOF-SW
                   NOT AT END
                       COMPUTE MASTER-VALUATION = MASTER-VALUATION
                               + QUANTITY-I * AVG-UNIT-COST-I.

      *-----------------------------------------------------------------
      * remember the latest PROJECT3 run's cost grand total.
      *-----------------------------------------------------------------
       400-READ-ONE-HISTORY.
           READ    INVENT-HISTORY-IN
                   AT END      MOVE "Y" TO HIST-EOF-SW
                   NOT AT END
                       MOVE    "Y"     TO  HIST-FOUND-SW
                       MOVE    HIST-COST-GRAND-TOTAL
                               TO  LAST-HIST-TOTAL
                       MOVE    HIST-RUN-DATE       TO  LAST-HIST-DATE.

      *-----------------------------------------------------------------
      * write one account's net movement for the period as a debit
      * or a credit line; an account the period did not move is left
      * off.
      *-----------------------------------------------------------------
       400-WRITE-ONE-UPLOAD-LINE.
           COMPUTE NET-AMOUNT =
                   PERIOD-DEBIT(AC-IDX) - PERIOD-CREDIT(AC-IDX).
           IF  NET-AMOUNT NOT = ZEROS
               MOVE    GL-PERIOD       TO  PERIOD-X
               MOVE    ACCOUNT-NUMBER(AC-IDX)  TO  ACCOUNT-NUMBER-X
               MOVE    ACCOUNT-NAME(AC-IDX)    TO  ACCOUNT-NAME-X
               PERFORM 400-SET-UPLOAD-SIDE
               WRITE   GL-UPLOAD-LINE  FROM    GL-UPLOAD-DETAIL
               ADD     1               TO  LINE-CNT.

      *-----------------------------------------------------------------
      * a net debit or a net credit, and its unsigned amount.
      *-----------------------------------------------------------------
       400-SET-UPLOAD-SIDE.
           IF  NET-AMOUNT > ZEROS
               MOVE    "D"             TO  DEBIT-CREDIT-X
               MOVE    NET-AMOUNT      TO  AMOUNT-X
               ADD     NET-AMOUNT      TO  UPLOAD-DEBIT-TOTAL
           ELSE
               COMPUTE NET-AMOUNT = ZEROS - NET-AMOUNT
               MOVE    "C"             TO  DEBIT-CREDIT-X
               MOVE    NET-AMOUNT      TO  AMOUNT-X
               ADD     NET-AMOUNT      TO  UPLOAD-CREDIT-TOTAL.

      *-----------------------------------------------------------------
      * print one kind of movement.
      *-----------------------------------------------------------------
       400-PRINT-ONE-CATEGORY.
           MOVE    CATEGORY-NAME(CAT-IDX)  TO  CATEGORY-NAME-O.
           MOVE    CATEGORY-CNT(CAT-IDX)   TO  CATEGORY-CNT-O.
           MOVE    CATEGORY-VALUE(CAT-IDX) TO  CATEGORY-VALUE-O.
           WRITE   GL-PROOF-LINE       FROM    CATEGORY-DETAIL.

      *-----------------------------------------------------------------
      * print one account's journal line, netted the way the upload
      * carries it.
      *-----------------------------------------------------------------
       400-PRINT-ONE-JOURNAL-LINE.
           COMPUTE NET-AMOUNT =
                   PERIOD-DEBIT(AC-IDX) - PERIOD-CREDIT(AC-IDX).
           IF  NET-AMOUNT NOT = ZEROS
               MOVE    ACCOUNT-NUMBER(AC-IDX)  TO  ACCOUNT-NUMBER-O
               MOVE    ACCOUNT-NAME(AC-IDX)    TO  ACCOUNT-NAME-O
               PERFORM 400-SET-PROOF-SIDE
               WRITE   GL-PROOF-LINE   FROM    JOURNAL-DETAIL.

      *-----------------------------------------------------------------
      * put the net amount in the debit or the credit column.
      *-----------------------------------------------------------------
       400-SET-PROOF-SIDE.
           IF  NET-AMOUNT > ZEROS
               MOVE    NET-AMOUNT      TO  DEBIT-O
               MOVE    ZEROS           TO  CREDIT-O
           ELSE
               COMPUTE NET-AMOUNT = ZEROS - NET-AMOUNT
               MOVE    ZEROS           TO  DEBIT-O
               MOVE    NET-AMOUNT      TO  CREDIT-O.
