      * re-ordered a week later.
      *
      * - Read "RCVTRAN.TXT" (one line per delivery keyed at the
      *    dock: part number, supplier id, quantity, receipt date,
      *    the unit cost off the supplier's packing slip, and the
      *    supplier's lot number and expiry date where the goods
      *    carry them)
      *    against "OPENORD.TXT" (the open purchase orders PROJECT3
      *    cuts).  a receipt that covers its order closes it; a
      *    partial delivery reduces the order quantity and leaves the
      *    it is held for purchasing to sort out.  print "RCVREG.TXT"
      *    (a receiving register of every delivery applied and held)
      *    and write "RCVRCPT.TXT" -- receipt transactions in
      *    INVMAINT's layout, code "R", carrying the unit cost so the
      *    posting run can keep the part's moving-average cost, and
      *    the lot the delivery opens (the supplier's lot number, or
      *    one named for the receipt date when none was keyed, with
      *    its expiry) so the posting run can put it on "LOTS.TXT",
      *    and the master gets updated through the normal posting run
      *    instead of being retyped.
      * - Append every delivery posted -- never one held -- to
      *    "RCVHIST.TXT", the receipts history INVMATCH matches
      *    supplier invoices against long after RCVTRAN.TXT has been
      *    replaced by the next day's deliveries.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FULF-FILE-STATUS.

      *    The permanent receipts history -- one record appended for
      *    every delivery a receipt transaction is cut for, so the
      *    invoice match can tie a bill to what the dock posted.
      *    append-only, opened the way the fulfillment history is.
           SELECT  RECEIPT-HISTORY-OUT
                   ASSIGN TO "D:\RCVHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RCVH-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One delivery as the dock keyed it against a specific open
      *    order -- the part and supplier name the order.  the unit
      *    cost is what the goods actually came in at.  the lot
      *    number and expiry are left blank for stock that has
      *    neither.
       FD  RECEIPT-TRANS-IN
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS RECEIPT-TRANS-RECORD.
       01  RECEIPT-TRANS-RECORD.
           05  RCV-PART-NUMBER     PIC 9(05).
           05  RCV-SUPPLIER-ID     PIC X(02).
           05  RCV-QTY             PIC 9(05).
           05  RCV-DATE            PIC 9(08).
           05  RCV-UNIT-COST       PIC 9(05)V99.
           05  RCV-LOT-NUMBER      PIC X(10).
           05  RCV-EXPIRY-DATE     PIC 9(08).

       FD  OPEN-ORDERS-FILE
           RECORD CONTAINS 36 CHARACTERS
           05  OORD-ORDER-DATE     PIC 9(08).

      *    Receipt transactions for the inventory posting run -- same
      *    62-byte layout INVMAINT reads off INVTRAN.TXT, code "R",
      *    the way INVCOUNT cuts its CNTADJ.TXT adjustments.  a
      *    receipt has no use for the part name, so the lot it opens
      *    rides in those bytes.
       FD  RECEIPT-TRANS-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS RECEIPT-TRANS-LINE.
       01  RECEIPT-TRANS-LINE.
           05  RCPT-TRANS-CODE         PIC X(01).
           05  RCPT-PART-NUMBER        PIC 9(05).
           05  RCPT-QTY                PIC 9(05).
           05  RCPT-DATE               PIC 9(08).
           05  RCPT-LOT-NUMBER         PIC X(10).
           05  RCPT-EXPIRY-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC 9(06).
           05  FILLER                  PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  RCPT-UNIT-COST          PIC 9(05)V99.

       FD  RECEIVE-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           05  FULF-ORDER-DATE     PIC 9(08).
           05  FULF-CLOSE-DATE     PIC 9(08).
           05  FULF-ORDER-QTY      PIC 9(07).

      *    One posted delivery -- the part and supplier, what came
      *    in, when, and at what unit cost.
       FD  RECEIPT-HISTORY-OUT
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS RECEIPT-HISTORY-RECORD.
       01  RECEIPT-HISTORY-RECORD.
           05  RCVH-PART-NUMBER    PIC 9(05).
           05  RCVH-SUPPLIER-ID    PIC X(02).
           05  RCVH-QTY            PIC 9(05).
           05  RCVH-DATE           PIC 9(08).
           05  RCVH-UNIT-COST      PIC 9(05)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(04) VALUE "SUP".
           05  FILLER              PIC X(05) VALUE "QTY".
           05  FILLER              PIC X(11) VALUE " UNIT COST".
           05  FILLER              PIC X(34) VALUE "ACTION".

      *    This record is for printing one line of the receiving
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RCV-QTY-M           PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UNIT-COST-M         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACTION-M            PIC X(34).

      *    This record is for printing the totals footer of the
       01  RECEIVE-CONTROLS.
           05  OORD-FILE-STATUS    PIC X(02).
           05  FULF-FILE-STATUS    PIC X(02).
           05  RCVH-FILE-STATUS    PIC X(02).
           05  OO-IDX              PIC 9(04).
           05  OO-MATCH-IDX        PIC 9(04).
           05  OVER-TOLERANCE-PCT  PIC 9(03) VALUE 010.
           05  REMAINING-QTY       PIC 9(07).
           05  ORDER-UNIT-COST     PIC 9(07)V99.

      *    The lot a delivery keyed without a lot number opens --
      *    named "R" and the receipt date, so one day's deliveries
      *    of a part land in one lot.
       01  DEFAULT-LOT-NUMBER.
           05  FILLER              PIC X(01) VALUE "R".
           05  DEFAULT-LOT-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
           OPEN    OUTPUT  RECEIPT-TRANS-OUT
                           RECEIVE-REPORT-OUT.
           PERFORM 300-OPEN-FULFILL-HISTORY.
           PERFORM 300-OPEN-RECEIPT-HISTORY.
           PERFORM 300-PRINT-REGISTER-TITLE.
           PERFORM 300-READ-RECEIPT-FILE.

           CLOSE   RECEIPT-TRANS-IN
                   RECEIPT-TRANS-OUT
                   RECEIVE-REPORT-OUT
                   FULFILL-HISTORY-OUT
                   RECEIPT-HISTORY-OUT.

      *-----------------------------------------------------------------
      * FULFILL.TXT is only ever appended to, but the very first run
           IF  FULF-FILE-STATUS = "35"
               OPEN    OUTPUT  FULFILL-HISTORY-OUT.

      *-----------------------------------------------------------------
      * RCVHIST.TXT is opened the same way -- extended when it is
      * there, created on the very first run.
      *-----------------------------------------------------------------
       300-OPEN-RECEIPT-HISTORY.
           OPEN    EXTEND  RECEIPT-HISTORY-OUT.
           IF  RCVH-FILE-STATUS = "35"
               OPEN    OUTPUT  RECEIPT-HISTORY-OUT.

      *-----------------------------------------------------------------
      * append one closed order to the fulfillment history -- the
      * order as it stood when the delivery closed it, with today's

      *-----------------------------------------------------------------
      * cut one receipt transaction for the posting run -- code "R"
      * adds the delivered quantity to the on-hand at the delivered
      * unit cost and stamps the last received date.  every receipt
      * opens a lot -- the supplier's lot number when the dock keyed
      * one, else one named for the receipt date -- and stock keyed
      * without an expiry is carried as never expiring.  the delivery
      * goes on the receipts history as it is posted.
      *-----------------------------------------------------------------
       300-WRITE-RECEIPT-TRANSACTION.
           MOVE    SPACES              TO  RECEIPT-TRANS-LINE.
           MOVE    RCV-PART-NUMBER     TO  RCPT-PART-NUMBER.
           MOVE    RCV-QTY             TO  RCPT-QTY.
           MOVE    RCV-DATE            TO  RCPT-DATE.
           MOVE    RCV-UNIT-COST       TO  RCPT-UNIT-COST.
           IF  RCV-LOT-NUMBER = SPACES
               MOVE    RCV-DATE            TO  DEFAULT-LOT-DATE
               MOVE    DEFAULT-LOT-NUMBER  TO  RCPT-LOT-NUMBER
           ELSE
               MOVE    RCV-LOT-NUMBER      TO  RCPT-LOT-NUMBER.
           IF  RCV-EXPIRY-DATE NOT NUMERIC
                   OR RCV-EXPIRY-DATE = ZEROS
               MOVE    99999999            TO  RCPT-EXPIRY-DATE
           ELSE
               MOVE    RCV-EXPIRY-DATE     TO  RCPT-EXPIRY-DATE.
           WRITE   RECEIPT-TRANS-LINE.
           MOVE    RCV-PART-NUMBER     TO  RCVH-PART-NUMBER.
           MOVE    RCV-SUPPLIER-ID     TO  RCVH-SUPPLIER-ID.
           MOVE    RCV-QTY             TO  RCVH-QTY.
           MOVE    RCV-DATE            TO  RCVH-DATE.
           MOVE    RCV-UNIT-COST       TO  RCVH-UNIT-COST.
           WRITE   RECEIPT-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * print one line of the receiving register.
           MOVE    RCV-PART-NUMBER     TO  PART-NUMBER-M.
           MOVE    RCV-SUPPLIER-ID     TO  SUPPLIER-ID-M.
           MOVE    RCV-QTY             TO  RCV-QTY-M.
           MOVE    RCV-UNIT-COST       TO  UNIT-COST-M.
           MOVE    ACTION-TEXT-SAVE    TO  ACTION-M.
           WRITE   RECEIVE-REPORT-LINE FROM    REPORT-DETAIL.

