      ******************************************************************
      * Supplier invoice three-way match.  Ties every line a supplier
      * bills back to an order we placed and to what the dock
      * actually received, before accounts payable pays it -- an
      * invoice for a short shipment used to be paid in full because
      * nobody could tie it back to the receiving register.
      *
      * - Read "INVOICE.TXT" (supplier invoice lines, grouped by
      *    invoice number: invoice, supplier, part, quantity billed,
      *    unit cost billed, invoice date) and match each line on
      *    part and supplier against "OPENORD.TXT" (orders still
      *    open) and "FULFILL.TXT" (orders RCVPOST has closed) for
      *    the order, against "RCVHIST.TXT" (every delivery RCVPOST
      *    has posted -- a delivery it held never gets there) for the
      *    quantity received, and against the quoted cost on
      *    "PARTSUPP.TXT" -- or, for a part with no quote from that
      *    supplier, SUPPLIER-UNIT-COST-S on "SUPPLIERS.TXT" -- for
      *    the price.
      * - A line is out of tolerance when there is no order for the
      *    part from that supplier, when it bills more than the dock
      *    received (net of what "BILLHIST.TXT" shows earlier runs
      *    approved, and of what earlier lines this run have already
      *    billed), or when its unit cost is off the expected cost by
      *    more than the percentage the operator answers at run time.
      *    one bad line holds the whole invoice.
      * - Print "INVCMTCH.TXT" (every line with its price variance and
      *    result), write "APEXTR.TXT" (the approved invoice lines,
      *    comma-delimited with a control trailer, for accounts
      *    payable to load) and print "INVCEXC.TXT" (every line of
      *    every held invoice, with the reason it was held).
      * - Append every approved line to "BILLHIST.TXT", so the same
      *    delivery is never approved for payment twice, whichever
      *    run the second bill turns up in.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVMATCH.
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
           SELECT  INVOICE-TRANS-IN
                   ASSIGN TO "D:\INVOICE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  SUPPLIERS-FILE-IN
                   ASSIGN TO "D:\SUPPLIERS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The quoted costs XREFMNT maintains.  the file may be
      *    absent (XREFMNT never run), so its open is status-checked;
      *    every line then prices off the supplier master.
           SELECT  PART-SUPPLIER-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

      *    The orders still open and the orders already closed --
      *    either one shows we really ordered the part from that
      *    supplier.  both may be absent on a new system, so both
      *    opens are status-checked.
           SELECT  OPEN-ORDERS-FILE
                   ASSIGN TO "D:\OPENORD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OORD-FILE-STATUS.

           SELECT  FULFILL-HISTORY-IN
                   ASSIGN TO "D:\FULFILL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FULF-FILE-STATUS.

      *    Every delivery RCVPOST has posted.  absent until RCVPOST
      *    first runs, so its open is status-checked.
           SELECT  RECEIPT-HISTORY-IN
                   ASSIGN TO "D:\RCVHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RCVH-FILE-STATUS.

      *    Every invoice line approved for payment -- read at start
      *    of run for what is billed already, then appended to with
      *    this run's approvals.  absent before the first approval,
      *    so both opens are status-checked.
           SELECT  BILLED-HISTORY-FILE
                   ASSIGN TO "D:\BILLHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BILH-FILE-STATUS.

           SELECT  MATCH-REPORT-OUT
                   ASSIGN TO "D:\INVCMTCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  EXCEPTION-REPORT-OUT
                   ASSIGN TO "D:\INVCEXC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    This is the comma-delimited extract handed to accounts
      *    payable -- one line per approved invoice line.
           SELECT  AP-EXTRACT-OUT
                   ASSIGN TO "D:\APEXTR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One line of a supplier invoice as keyed off the paper --
      *    the lines of one invoice sit together on the file.
       FD  INVOICE-TRANS-IN
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS INVOICE-TRANS-RECORD.
       01  INVOICE-TRANS-RECORD.
           05  INVC-NUMBER         PIC X(10).
           05  INVC-SUPPLIER-ID    PIC X(02).
           05  INVC-PART-NUMBER    PIC 9(05).
           05  INVC-QTY            PIC 9(05).
           05  INVC-UNIT-COST      PIC 9(05)V99.
           05  INVC-DATE           PIC 9(08).

       FD  SUPPLIERS-FILE-IN
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS SUPPLIERS-RECORD.
       01  SUPPLIERS-RECORD.
           COPY    SUPPREC.

       FD  PART-SUPPLIER-IN
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS PART-SUPPLIER-RECORD.
       01  PART-SUPPLIER-RECORD.
           COPY    XREFREC.

       FD  OPEN-ORDERS-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPEN-ORDER-RECORD.
       01  OPEN-ORDER-RECORD.
           05  OORD-PART-NUMBER    PIC 9(05).
           05  OORD-SUPPLIER-ID    PIC X(02).
           05  OORD-ORDER-QTY      PIC 9(07).
           05  OORD-EXT-COST       PIC 9(12)V99.
           05  OORD-ORDER-DATE     PIC 9(08).

       FD  FULFILL-HISTORY-IN
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS FULFILL-RECORD.
       01  FULFILL-RECORD.
           05  FULF-PART-NUMBER    PIC 9(05).
           05  FULF-SUPPLIER-ID    PIC X(02).
           05  FULF-ORDER-DATE     PIC 9(08).
           05  FULF-CLOSE-DATE     PIC 9(08).
           05  FULF-ORDER-QTY      PIC 9(07).

      *    One posted delivery, as RCVPOST appends it.
       FD  RECEIPT-HISTORY-IN
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS RECEIPT-HISTORY-RECORD.
       01  RECEIPT-HISTORY-RECORD.
           05  RCVH-PART-NUMBER    PIC 9(05).
           05  RCVH-SUPPLIER-ID    PIC X(02).
           05  RCVH-QTY            PIC 9(05).
           05  RCVH-DATE           PIC 9(08).
           05  RCVH-UNIT-COST      PIC 9(05)V99.

      *    One approved invoice line -- the invoice, what it billed
      *    for which part, and the day it was approved.
       FD  BILLED-HISTORY-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS BILLED-HISTORY-RECORD.
       01  BILLED-HISTORY-RECORD.
           05  BILH-INVOICE-NUMBER PIC X(10).
           05  BILH-SUPPLIER-ID    PIC X(02).
           05  BILH-PART-NUMBER    PIC 9(05).
           05  BILH-QTY            PIC 9(05).
           05  BILH-INVOICE-DATE   PIC 9(08).
           05  BILH-APPROVE-DATE   PIC 9(08).

       FD  MATCH-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MATCH-REPORT-LINE.
       01  MATCH-REPORT-LINE           PIC X(132).

       FD  EXCEPTION-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCEPTION-REPORT-LINE.
       01  EXCEPTION-REPORT-LINE       PIC X(132).

       FD  AP-EXTRACT-OUT
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS AP-EXTRACT-LINE.
       01  AP-EXTRACT-LINE             PIC X(70).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This table is for saving of Supplier Records -- the
      *    supplier's standard unit cost is the fallback price.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-TABLE-LEN  PIC 9(03) VALUE ZEROS.
           05  SUPPLIER-TAB        OCCURS 1 TO 999
                                   DEPENDING ON SUPPLIER-TABLE-LEN.
               10  SUPPLIER-ID         PIC X(02).
               10  SUPPLIER-UNIT-COST  PIC 9(05)V99.

      *    This table is for saving of the part-supplier quotes.
       01  XREF-TABLE.
           05  XREF-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  XREF-TAB            OCCURS 1 TO 999
                                   DEPENDING ON XREF-TABLE-LEN.
               10  XREF-PART           PIC 9(05).
               10  XREF-SUPPLIER       PIC X(02).
               10  XREF-UNIT-COST      PIC 9(05)V99.

      *    This table is for saving of every part and supplier we
      *    have an order for, open or closed.
       01  ORDER-TABLE.
           05  ORDER-TABLE-LEN     PIC 9(03) VALUE ZEROS.
           05  ORDER-TAB           OCCURS 1 TO 999
                                   DEPENDING ON ORDER-TABLE-LEN.
               10  ORDER-PART          PIC 9(05).
               10  ORDER-SUPPLIER      PIC X(02).

      *    This table is for saving of what the dock received, one
      *    entry per part and supplier, and how much of it invoices
      *    approved -- in earlier runs or this one -- have billed
      *    already.
       01  RECEIVED-TABLE.
           05  RECEIVED-TABLE-LEN  PIC 9(03) VALUE ZEROS.
           05  RECEIVED-TAB        OCCURS 1 TO 999
                                   DEPENDING ON RECEIVED-TABLE-LEN.
               10  RECEIVED-PART       PIC 9(05).
               10  RECEIVED-SUPPLIER   PIC X(02).
               10  RECEIVED-QTY        PIC 9(07).
               10  BILLED-QTY          PIC 9(07).

      *    This table is for saving of the lines of the invoice in
      *    hand, so the whole invoice can be approved or held once
      *    its last line has been matched.
       01  INVOICE-LINE-TABLE.
           05  LINE-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  LINE-TAB            OCCURS 1 TO 999
                                   DEPENDING ON LINE-TABLE-LEN.
               10  LINE-PART           PIC 9(05).
               10  LINE-QTY            PIC 9(05).
               10  LINE-UNIT-COST      PIC 9(05)V99.
               10  LINE-EXT-AMOUNT     PIC 9(10)V99.
               10  LINE-RECEIVED-IDX   PIC 9(04).
               10  LINE-REASON         PIC X(30).

      *    This record is for printing the title of the match
      *    register and of the exceptions report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REPORT-NAME-O       PIC X(30).
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the match
      *    register.
       01  MATCH-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "INVOICE".
           05  FILLER              PIC X(04) VALUE "SUP".
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(07) VALUE " BILLED".
           05  FILLER              PIC X(07) VALUE "  RCVD".
           05  FILLER              PIC X(11) VALUE "  BILL COST".
           05  FILLER              PIC X(11) VALUE "  EXPECTED".
           05  FILLER              PIC X(10) VALUE "    VAR%".
           05  FILLER              PIC X(30) VALUE "RESULT".

      *    This record is for printing one invoice line on the match
      *    register -- the quantity received is what was still
      *    unbilled when the line was matched.
       01  MATCH-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  INVOICE-NUMBER-M    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SUPPLIER-ID-M       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PART-NUMBER-M       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BILLED-QTY-M        PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RECEIVED-QTY-M      PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BILL-COST-M         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXPECTED-COST-M     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  VARIANCE-PCT-M      PIC ZZZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RESULT-M            PIC X(30).

      *    This record is for printing the header of the exceptions
      *    report.
       01  EXCEPTION-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "INVOICE".
           05  FILLER              PIC X(04) VALUE "SUP".
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(07) VALUE " BILLED".
           05  FILLER              PIC X(11) VALUE "  BILL COST".
           05  FILLER              PIC X(18) VALUE
                   "        EXT AMOUNT".
           05  FILLER              PIC X(30) VALUE "  REASON HELD".

      *    This record is for printing one line of a held invoice.
       01  EXCEPTION-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  INVOICE-NUMBER-E    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SUPPLIER-ID-E       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PART-NUMBER-E       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BILLED-QTY-E        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BILL-COST-E         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXT-AMOUNT-E        PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REASON-E            PIC X(30).

      *    This record is for printing the counts footer of either
      *    report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(18).
           05  FOOTER-COUNTER      PIC ZZZ9.

      *    This record is for printing an amount footer of either
      *    report.
       01  AMOUNT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AMOUNT-NAME         PIC X(18).
           05  AMOUNT-TOTAL-O      PIC $$$$,$$$,$$$,$$9.99.

      *    This record is for writing one comma-delimited approved
      *    line of the accounts-payable extract.  the money fields
      *    carry an actual decimal point, the way the ERP extract's
      *    do, since the payables system has no copybook to tell it
      *    where the decimal belongs.
       01  AP-EXTRACT-DETAIL.
           05  INVOICE-NUMBER-X    PIC X(10).
           05  FILLER              PIC X(01) VALUE ",".
           05  SUPPLIER-ID-X       PIC X(02).
           05  FILLER              PIC X(01) VALUE ",".
           05  PART-NUMBER-X       PIC 9(05).
           05  FILLER              PIC X(01) VALUE ",".
           05  QUANTITY-X          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ",".
           05  UNIT-COST-X         PIC 9(05).99.
           05  FILLER              PIC X(01) VALUE ",".
           05  EXT-AMOUNT-X        PIC 9(10).99.
           05  FILLER              PIC X(01) VALUE ",".
           05  INVOICE-DATE-X      PIC 9(08).

      *    This record is for writing the control trailer that ends
      *    the accounts-payable extract -- the line count and the
      *    amount hash, so payables can prove it loaded the whole
      *    file.
       01  AP-EXTRACT-TRAILER.
           05  FILLER              PIC X(01) VALUE "T".
           05  FILLER              PIC X(01) VALUE ",".
           05  TRAILER-LINE-CNT    PIC 9(05).
           05  FILLER              PIC X(01) VALUE ",".
           05  TRAILER-AMOUNT-HASH PIC 9(12).99.

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01) VALUE "N".
           05  INVC-EOF-SW         PIC X(01) VALUE "N".
           05  XREF-EOF-SW         PIC X(01) VALUE "N".
           05  OORD-EOF-SW         PIC X(01) VALUE "N".
           05  FULF-EOF-SW         PIC X(01) VALUE "N".
           05  RCVH-EOF-SW         PIC X(01) VALUE "N".
           05  BILH-EOF-SW         PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  HOLD-INVOICE-SW     PIC X(01) VALUE "N".
           05  LINE-CNT            PIC 9(03) VALUE ZEROS.
           05  APPROVED-CNT        PIC 9(03) VALUE ZEROS.
           05  HELD-CNT            PIC 9(03) VALUE ZEROS.
           05  XCNT                PIC 9(03) VALUE ZEROS.

       01  ACCUMULATORS.
           05  APPROVED-AMOUNT     PIC 9(12)V99 VALUE ZEROS.
           05  HELD-AMOUNT         PIC 9(12)V99 VALUE ZEROS.

      *    Controls for matching one invoice line.  the price
      *    tolerance is answered by the operator at run time, the way
      *    RCVPOST asks its over-shipment tolerance.
       01  MATCH-CONTROLS.
           05  XREF-FILE-STATUS    PIC X(02).
           05  OORD-FILE-STATUS    PIC X(02).
           05  FULF-FILE-STATUS    PIC X(02).
           05  RCVH-FILE-STATUS    PIC X(02).
           05  BILH-FILE-STATUS    PIC X(02).
           05  PRICE-TOLERANCE-PCT PIC 9(03) VALUE 005.
           05  CURRENT-INVOICE     PIC X(10).
           05  CURRENT-SUPPLIER    PIC X(02).
           05  CURRENT-DATE-SAVE   PIC 9(08).
           05  EXPECTED-COST       PIC 9(05)V99.
           05  VARIANCE-PCT        PIC S9(07)V99.
           05  UNBILLED-QTY        PIC S9(07).
           05  REASON-SAVE         PIC X(30).
           05  IDX                 PIC 9(04).
           05  RC-IDX              PIC 9(04).
           05  RC-MATCH-IDX        PIC 9(04).
           05  LN-IDX              PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-MATCH-SUPPLIER-INVOICES.
           PERFORM 200-INITIATE-INVOICE-MATCH.
           PERFORM 200-MATCH-ONE-INVOICE
                   UNTIL INVC-EOF-SW = "Y".
           PERFORM 200-TERMINATE-INVOICE-MATCH.
           STOP RUN.

      ******************************************************************
      * ask the tolerance, load the tables, open the files, print
      * the report titles, and read the first invoice line.
      *-----------------------------------------------------------------
       200-INITIATE-INVOICE-MATCH.
           PERFORM 300-SELECT-PRICE-TOLERANCE.
           PERFORM 300-BUILD-SUPPLIER-TABLE.
           PERFORM 300-LOAD-XREF-TABLE.
           PERFORM 300-LOAD-ORDER-TABLE.
           PERFORM 300-LOAD-RECEIVED-TABLE.
           PERFORM 300-LOAD-BILLED-HISTORY.
           OPEN    INPUT   INVOICE-TRANS-IN.
           OPEN    OUTPUT  MATCH-REPORT-OUT
                           EXCEPTION-REPORT-OUT
                           AP-EXTRACT-OUT.
           PERFORM 300-OPEN-BILLED-HISTORY.
           PERFORM 300-PRINT-REPORT-TITLES.
           PERFORM 300-READ-INVOICE-FILE.

      *-----------------------------------------------------------------
      * match every line of one invoice, then approve the invoice
      * into the payables extract or hold the whole of it.
      *-----------------------------------------------------------------
       200-MATCH-ONE-INVOICE.
           MOVE    INVC-NUMBER         TO  CURRENT-INVOICE.
           MOVE    INVC-SUPPLIER-ID    TO  CURRENT-SUPPLIER.
           MOVE    INVC-DATE           TO  CURRENT-DATE-SAVE.
           MOVE    ZEROS               TO  LINE-TABLE-LEN.
           MOVE    "N"                 TO  HOLD-INVOICE-SW.
           PERFORM 300-MATCH-ONE-INVOICE-LINE
                   UNTIL INVC-EOF-SW = "Y"
                       OR INVC-NUMBER NOT = CURRENT-INVOICE
                       OR INVC-SUPPLIER-ID NOT = CURRENT-SUPPLIER.
           IF  HOLD-INVOICE-SW = "Y"
               ADD     1               TO  HELD-CNT
               PERFORM 400-HOLD-ONE-LINE
                   VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > LINE-TABLE-LEN
           ELSE
               ADD     1               TO  APPROVED-CNT
               PERFORM 400-APPROVE-ONE-LINE
                   VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > LINE-TABLE-LEN.

      *-----------------------------------------------------------------
      * end the extract with its trailer, print the footers, and
      * close.
      *-----------------------------------------------------------------
       200-TERMINATE-INVOICE-MATCH.
           MOVE    XCNT                TO  TRAILER-LINE-CNT.
           MOVE    APPROVED-AMOUNT     TO  TRAILER-AMOUNT-HASH.
           WRITE   AP-EXTRACT-LINE     FROM    AP-EXTRACT-TRAILER.
           PERFORM 300-PRINT-MATCH-FOOTER.
           PERFORM 300-PRINT-EXCEPTION-FOOTER.
           CLOSE   INVOICE-TRANS-IN
                   MATCH-REPORT-OUT
                   EXCEPTION-REPORT-OUT
                   AP-EXTRACT-OUT
                   BILLED-HISTORY-FILE.

      ******************************************************************
      * ask the operator how far a billed unit cost may stray from
      * the expected cost before the invoice is held.
      *-----------------------------------------------------------------
       300-SELECT-PRICE-TOLERANCE.
           DISPLAY "HOLD PRICE VARIANCES PAST WHAT PERCENT? ".
           ACCEPT  PRICE-TOLERANCE-PCT.

      *-----------------------------------------------------------------
      * while reading SUPPLIERS.txt file, build suppliers table.
      *-----------------------------------------------------------------
       300-BUILD-SUPPLIER-TABLE.
           OPEN    INPUT   SUPPLIERS-FILE-IN.
           PERFORM 400-READ-SUPPLIERS-FILE-IN.
           PERFORM 400-BUILD-SUPPLIER-TABLE
                   UNTIL EOF-SW = "Y".
           CLOSE   SUPPLIERS-FILE-IN.

      *-----------------------------------------------------------------
      * load PARTSUPP.TXT into XREF-TABLE.  a missing file leaves the
      * table empty.
      *-----------------------------------------------------------------
       300-LOAD-XREF-TABLE.
           OPEN    INPUT   PART-SUPPLIER-IN.
           IF  XREF-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-XREF
                       UNTIL XREF-EOF-SW = "Y"
               CLOSE   PART-SUPPLIER-IN.

      *-----------------------------------------------------------------
      * load the part and supplier of every open order and every
      * closed one into ORDER-TABLE.  either file may be missing,
      * which simply leaves its share of the table empty.
      *-----------------------------------------------------------------
       300-LOAD-ORDER-TABLE.
           OPEN    INPUT   OPEN-ORDERS-FILE.
           IF  OORD-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-OPEN-ORDER
                       UNTIL OORD-EOF-SW = "Y"
               CLOSE   OPEN-ORDERS-FILE.
           OPEN    INPUT   FULFILL-HISTORY-IN.
           IF  FULF-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-CLOSED-ORDER
                       UNTIL FULF-EOF-SW = "Y"
               CLOSE   FULFILL-HISTORY-IN.

      *-----------------------------------------------------------------
      * total the posted deliveries by part and supplier into
      * RECEIVED-TABLE.  with no receipts history, nothing counts as
      * received and every line bills short.
      *-----------------------------------------------------------------
       300-LOAD-RECEIVED-TABLE.
           OPEN    INPUT   RECEIPT-HISTORY-IN.
           IF  RCVH-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-RECEIPT
                       UNTIL RCVH-EOF-SW = "Y"
               CLOSE   RECEIPT-HISTORY-IN.

      *-----------------------------------------------------------------
      * count what earlier runs approved against the deliveries it
      * billed, so only what is still unbilled can be billed again.
      *-----------------------------------------------------------------
       300-LOAD-BILLED-HISTORY.
           OPEN    INPUT   BILLED-HISTORY-FILE.
           IF  BILH-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-BILLED
                       UNTIL BILH-EOF-SW = "Y"
               CLOSE   BILLED-HISTORY-FILE.

      *-----------------------------------------------------------------
      * BILLHIST.TXT is then only appended to -- extended when it is
      * there, created by the first run that approves anything, the
      * same way RCVPOST opens FULFILL.TXT.
      *-----------------------------------------------------------------
       300-OPEN-BILLED-HISTORY.
           OPEN    EXTEND  BILLED-HISTORY-FILE.
           IF  BILH-FILE-STATUS = "35"
               OPEN    OUTPUT  BILLED-HISTORY-FILE.

      *-----------------------------------------------------------------
      * print title and header of the match register and of the
      * exceptions report.
      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLES.
           ACCEPT  RUN-DATE-O          FROM DATE YYYYMMDD.
           MOVE    "INVOICE MATCH REGISTER"    TO  REPORT-NAME-O.
           WRITE   MATCH-REPORT-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   MATCH-REPORT-LINE   FROM    MATCH-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    "HELD INVOICE EXCEPTIONS"   TO  REPORT-NAME-O.
           WRITE   EXCEPTION-REPORT-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   EXCEPTION-REPORT-LINE   FROM    EXCEPTION-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * read one invoice line.
      *-----------------------------------------------------------------
       300-READ-INVOICE-FILE.
           READ    INVOICE-TRANS-IN
                   AT END      MOVE "Y" TO INVC-EOF-SW
                   NOT AT END  ADD 1 TO LINE-CNT.

      *-----------------------------------------------------------------
      * match one invoice line three ways -- order, receipt, price --
      * remember it for the approve-or-hold decision, print its
      * register line, and read the next line.  the first failure
      * found is the reason the line carries.
      *-----------------------------------------------------------------
       300-MATCH-ONE-INVOICE-LINE.
           MOVE    SPACES              TO  REASON-SAVE.
           MOVE    ZEROS               TO  RC-MATCH-IDX
                                           UNBILLED-QTY.
           PERFORM 300-MATCH-LINE-TO-ORDER.
           PERFORM 300-MATCH-LINE-TO-RECEIPT.
           PERFORM 300-MATCH-LINE-TO-PRICE.
           IF  REASON-SAVE NOT = SPACES
               MOVE    "Y"             TO  HOLD-INVOICE-SW.
           PERFORM 300-SAVE-INVOICE-LINE.
           PERFORM 300-PRINT-MATCH-DETAIL.
           PERFORM 300-READ-INVOICE-FILE.

      *-----------------------------------------------------------------
      * the line must answer an order we placed -- open or closed --
      * for that part from that supplier.
      *-----------------------------------------------------------------
       300-MATCH-LINE-TO-ORDER.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-ORDER
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ORDER-TABLE-LEN OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               MOVE    "NO ORDER FOR PART/SUPPLIER"
                       TO  REASON-SAVE.

      *-----------------------------------------------------------------
      * the line may not bill more than the dock received and
      * earlier runs and earlier lines have not already billed.  a
      * line that passes
      * bills its quantity against the receipt straight away, so the
      * next line for the same part sees only what is left; a held
      * invoice gives its quantities back.
      *-----------------------------------------------------------------
       300-MATCH-LINE-TO-RECEIPT.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-RECEIVED
               VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECEIVED-TABLE-LEN
                       OR FOUND-SW = "Y".
           IF  FOUND-SW = "Y"
               COMPUTE UNBILLED-QTY =
                       RECEIVED-QTY(RC-MATCH-IDX)
                           - BILLED-QTY(RC-MATCH-IDX).
           IF  INVC-QTY > UNBILLED-QTY
                   AND REASON-SAVE = SPACES
               MOVE    "BILLED BUT NOT RECEIVED"   TO  REASON-SAVE.
           IF  INVC-QTY NOT > UNBILLED-QTY
                   AND FOUND-SW = "Y"
               ADD     INVC-QTY        TO  BILLED-QTY(RC-MATCH-IDX).

      *-----------------------------------------------------------------
      * the billed unit cost is judged against the part's quote
      * from that supplier, or failing a quote against the
      * supplier's standard cost.  with no cost on file at all there
      * is nothing to judge it by, and the line is held.
      *-----------------------------------------------------------------
       300-MATCH-LINE-TO-PRICE.
           PERFORM 300-FIND-EXPECTED-COST.
           IF  EXPECTED-COST = ZEROS
                   AND REASON-SAVE = SPACES
               MOVE    "NO EXPECTED COST ON FILE"  TO  REASON-SAVE.
           IF  EXPECTED-COST = ZEROS
               MOVE    ZEROS           TO  VARIANCE-PCT
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                       (INVC-UNIT-COST - EXPECTED-COST) * 100
                           / EXPECTED-COST
               IF  (VARIANCE-PCT > PRICE-TOLERANCE-PCT
                       OR VARIANCE-PCT < ZEROS - PRICE-TOLERANCE-PCT)
                       AND REASON-SAVE = SPACES
                   MOVE    "PRICE VARIANCE PAST TOLERANCE"
                           TO  REASON-SAVE.

      *-----------------------------------------------------------------
      * look up the cost the line should have been billed at.
      *-----------------------------------------------------------------
       300-FIND-EXPECTED-COST.
           MOVE    ZEROS               TO  EXPECTED-COST.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-XREF
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > XREF-TABLE-LEN OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               PERFORM 400-SEARCH-SUPPLIER
                   VARYING IDX FROM 1 BY 1
                       UNTIL IDX > SUPPLIER-TABLE-LEN
                           OR FOUND-SW = "Y".

      *-----------------------------------------------------------------
      * remember the line for the approve-or-hold decision.
      *-----------------------------------------------------------------
       300-SAVE-INVOICE-LINE.
           ADD     1                   TO  LINE-TABLE-LEN.
           MOVE    INVC-PART-NUMBER    TO  LINE-PART(LINE-TABLE-LEN).
           MOVE    INVC-QTY            TO  LINE-QTY(LINE-TABLE-LEN).
           MOVE    INVC-UNIT-COST      TO
                   LINE-UNIT-COST(LINE-TABLE-LEN).
           COMPUTE LINE-EXT-AMOUNT(LINE-TABLE-LEN) =
                   INVC-QTY * INVC-UNIT-COST.
           MOVE    REASON-SAVE         TO  LINE-REASON(LINE-TABLE-LEN).
           IF  INVC-QTY > UNBILLED-QTY
               MOVE    ZEROS           TO
                       LINE-RECEIVED-IDX(LINE-TABLE-LEN)
           ELSE
               MOVE    RC-MATCH-IDX    TO
                       LINE-RECEIVED-IDX(LINE-TABLE-LEN).

      *-----------------------------------------------------------------
      * print one line of the match register.
      *-----------------------------------------------------------------
       300-PRINT-MATCH-DETAIL.
           MOVE    INVC-NUMBER         TO  INVOICE-NUMBER-M.
           MOVE    INVC-SUPPLIER-ID    TO  SUPPLIER-ID-M.
           MOVE    INVC-PART-NUMBER    TO  PART-NUMBER-M.
           MOVE    INVC-QTY            TO  BILLED-QTY-M.
           IF  UNBILLED-QTY < ZEROS
               MOVE    ZEROS           TO  RECEIVED-QTY-M
           ELSE
               MOVE    UNBILLED-QTY    TO  RECEIVED-QTY-M.
           MOVE    INVC-UNIT-COST      TO  BILL-COST-M.
           MOVE    EXPECTED-COST       TO  EXPECTED-COST-M.
           MOVE    VARIANCE-PCT        TO  VARIANCE-PCT-M.
           IF  REASON-SAVE = SPACES
               MOVE    "MATCHED"       TO  RESULT-M
           ELSE
               MOVE    REASON-SAVE     TO  RESULT-M.
           WRITE   MATCH-REPORT-LINE   FROM    MATCH-DETAIL.

      *-----------------------------------------------------------------
      * print the counts and amounts of the match register.
      *-----------------------------------------------------------------
       300-PRINT-MATCH-FOOTER.
           MOVE    "LINES READ"        TO  FOOTER-NAME.
           MOVE    LINE-CNT            TO  FOOTER-COUNTER.
           WRITE   MATCH-REPORT-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "INVOICES APPROVED" TO  FOOTER-NAME.
           MOVE    APPROVED-CNT        TO  FOOTER-COUNTER.
           WRITE   MATCH-REPORT-LINE   FROM    REPORT-FOOTER.
           MOVE    "INVOICES HELD"     TO  FOOTER-NAME.
           MOVE    HELD-CNT            TO  FOOTER-COUNTER.
           WRITE   MATCH-REPORT-LINE   FROM    REPORT-FOOTER.
           MOVE    "AMOUNT APPROVED"   TO  AMOUNT-NAME.
           MOVE    APPROVED-AMOUNT     TO  AMOUNT-TOTAL-O.
           WRITE   MATCH-REPORT-LINE   FROM    AMOUNT-FOOTER.
           MOVE    "AMOUNT HELD"       TO  AMOUNT-NAME.
           MOVE    HELD-AMOUNT         TO  AMOUNT-TOTAL-O.
           WRITE   MATCH-REPORT-LINE   FROM    AMOUNT-FOOTER.

      *-----------------------------------------------------------------
      * print the count and amount of the exceptions report.
      *-----------------------------------------------------------------
       300-PRINT-EXCEPTION-FOOTER.
           MOVE    "INVOICES HELD"     TO  FOOTER-NAME.
           MOVE    HELD-CNT            TO  FOOTER-COUNTER.
           WRITE   EXCEPTION-REPORT-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "AMOUNT HELD"       TO  AMOUNT-NAME.
           MOVE    HELD-AMOUNT         TO  AMOUNT-TOTAL-O.
           WRITE   EXCEPTION-REPORT-LINE   FROM    AMOUNT-FOOTER.

      ******************************************************************
      * read SUPPLIERS-FILE-IN file.
      *-----------------------------------------------------------------
       400-READ-SUPPLIERS-FILE-IN.
           READ    SUPPLIERS-FILE-IN
                   AT END      MOVE "Y" TO EOF-SW.

      *-----------------------------------------------------------------
      * fill SUPPLIER-TABLE from SUPPLIERS-RECORD.
      *-----------------------------------------------------------------
       400-BUILD-SUPPLIER-TABLE.
           ADD     1                   TO  SUPPLIER-TABLE-LEN.
           MOVE    SUPPLIER-ID-S       TO
                   SUPPLIER-ID(SUPPLIER-TABLE-LEN).
           MOVE    SUPPLIER-UNIT-COST-S    TO
                   SUPPLIER-UNIT-COST(SUPPLIER-TABLE-LEN).
           PERFORM 400-READ-SUPPLIERS-FILE-IN.

      *-----------------------------------------------------------------
      * read one quote into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-XREF.
           READ    PART-SUPPLIER-IN
                   AT END      MOVE "Y" TO XREF-EOF-SW
                   NOT AT END
                       ADD     1       TO  XREF-TABLE-LEN
                       MOVE    XRF-PART-NUMBER     TO
                               XREF-PART(XREF-TABLE-LEN)
                       MOVE    XRF-SUPPLIER-ID     TO
                               XREF-SUPPLIER(XREF-TABLE-LEN)
                       MOVE    XRF-UNIT-COST       TO
                               XREF-UNIT-COST(XREF-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one open order into the next order-table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-OPEN-ORDER.
           READ    OPEN-ORDERS-FILE
                   AT END      MOVE "Y" TO OORD-EOF-SW
                   NOT AT END
                       ADD     1       TO  ORDER-TABLE-LEN
                       MOVE    OORD-PART-NUMBER    TO
                               ORDER-PART(ORDER-TABLE-LEN)
                       MOVE    OORD-SUPPLIER-ID    TO
                               ORDER-SUPPLIER(ORDER-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one closed order into the next order-table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-CLOSED-ORDER.
           READ    FULFILL-HISTORY-IN
                   AT END      MOVE "Y" TO FULF-EOF-SW
                   NOT AT END
                       ADD     1       TO  ORDER-TABLE-LEN
                       MOVE    FULF-PART-NUMBER    TO
                               ORDER-PART(ORDER-TABLE-LEN)
                       MOVE    FULF-SUPPLIER-ID    TO
                               ORDER-SUPPLIER(ORDER-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one posted delivery and add it to its part and
      * supplier's received total, starting a new entry the first
      * time the pair is seen.
      *-----------------------------------------------------------------
       400-LOAD-ONE-RECEIPT.
           READ    RECEIPT-HISTORY-IN
                   AT END      MOVE "Y" TO RCVH-EOF-SW
                   NOT AT END
                       PERFORM 400-ADD-ONE-RECEIPT.

      *-----------------------------------------------------------------
      * add the delivery in hand to RECEIVED-TABLE.
      *-----------------------------------------------------------------
       400-ADD-ONE-RECEIPT.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-RECEIVED-LOAD
               VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECEIVED-TABLE-LEN
                       OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               ADD     1               TO  RECEIVED-TABLE-LEN
               MOVE    RECEIVED-TABLE-LEN  TO  RC-MATCH-IDX
               MOVE    RCVH-PART-NUMBER    TO
                       RECEIVED-PART(RC-MATCH-IDX)
               MOVE    RCVH-SUPPLIER-ID    TO
                       RECEIVED-SUPPLIER(RC-MATCH-IDX)
               MOVE    ZEROS               TO
                       RECEIVED-QTY(RC-MATCH-IDX)
                       BILLED-QTY(RC-MATCH-IDX).
           ADD     RCVH-QTY            TO  RECEIVED-QTY(RC-MATCH-IDX).

      *-----------------------------------------------------------------
      * match one received entry by the delivery in hand.
      *-----------------------------------------------------------------
       400-SEARCH-RECEIVED-LOAD.
           IF  RCVH-PART-NUMBER = RECEIVED-PART(RC-IDX)
                   AND RCVH-SUPPLIER-ID = RECEIVED-SUPPLIER(RC-IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    RC-IDX          TO  RC-MATCH-IDX.

      *-----------------------------------------------------------------
      * read one approved line and count it as billed.
      *-----------------------------------------------------------------
       400-LOAD-ONE-BILLED.
           READ    BILLED-HISTORY-FILE
                   AT END      MOVE "Y" TO BILH-EOF-SW
                   NOT AT END
                       PERFORM 400-ADD-ONE-BILLED.

      *-----------------------------------------------------------------
      * add the approved line in hand to its part and supplier's
      * billed total.  a pair with no delivery on the history is
      * entered as received nothing, so all it billed counts against
      * whatever delivery turns up for it later.
      *-----------------------------------------------------------------
       400-ADD-ONE-BILLED.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-RECEIVED-BILLED
               VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECEIVED-TABLE-LEN
                       OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               ADD     1               TO  RECEIVED-TABLE-LEN
               MOVE    RECEIVED-TABLE-LEN  TO  RC-MATCH-IDX
               MOVE    BILH-PART-NUMBER    TO
                       RECEIVED-PART(RC-MATCH-IDX)
               MOVE    BILH-SUPPLIER-ID    TO
                       RECEIVED-SUPPLIER(RC-MATCH-IDX)
               MOVE    ZEROS               TO
                       RECEIVED-QTY(RC-MATCH-IDX)
                       BILLED-QTY(RC-MATCH-IDX).
           ADD     BILH-QTY            TO  BILLED-QTY(RC-MATCH-IDX).

      *-----------------------------------------------------------------
      * match one received entry by the approved line in hand.
      *-----------------------------------------------------------------
       400-SEARCH-RECEIVED-BILLED.
           IF  BILH-PART-NUMBER = RECEIVED-PART(RC-IDX)
                   AND BILH-SUPPLIER-ID = RECEIVED-SUPPLIER(RC-IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    RC-IDX          TO  RC-MATCH-IDX.

      *-----------------------------------------------------------------
      * match one order entry by the invoice line in hand.
      *-----------------------------------------------------------------
       400-SEARCH-ORDER.
           IF  INVC-PART-NUMBER = ORDER-PART(IDX)
                   AND INVC-SUPPLIER-ID = ORDER-SUPPLIER(IDX)
               MOVE    "Y"             TO  FOUND-SW.

      *-----------------------------------------------------------------
      * match one received entry by the invoice line in hand.
      *-----------------------------------------------------------------
       400-SEARCH-RECEIVED.
           IF  INVC-PART-NUMBER = RECEIVED-PART(RC-IDX)
                   AND INVC-SUPPLIER-ID = RECEIVED-SUPPLIER(RC-IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    RC-IDX          TO  RC-MATCH-IDX.

      *-----------------------------------------------------------------
      * match one quote by the invoice line in hand.
      *-----------------------------------------------------------------
       400-SEARCH-XREF.
           IF  INVC-PART-NUMBER = XREF-PART(IDX)
                   AND INVC-SUPPLIER-ID = XREF-SUPPLIER(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    XREF-UNIT-COST(IDX)     TO  EXPECTED-COST.

      *-----------------------------------------------------------------
      * match one supplier-table entry by the invoice line in hand.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER.
           IF  INVC-SUPPLIER-ID = SUPPLIER-ID(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    SUPPLIER-UNIT-COST(IDX) TO  EXPECTED-COST.

      *-----------------------------------------------------------------
      * write one line of an approved invoice to the payables
      * extract, and to the billed history so no later run bills the
      * same delivery again.
      *-----------------------------------------------------------------
       400-APPROVE-ONE-LINE.
           MOVE    CURRENT-INVOICE     TO  INVOICE-NUMBER-X.
           MOVE    CURRENT-SUPPLIER    TO  SUPPLIER-ID-X.
           MOVE    LINE-PART(LN-IDX)   TO  PART-NUMBER-X.
           MOVE    LINE-QTY(LN-IDX)    TO  QUANTITY-X.
           MOVE    LINE-UNIT-COST(LN-IDX)  TO  UNIT-COST-X.
           MOVE    LINE-EXT-AMOUNT(LN-IDX) TO  EXT-AMOUNT-X.
           MOVE    CURRENT-DATE-SAVE   TO  INVOICE-DATE-X.
           WRITE   AP-EXTRACT-LINE     FROM    AP-EXTRACT-DETAIL.
           ADD     1                   TO  XCNT.
           ADD     LINE-EXT-AMOUNT(LN-IDX) TO  APPROVED-AMOUNT.
           MOVE    CURRENT-INVOICE     TO  BILH-INVOICE-NUMBER.
           MOVE    CURRENT-SUPPLIER    TO  BILH-SUPPLIER-ID.
           MOVE    LINE-PART(LN-IDX)   TO  BILH-PART-NUMBER.
           MOVE    LINE-QTY(LN-IDX)    TO  BILH-QTY.
           MOVE    CURRENT-DATE-SAVE   TO  BILH-INVOICE-DATE.
           MOVE    RUN-DATE-O          TO  BILH-APPROVE-DATE.
           WRITE   BILLED-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * print one line of a held invoice on the exceptions report,
      * and give back the quantity it billed against the receipt so
      * a later invoice for the same delivery is not short-changed.
      * a clean line on a held invoice is held for company.
      *-----------------------------------------------------------------
       400-HOLD-ONE-LINE.
           IF  LINE-RECEIVED-IDX(LN-IDX) > ZEROS
               SUBTRACT LINE-QTY(LN-IDX)   FROM
                       BILLED-QTY(LINE-RECEIVED-IDX(LN-IDX)).
           MOVE    CURRENT-INVOICE     TO  INVOICE-NUMBER-E.
           MOVE    CURRENT-SUPPLIER    TO  SUPPLIER-ID-E.
           MOVE    LINE-PART(LN-IDX)   TO  PART-NUMBER-E.
           MOVE    LINE-QTY(LN-IDX)    TO  BILLED-QTY-E.
           MOVE    LINE-UNIT-COST(LN-IDX)  TO  BILL-COST-E.
           MOVE    LINE-EXT-AMOUNT(LN-IDX) TO  EXT-AMOUNT-E.
           IF  LINE-REASON(LN-IDX) = SPACES
               MOVE    "OTHER LINE ON INVOICE HELD"    TO  REASON-E
           ELSE
               MOVE    LINE-REASON(LN-IDX)     TO  REASON-E.
           WRITE   EXCEPTION-REPORT-LINE   FROM    EXCEPTION-DETAIL.
           ADD     LINE-EXT-AMOUNT(LN-IDX) TO  HELD-AMOUNT.
