      ******************************************************************
      * Customer returns.  Handles every returned part by what is to
      * become of it, instead of the return being keyed into
      * INVTRAN.TXT as a receipt -- which moved LAST-RECEIVED-DATE-I
      * and made dead stock look freshly bought.
      *
      * - Read "RMA.TXT" (one line per returned part: customer
      *    reference, part number, quantity, reason code, disposition
      *    and return date) against "INVMAST.DAT" (the indexed
      *    master, read at random by part number).
      * - Write "RMAPOST.TXT" -- transactions in INVMAINT's layout,
      *    so the master moves through the normal posting run:
      *      disposition "R" restock          "E" back on the shelf
      *      disposition "S" scrap            "E" then "W" written off
      *      disposition "V" return to vendor "E" then "B" shipped
      *                                       back at the memo cost
      *    a return never stamps the last received date, and the
      *    movement ledger shows each step under its own code.
      * - Print "RTVMEMO.TXT" -- one debit memo per supplier for
      *    everything going back to the vendor the part is bought
      *    from, at the cost quoted on "PARTSUPP.TXT" (or the
      *    supplier's cost on "SUPPLIERS.TXT", or the part's average
      *    cost when neither is on file).
      * - Print "RMAREG.TXT" -- the returns register: every line with
      *    what was done with it or why it was rejected, and totals
      *    by reason code and by disposition, so sales can see which
      *    parts keep coming back and why.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVRMA.
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
           SELECT  RETURN-TRANS-IN
                   ASSIGN TO "D:\RMA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PART-NUMBER-I.

           SELECT  SUPPLIERS-FILE-IN
                   ASSIGN TO "D:\SUPPLIERS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The part-supplier quotes.  may be absent on an older
      *    system, so its open is status-checked.
           SELECT  PART-SUPPLIER-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

      *    Work file used to sort the returns going back to vendors
      *    into supplier order for the debit memos.
           SELECT  VENDOR-SORT-WORK-FILE
                   ASSIGN TO "SRTWK09".

           SELECT  RETURN-POST-OUT
                   ASSIGN TO "D:\RMAPOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  RETURN-REGISTER-OUT
                   ASSIGN TO "D:\RMAREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  DEBIT-MEMO-OUT
                   ASSIGN TO "D:\RTVMEMO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One returned part as keyed off the customer's RMA.
       FD  RETURN-TRANS-IN
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS RETURN-TRANS-RECORD.
       01  RETURN-TRANS-RECORD.
           05  RMA-CUSTOMER-REF    PIC X(10).
           05  RMA-PART-NUMBER     PIC 9(05).
           05  RMA-QTY             PIC 9(05).
           05  RMA-REASON-CODE     PIC X(02).
           05  RMA-DISPOSITION     PIC X(01).
               88  RMA-IS-RESTOCK          VALUE "R".
               88  RMA-IS-SCRAP            VALUE "S".
               88  RMA-IS-VENDOR-RETURN    VALUE "V".
           05  RMA-DATE            PIC 9(08).

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

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

       SD  VENDOR-SORT-WORK-FILE.
       01  VENDOR-SORT-RECORD.
           05  SRT-SUPPLIER-ID     PIC X(02).
           05  SRT-PART-NUMBER     PIC 9(05).
           05  SRT-PART-NAME       PIC X(20).
           05  SRT-CUSTOMER-REF    PIC X(10).
           05  SRT-REASON-CODE     PIC X(02).
           05  SRT-QTY             PIC 9(05).
           05  SRT-UNIT-COST       PIC 9(05)V99.

      *    Return transactions for the inventory posting run -- same
      *    62-byte layout INVMAINT reads off INVTRAN.TXT, the way
      *    RCVPOST cuts its RCVRCPT.TXT receipts.  only a return to
      *    the vendor carries a unit cost, the debit memo's.
       FD  RETURN-POST-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS RETURN-POST-LINE.
       01  RETURN-POST-LINE.
           05  RTN-TRANS-CODE          PIC X(01).
           05  RTN-PART-NUMBER         PIC 9(05).
           05  RTN-QTY                 PIC 9(05).
           05  RTN-DATE                PIC 9(08).
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC 9(06).
           05  FILLER                  PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  RTN-UNIT-COST           PIC 9(05)V99.

       FD  RETURN-REGISTER-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS RETURN-REGISTER-LINE.
       01  RETURN-REGISTER-LINE        PIC X(110).

       FD  DEBIT-MEMO-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DEBIT-MEMO-LINE.
       01  DEBIT-MEMO-LINE             PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    The reason codes a return may be keyed with.
       01  REASON-RECORD.
           05  FILLER              PIC X(02) VALUE "DF".
           05  FILLER              PIC X(20) VALUE "DEFECTIVE".
           05  FILLER              PIC X(02) VALUE "DM".
           05  FILLER              PIC X(20) VALUE
                   "DAMAGED IN TRANSIT".
           05  FILLER              PIC X(02) VALUE "WP".
           05  FILLER              PIC X(20) VALUE
                   "WRONG PART SHIPPED".
           05  FILLER              PIC X(02) VALUE "OS".
           05  FILLER              PIC X(20) VALUE "OVER-SHIPPED".
           05  FILLER              PIC X(02) VALUE "NN".
           05  FILLER              PIC X(20) VALUE
                   "NO LONGER NEEDED".
           05  FILLER              PIC X(02) VALUE "OT".
           05  FILLER              PIC X(20) VALUE "OTHER".
       01  REASON-TABLE            REDEFINES REASON-RECORD.
           05  REASON-ENT          OCCURS 6 TIMES.
               10  REASON-CODE         PIC X(02).
               10  REASON-NAME         PIC X(20).

      *    Lines, quantity and value returned under each reason code,
      *    in REASON-TABLE's order.
       01  REASON-TOTALS-TABLE.
           05  REASON-TOTALS       OCCURS 6 TIMES.
               10  REASON-CNT          PIC 9(05).
               10  REASON-QTY          PIC 9(07).
               10  REASON-VALUE        PIC 9(10)V99.

      *    The dispositions, and the lines, quantity and value under
      *    each -- 1 restock, 2 scrap, 3 return to vendor.
       01  DISPOSITION-RECORD.
           05  FILLER              PIC X(20) VALUE "RESTOCKED".
           05  FILLER              PIC X(20) VALUE "SCRAPPED".
           05  FILLER              PIC X(20) VALUE
                   "RETURNED TO VENDOR".
       01  DISPOSITION-TABLE       REDEFINES DISPOSITION-RECORD.
           05  DISPOSITION-NAME    PIC X(20) OCCURS 3 TIMES.
       01  DISPOSITION-TOTALS-TABLE.
           05  DISPOSITION-TOTALS  OCCURS 3 TIMES.
               10  DISPOSITION-CNT     PIC 9(05).
               10  DISPOSITION-QTY     PIC 9(07).
               10  DISPOSITION-VALUE   PIC 9(10)V99.

      *    This table is for saving of Supplier Records, so each debit
      *    memo can be addressed and a part with no quote can fall
      *    back to the supplier's cost.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-TABLE-LEN  PIC 9(03) VALUE ZEROS.
           05  SUPPLIER-TAB        OCCURS 1 TO 999
                                   DEPENDING ON SUPPLIER-TABLE-LEN.
               10  SUPPLIER-ID         PIC X(02).
               10  SUPPLIER-NAME       PIC X(15).
               10  SUPPLIER-UNIT-COST  PIC 9(05)V99.
               10  SUPPLIER-CONTACT    PIC X(20).
               10  SUPPLIER-PHONE      PIC X(12).

      *    This table is for saving of the part-supplier quotes, so a
      *    return to the vendor is costed at what the supplier
      *    charges for the part.
       01  XREF-TABLE.
           05  XREF-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  XREF-TAB            OCCURS 1 TO 999
                                   DEPENDING ON XREF-TABLE-LEN.
               10  XREF-PART           PIC 9(05).
               10  XREF-SUPPLIER       PIC X(02).
               10  XREF-UNIT-COST      PIC 9(05)V99.

      *    This record is for printing the title of the returns
      *    register.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "CUSTOMER RETURNS REGISTER".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the returns
      *    register.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(06) VALUE "   QTY".
           05  FILLER              PIC X(05) VALUE " RSN".
           05  FILLER              PIC X(05) VALUE "DISP".
           05  FILLER              PIC X(16) VALUE
                   "           VALUE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "ACTION".

      *    This record is for printing one returned part.
       01  RETURN-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CUSTOMER-REF-O      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PART-NUMBER-O       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PART-NAME-O         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  QTY-O               PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  REASON-CODE-O       PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DISPOSITION-O       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VALUE-O             PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACTION-O            PIC X(30).

      *    This record is for printing the title of a totals section
      *    of the register.
       01  SECTION-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SECTION-TITLE-O     PIC X(40).

      *    This record is for printing the header of a totals
      *    section.
       01  TOTALS-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(27) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE " LINES".
           05  FILLER              PIC X(09) VALUE "      QTY".
           05  FILLER              PIC X(18) VALUE
                   "             VALUE".

      *    This record is for printing the totals of one reason code
      *    or one disposition.
       01  TOTALS-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TOTAL-CODE-O        PIC X(04).
           05  TOTAL-NAME-O        PIC X(20).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TOTAL-CNT-O         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TOTAL-QTY-O         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TOTAL-VALUE-O       PIC $$$,$$$,$$$,$$9.99.

      *    This record is for printing the counts footer of the
      *    register.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    This record is for printing the head of one supplier's
      *    debit memo.
       01  MEMO-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
                   "DEBIT MEMO - RETURN TO VENDOR".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  MEMO-DATE-O         PIC 9(08).
       01  MEMO-SUPPLIER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SUPPLIER: ".
           05  MEMO-SUPPLIER-ID-O  PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MEMO-SUPPLIER-NAME-O    PIC X(15).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "ATTN: ".
           05  MEMO-CONTACT-O      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MEMO-PHONE-O        PIC X(12).

      *    This record is for printing the header of a debit memo.
       01  MEMO-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(05) VALUE "RSN".
           05  FILLER              PIC X(06) VALUE "   QTY".
           05  FILLER              PIC X(11) VALUE "  UNIT COST".
           05  FILLER              PIC X(15) VALUE
                   "         AMOUNT".

      *    This record is for printing one line of a debit memo.
       01  MEMO-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MEMO-PART-NUMBER-O  PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MEMO-PART-NAME-O    PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MEMO-CUSTOMER-REF-O PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MEMO-REASON-CODE-O  PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  MEMO-QTY-O          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MEMO-UNIT-COST-O    PIC $$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MEMO-AMOUNT-O       PIC $$,$$$,$$9.99.

      *    This record is for printing the total of one debit memo,
      *    and of all of them.
       01  MEMO-TOTAL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MEMO-TOTAL-NAME-O   PIC X(30).
           05  FILLER              PIC X(35) VALUE SPACES.
           05  MEMO-TOTAL-O        PIC $$$,$$$,$$$,$$9.99.

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01) VALUE "N".
           05  RMA-EOF-SW          PIC X(01) VALUE "N".
           05  XREF-EOF-SW         PIC X(01) VALUE "N".
           05  SORT-EOF-SW         PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  MASTER-FOUND-SW     PIC X(01) VALUE "N".
           05  RCNT                PIC 9(05) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(05) VALUE ZEROS.
           05  TRANS-CNT           PIC 9(05) VALUE ZEROS.
           05  MEMO-CNT            PIC 9(05) VALUE ZEROS.

       01  XREF-FILE-STATUS        PIC X(02).

      *    Fields set before PERFORM 300-PRINT-RETURN-DETAIL.  every
      *    reject reason starts with the word REJECTED.
       01  RETURN-DETAIL-INFO.
           05  RETURN-VALUE        PIC 9(10)V99.
           05  ACTION-TEXT-SAVE.
               10  ACTION-VERDICT      PIC X(08).
                   88  ACTION-IS-REJECT        VALUE "REJECTED".
               10  FILLER              PIC X(22).

       01  MISCELLONIOUS.
           05  RUN-DATE            PIC 9(08).
           05  IDX                 PIC 9(04).
           05  REASON-IDX          PIC 9(02).
           05  DISPOSITION-IDX     PIC 9(02).
           05  POST-TRANS-CODE     PIC X(01).
           05  RETURN-UNIT-COST    PIC 9(05)V99.
           05  MEMO-UNIT-COST      PIC 9(05)V99.
           05  MEMO-AMOUNT         PIC 9(09)V99.
           05  PREV-SUPPLIER-ID    PIC X(02) VALUE LOW-VALUES.
           05  SUPPLIER-MEMO-TOTAL PIC 9(12)V99 VALUE ZEROS.
           05  GRAND-MEMO-TOTAL    PIC 9(12)V99 VALUE ZEROS.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure -- the sort's input procedure works the
      * returns; its output procedure prints the debit memos off the
      * ones going back to vendors, in supplier order.
      *-----------------------------------------------------------------
       100-PROCESS-CUSTOMER-RETURNS.
           PERFORM 200-INITIATE-RETURNS-RUN.
           SORT    VENDOR-SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SUPPLIER-ID
                   ON ASCENDING KEY SRT-PART-NUMBER
                   INPUT PROCEDURE 200-PROCESS-RETURN-LINES
                   OUTPUT PROCEDURE 200-PRINT-DEBIT-MEMOS.
           PERFORM 200-TERMINATE-RETURNS-RUN.
           STOP RUN.

      ******************************************************************
      * load the supplier and quote tables, clear the totals, open
      * files, and print the titles.
      *-----------------------------------------------------------------
       200-INITIATE-RETURNS-RUN.
           PERFORM 300-BUILD-SUPPLIER-TABLE.
           PERFORM 300-LOAD-XREF-TABLE.
           INITIALIZE  REASON-TOTALS-TABLE
                       DISPOSITION-TOTALS-TABLE.
           OPEN    INPUT   RETURN-TRANS-IN
                           INVENT-MASTER-IN.
           OPEN    OUTPUT  RETURN-POST-OUT
                           RETURN-REGISTER-OUT
                           DEBIT-MEMO-OUT.
           ACCEPT  RUN-DATE            FROM DATE YYYYMMDD.
           MOVE    RUN-DATE            TO  RUN-DATE-O
                                           MEMO-DATE-O.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * work every returned part, releasing the ones going back to
      * a vendor to the sort.
      *-----------------------------------------------------------------
       200-PROCESS-RETURN-LINES.
           PERFORM 300-PROCESS-ONE-RETURN
                   UNTIL RMA-EOF-SW = "Y".

      *-----------------------------------------------------------------
      * take the returns to vendor back in supplier order and print
      * a debit memo per supplier.
      *-----------------------------------------------------------------
       200-PRINT-DEBIT-MEMOS.
           PERFORM 300-PRINT-ONE-MEMO-LINE
                   UNTIL SORT-EOF-SW = "Y".
           IF  PREV-SUPPLIER-ID NOT = LOW-VALUES
               PERFORM 300-PRINT-MEMO-TOTAL.

      *-----------------------------------------------------------------
      * print the totals by reason and by disposition, the counts,
      * and close.
      *-----------------------------------------------------------------
       200-TERMINATE-RETURNS-RUN.
           PERFORM 300-PRINT-REASON-TOTALS.
           PERFORM 300-PRINT-DISPOSITION-TOTALS.
           PERFORM 300-PRINT-REGISTER-FOOTER.
           MOVE    "ALL DEBIT MEMOS"   TO  MEMO-TOTAL-NAME-O.
           MOVE    GRAND-MEMO-TOTAL    TO  MEMO-TOTAL-O.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-TOTAL
                   AFTER ADVANCING 3   LINES.
           CLOSE   RETURN-TRANS-IN
                   INVENT-MASTER-IN
                   RETURN-POST-OUT
                   RETURN-REGISTER-OUT
                   DEBIT-MEMO-OUT.
           IF  ERROR-CNT > ZEROS
               DISPLAY "RETURNS REJECTED - SEE RMAREG.TXT".

      ******************************************************************
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
      * read one returned part, and post it when it passes the
      * checks.
      *-----------------------------------------------------------------
       300-PROCESS-ONE-RETURN.
           READ    RETURN-TRANS-IN
                   AT END      MOVE "Y" TO RMA-EOF-SW
                   NOT AT END
                       ADD     1       TO  RCNT
                       PERFORM 300-CHECK-RETURN-LINE
                       IF  ACTION-IS-REJECT
                           ADD     1   TO  ERROR-CNT
                           PERFORM 300-PRINT-RETURN-DETAIL
                       ELSE
                           PERFORM 300-POST-RETURN-LINE
                           PERFORM 300-PRINT-RETURN-DETAIL.

      *-----------------------------------------------------------------
      * a return is rejected for a part not on the master, a zero
      * quantity, a reason or disposition code not known here, or a
      * return to a vendor for a part with no supplier on file.
      *-----------------------------------------------------------------
       300-CHECK-RETURN-LINE.
           MOVE    SPACES              TO  ACTION-TEXT-SAVE.
           MOVE    ZEROS               TO  RETURN-VALUE.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    RMA-PART-NUMBER     TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-REASON-TABLE
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > 6 OR FOUND-SW = "Y".
           IF  MASTER-FOUND-SW = "N"
               MOVE    SPACES              TO  PART-NAME-I
               MOVE    "REJECTED - PART NOT ON FILE"
                       TO  ACTION-TEXT-SAVE
           ELSE
               IF  RMA-QTY = ZEROS
                   MOVE    "REJECTED - ZERO QUANTITY"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   IF  FOUND-SW = "N"
                       MOVE    "REJECTED - UNKNOWN REASON CODE"
                               TO  ACTION-TEXT-SAVE
                   ELSE
                       PERFORM 300-CHECK-RETURN-DISPOSITION.

      *-----------------------------------------------------------------
      * the disposition must be one of the three, and a return to
      * the vendor needs a vendor to go back to.
      *-----------------------------------------------------------------
       300-CHECK-RETURN-DISPOSITION.
           IF  RMA-IS-RESTOCK
               MOVE    1                   TO  DISPOSITION-IDX
           ELSE
               IF  RMA-IS-SCRAP
                   MOVE    2               TO  DISPOSITION-IDX
               ELSE
                   IF  RMA-IS-VENDOR-RETURN
                       MOVE    3           TO  DISPOSITION-IDX
                   ELSE
                       MOVE    "REJECTED - UNKNOWN DISPOSITION"
                               TO  ACTION-TEXT-SAVE.
           IF  RMA-IS-VENDOR-RETURN AND SUPPLIER-ID-I = SPACES
               MOVE    "REJECTED - NO SUPPLIER ON FILE"
                       TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * value the return at the part's average cost (its price, when
      * it has no average yet), cut its posting transactions, and
      * add it to the totals.  a return to the vendor goes to the
      * sort for its supplier's debit memo.
      *-----------------------------------------------------------------
       300-POST-RETURN-LINE.
           IF  AVG-UNIT-COST-I > ZEROS
               MOVE    AVG-UNIT-COST-I TO  RETURN-UNIT-COST
           ELSE
               MOVE    UNIT-PRICE-I    TO  RETURN-UNIT-COST.
           COMPUTE RETURN-VALUE = RMA-QTY * RETURN-UNIT-COST.
           MOVE    ZEROS               TO  MEMO-UNIT-COST.
           MOVE    "E"                 TO  POST-TRANS-CODE.
           PERFORM 300-WRITE-RETURN-TRANSACTION.
           IF  RMA-IS-RESTOCK
               MOVE    "RESTOCKED - CODE E CUT"    TO  ACTION-TEXT-SAVE
           ELSE
               IF  RMA-IS-SCRAP
                   MOVE    "W"             TO  POST-TRANS-CODE
                   PERFORM 300-WRITE-RETURN-TRANSACTION
                   MOVE    "SCRAPPED - CODES E, W CUT"
                           TO  ACTION-TEXT-SAVE
               ELSE
                   PERFORM 300-FIND-MEMO-UNIT-COST
                   MOVE    "B"             TO  POST-TRANS-CODE
                   PERFORM 300-WRITE-RETURN-TRANSACTION
                   PERFORM 300-RELEASE-VENDOR-RETURN
                   MOVE    "TO VENDOR - CODES E, B CUT"
                           TO  ACTION-TEXT-SAVE.
           ADD     1                   TO  REASON-CNT(REASON-IDX)
                                           DISPOSITION-CNT
                                               (DISPOSITION-IDX).
           ADD     RMA-QTY             TO  REASON-QTY(REASON-IDX)
                                           DISPOSITION-QTY
                                               (DISPOSITION-IDX).
           ADD     RETURN-VALUE        TO  REASON-VALUE(REASON-IDX)
                                           DISPOSITION-VALUE
                                               (DISPOSITION-IDX).

      *-----------------------------------------------------------------
      * what the supplier is to credit for one unit -- its quote for
      * the part off PARTSUPP.TXT, else its cost off SUPPLIERS.TXT,
      * else the part's own cost.
      *-----------------------------------------------------------------
       300-FIND-MEMO-UNIT-COST.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-XREF-TABLE
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > XREF-TABLE-LEN OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               PERFORM 400-SEARCH-SUPPLIER-COST
                   VARYING IDX FROM 1 BY 1
                       UNTIL IDX > SUPPLIER-TABLE-LEN
                           OR FOUND-SW = "Y".
           IF  MEMO-UNIT-COST = ZEROS
               MOVE    RETURN-UNIT-COST    TO  MEMO-UNIT-COST.

      *-----------------------------------------------------------------
      * cut one posting transaction -- POST-TRANS-CODE says which.
      *-----------------------------------------------------------------
       300-WRITE-RETURN-TRANSACTION.
           MOVE    SPACES              TO  RETURN-POST-LINE.
           MOVE    POST-TRANS-CODE     TO  RTN-TRANS-CODE.
           MOVE    RMA-PART-NUMBER     TO  RTN-PART-NUMBER.
           MOVE    RMA-QTY             TO  RTN-QTY.
           MOVE    RMA-DATE            TO  RTN-DATE.
           MOVE    MEMO-UNIT-COST      TO  RTN-UNIT-COST.
           WRITE   RETURN-POST-LINE.
           ADD     1                   TO  TRANS-CNT.

      *-----------------------------------------------------------------
      * hand one return to the vendor to the sort.
      *-----------------------------------------------------------------
       300-RELEASE-VENDOR-RETURN.
           MOVE    SUPPLIER-ID-I       TO  SRT-SUPPLIER-ID.
           MOVE    RMA-PART-NUMBER     TO  SRT-PART-NUMBER.
           MOVE    PART-NAME-I         TO  SRT-PART-NAME.
           MOVE    RMA-CUSTOMER-REF    TO  SRT-CUSTOMER-REF.
           MOVE    RMA-REASON-CODE     TO  SRT-REASON-CODE.
           MOVE    RMA-QTY             TO  SRT-QTY.
           MOVE    MEMO-UNIT-COST      TO  SRT-UNIT-COST.
           RELEASE VENDOR-SORT-RECORD.

      *-----------------------------------------------------------------
      * print one line of the returns register.
      *-----------------------------------------------------------------
       300-PRINT-RETURN-DETAIL.
           MOVE    RMA-CUSTOMER-REF    TO  CUSTOMER-REF-O.
           MOVE    RMA-PART-NUMBER     TO  PART-NUMBER-O.
           MOVE    PART-NAME-I         TO  PART-NAME-O.
           MOVE    RMA-QTY             TO  QTY-O.
           MOVE    RMA-REASON-CODE     TO  REASON-CODE-O.
           MOVE    RMA-DISPOSITION     TO  DISPOSITION-O.
           MOVE    RETURN-VALUE        TO  VALUE-O.
           MOVE    ACTION-TEXT-SAVE    TO  ACTION-O.
           WRITE   RETURN-REGISTER-LINE    FROM    RETURN-DETAIL.

      *-----------------------------------------------------------------
      * take back one return to the vendor and print it on its
      * supplier's memo.
      *-----------------------------------------------------------------
       300-PRINT-ONE-MEMO-LINE.
           RETURN  VENDOR-SORT-WORK-FILE
                   AT END      MOVE "Y" TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 300-CHECK-SUPPLIER-BREAK
                       PERFORM 300-PRINT-MEMO-DETAIL.

      *-----------------------------------------------------------------
      * detect a change of supplier -- total the memo just finished
      * and start the next.
      *-----------------------------------------------------------------
       300-CHECK-SUPPLIER-BREAK.
           IF  SRT-SUPPLIER-ID NOT = PREV-SUPPLIER-ID
               IF  PREV-SUPPLIER-ID NOT = LOW-VALUES
                   PERFORM 300-PRINT-MEMO-TOTAL
                   PERFORM 300-PRINT-MEMO-HEAD
               ELSE
                   PERFORM 300-PRINT-MEMO-HEAD.

      *-----------------------------------------------------------------
      * print the head of one supplier's debit memo.
      *-----------------------------------------------------------------
       300-PRINT-MEMO-HEAD.
           MOVE    SRT-SUPPLIER-ID     TO  PREV-SUPPLIER-ID
                                           MEMO-SUPPLIER-ID-O.
           MOVE    "**UNASSIGNED**"    TO  MEMO-SUPPLIER-NAME-O.
           MOVE    SPACES              TO  MEMO-CONTACT-O
                                           MEMO-PHONE-O.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-SUPPLIER
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SUPPLIER-TABLE-LEN OR FOUND-SW = "Y".
           ADD     1                   TO  MEMO-CNT.
           MOVE    ZEROS               TO  SUPPLIER-MEMO-TOTAL.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-TITLE
                   AFTER ADVANCING 3   LINES.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-SUPPLIER
                   AFTER ADVANCING 1   LINES.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print one line of a debit memo.
      *-----------------------------------------------------------------
       300-PRINT-MEMO-DETAIL.
           COMPUTE MEMO-AMOUNT = SRT-QTY * SRT-UNIT-COST.
           ADD     MEMO-AMOUNT         TO  SUPPLIER-MEMO-TOTAL
                                           GRAND-MEMO-TOTAL.
           MOVE    SRT-PART-NUMBER     TO  MEMO-PART-NUMBER-O.
           MOVE    SRT-PART-NAME       TO  MEMO-PART-NAME-O.
           MOVE    SRT-CUSTOMER-REF    TO  MEMO-CUSTOMER-REF-O.
           MOVE    SRT-REASON-CODE     TO  MEMO-REASON-CODE-O.
           MOVE    SRT-QTY             TO  MEMO-QTY-O.
           MOVE    SRT-UNIT-COST       TO  MEMO-UNIT-COST-O.
           MOVE    MEMO-AMOUNT         TO  MEMO-AMOUNT-O.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-DETAIL.

      *-----------------------------------------------------------------
      * print the total of the memo just finished.
      *-----------------------------------------------------------------
       300-PRINT-MEMO-TOTAL.
           MOVE    "TOTAL DEBIT"       TO  MEMO-TOTAL-NAME-O.
           MOVE    SUPPLIER-MEMO-TOTAL TO  MEMO-TOTAL-O.
           WRITE   DEBIT-MEMO-LINE     FROM    MEMO-TOTAL
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print lines, quantity and value by reason code.
      *-----------------------------------------------------------------
       300-PRINT-REASON-TOTALS.
           MOVE    "TOTALS BY REASON"  TO  SECTION-TITLE-O.
           WRITE   RETURN-REGISTER-LINE    FROM    SECTION-TITLE
                   AFTER ADVANCING 3   LINES.
           WRITE   RETURN-REGISTER-LINE    FROM    TOTALS-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM 400-PRINT-ONE-REASON-TOTAL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 6.

      *-----------------------------------------------------------------
      * print lines, quantity and value by disposition.
      *-----------------------------------------------------------------
       300-PRINT-DISPOSITION-TOTALS.
           MOVE    "TOTALS BY DISPOSITION"     TO  SECTION-TITLE-O.
           WRITE   RETURN-REGISTER-LINE    FROM    SECTION-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   RETURN-REGISTER-LINE    FROM    TOTALS-HEADER
                   AFTER ADVANCING 2   LINES.
           PERFORM 400-PRINT-ONE-DISPOSITION-TOTAL
               VARYING IDX FROM 1 BY 1 UNTIL IDX > 3.

      *-----------------------------------------------------------------
      * print the counts of the register.
      *-----------------------------------------------------------------
       300-PRINT-REGISTER-FOOTER.
           MOVE    "RETURN LINES READ" TO  FOOTER-NAME.
           MOVE    RCNT                TO  FOOTER-COUNTER.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "REJECTED"          TO  FOOTER-NAME.
           MOVE    ERROR-CNT           TO  FOOTER-COUNTER.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-FOOTER.
           MOVE    "TRANSACTIONS CUT"  TO  FOOTER-NAME.
           MOVE    TRANS-CNT           TO  FOOTER-COUNTER.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-FOOTER.
           MOVE    "DEBIT MEMOS"       TO  FOOTER-NAME.
           MOVE    MEMO-CNT            TO  FOOTER-COUNTER.
           WRITE   RETURN-REGISTER-LINE    FROM    REPORT-FOOTER.

      ******************************************************************
      * read one supplier record.
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
           MOVE    SUPPLIER-NAME-S     TO
                   SUPPLIER-NAME(SUPPLIER-TABLE-LEN).
           MOVE    SUPPLIER-UNIT-COST-S    TO
                   SUPPLIER-UNIT-COST(SUPPLIER-TABLE-LEN).
           MOVE    SUPPLIER-CONTACT-NAME-S TO
                   SUPPLIER-CONTACT(SUPPLIER-TABLE-LEN).
           MOVE    SUPPLIER-PHONE-S    TO
                   SUPPLIER-PHONE(SUPPLIER-TABLE-LEN).
           PERFORM 400-READ-SUPPLIERS-FILE-IN.

      *-----------------------------------------------------------------
      * fill XREF-TABLE from one PARTSUPP.TXT record.
      *-----------------------------------------------------------------
       400-LOAD-ONE-XREF.
           READ    PART-SUPPLIER-IN
                   AT END      MOVE "Y" TO XREF-EOF-SW
                   NOT AT END
                       ADD     1       TO  XREF-TABLE-LEN
                       MOVE    XRF-PART-NUMBER TO
                               XREF-PART(XREF-TABLE-LEN)
                       MOVE    XRF-SUPPLIER-ID TO
                               XREF-SUPPLIER(XREF-TABLE-LEN)
                       MOVE    XRF-UNIT-COST   TO
                               XREF-UNIT-COST(XREF-TABLE-LEN).

      *-----------------------------------------------------------------
      * match one reason code.
      *-----------------------------------------------------------------
       400-SEARCH-REASON-TABLE.
           IF  RMA-REASON-CODE = REASON-CODE(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    IDX             TO  REASON-IDX.

      *-----------------------------------------------------------------
      * match the part's quote from the supplier it is bought from.
      *-----------------------------------------------------------------
       400-SEARCH-XREF-TABLE.
           IF  RMA-PART-NUMBER = XREF-PART(IDX)
                   AND SUPPLIER-ID-I = XREF-SUPPLIER(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    XREF-UNIT-COST(IDX)     TO  MEMO-UNIT-COST.

      *-----------------------------------------------------------------
      * match the supplier's own cost, for a part with no quote.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER-COST.
           IF  SUPPLIER-ID-I = SUPPLIER-ID(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    SUPPLIER-UNIT-COST(IDX) TO  MEMO-UNIT-COST.

      *-----------------------------------------------------------------
      * match one supplier-table entry by the supplier in hand.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER.
           IF  SRT-SUPPLIER-ID = SUPPLIER-ID(IDX)
               MOVE    "Y"                 TO  FOUND-SW
               MOVE    SUPPLIER-NAME(IDX)  TO  MEMO-SUPPLIER-NAME-O
               MOVE    SUPPLIER-CONTACT(IDX)   TO  MEMO-CONTACT-O
               MOVE    SUPPLIER-PHONE(IDX) TO  MEMO-PHONE-O.

      *-----------------------------------------------------------------
      * print one reason code's totals.
      *-----------------------------------------------------------------
       400-PRINT-ONE-REASON-TOTAL.
           MOVE    REASON-CODE(IDX)    TO  TOTAL-CODE-O.
           MOVE    REASON-NAME(IDX)    TO  TOTAL-NAME-O.
           MOVE    REASON-CNT(IDX)     TO  TOTAL-CNT-O.
           MOVE    REASON-QTY(IDX)     TO  TOTAL-QTY-O.
           MOVE    REASON-VALUE(IDX)   TO  TOTAL-VALUE-O.
           WRITE   RETURN-REGISTER-LINE    FROM    TOTALS-DETAIL.

      *-----------------------------------------------------------------
      * print one disposition's totals.
      *-----------------------------------------------------------------
       400-PRINT-ONE-DISPOSITION-TOTAL.
           MOVE    SPACES              TO  TOTAL-CODE-O.
           MOVE    DISPOSITION-NAME(IDX)   TO  TOTAL-NAME-O.
           MOVE    DISPOSITION-CNT(IDX)    TO  TOTAL-CNT-O.
           MOVE    DISPOSITION-QTY(IDX)    TO  TOTAL-QTY-O.
           MOVE    DISPOSITION-VALUE(IDX)  TO  TOTAL-VALUE-O.
           WRITE   RETURN-REGISTER-LINE    FROM    TOTALS-DETAIL.
