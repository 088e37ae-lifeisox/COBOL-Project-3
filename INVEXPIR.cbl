      ******************************************************************
      * Expiring stock report.  Lists the lots of shelf-life stock
      * (adhesives, sealants, coated stock) about to go bad, by the
      * warehouse they sit in, while there is still time to sell or
      * scrap them -- instead of expired stock being found on the
      * shelf, or shipped.
      *
      * - ACCEPT the number of days ahead to look from the operator,
      *    read "LOTS.TXT" (the stock lots INVMAINT keeps) and
      *    "INVMAST.DAT" (the indexed master, read at random by part
      *    number for the location, name, average cost and price).
      *    every lot on the shelf that expires within that many days
      *    -- or has expired already -- is listed.
      * - Print "EXPIRING.TXT", grouped by LOCATION-CODE-I with the
      *    earliest expiry first, each lot valued at the part's
      *    moving-average cost and at retail, with subtotals by
      *    location and a grand total.  stock on the road between
      *    warehouses is left to the location it lands at; a lot for
      *    a part no longer on the master is only counted.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVEXPIR.
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
      *    The stock lots INVMAINT keeps.  absent before the first
      *    posting run that kept lots, which simply leaves nothing to
      *    list.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PART-NUMBER-I.

      *    Work file used to put the expiring lots in location order,
      *    the earliest expiry first within a location.
           SELECT  EXPIRY-SORT-WORK-FILE
                   ASSIGN TO "SRTWK12".

           SELECT  EXPIRY-REPORT-OUT
                   ASSIGN TO "D:\EXPIRING.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       SD  EXPIRY-SORT-WORK-FILE.
       01  EXPIRY-SORT-RECORD.
           05  SRT-LOCATION-CODE   PIC X(03).
           05  SRT-EXPIRY-DATE     PIC 9(08).
           05  SRT-PART-NUMBER     PIC 9(05).
           05  SRT-LOT-NUMBER      PIC X(10).
           05  SRT-PART-NAME       PIC X(20).
           05  SRT-LOT-QTY         PIC 9(05).
           05  SRT-AVG-UNIT-COST   PIC 9(05)V99.
           05  SRT-UNIT-PRICE      PIC 9(04)V99.

       FD  EXPIRY-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS EXPIRY-REPORT-LINE.
       01  EXPIRY-REPORT-LINE          PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This record is for printing the title of the expiring
      *    stock report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "EXPIRING STOCK REPORT".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "EXPIRING WITHIN ".
           05  WINDOW-DAYS-O       PIC ZZ9.
           05  FILLER              PIC X(10) VALUE " DAYS (BY ".
           05  CUTOFF-DATE-O       PIC 9(08).
           05  FILLER              PIC X(01) VALUE ")".

      *    This record is for printing the title of a warehouse
      *    location break.
       01  LOCATION-TITLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LOCATION: ".
           05  LOCATION-CODE-O     PIC X(03).

      *    This record is for printing the header of the expiring
      *    stock report.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(12) VALUE "LOT".
           05  FILLER              PIC X(10) VALUE "EXPIRES".
           05  FILLER              PIC X(07) VALUE "   DAYS".
           05  FILLER              PIC X(07) VALUE "    QTY".
           05  FILLER              PIC X(16) VALUE
                   "      COST VALUE".
           05  FILLER              PIC X(16) VALUE
                   "    RETAIL VALUE".
           05  FILLER              PIC X(09) VALUE "  STATUS".

      *    This record is for printing one expiring lot.  the days
      *    column goes negative for a lot already past its date.
       01  EXPIRY-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-O       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PART-NAME-O         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOT-NUMBER-O        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXPIRY-DATE-O       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DAYS-LEFT-O         PIC ZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOT-QTY-O           PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COST-VALUE-O        PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RETAIL-VALUE-O      PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOT-STATUS-O        PIC X(07).

      *    This record is for printing a location subtotal or the
      *    grand total of the lots listed.
       01  EXPIRY-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTAL-NAME-O        PIC X(18).
           05  FILLER              PIC X(05) VALUE "QTY ".
           05  TOTAL-QTY-O         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE "  COST ".
           05  TOTAL-COST-O        PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(09) VALUE "  RETAIL ".
           05  TOTAL-RETAIL-O      PIC $$$$,$$$,$$$,$$9.99.

      *    This record is for printing the counts footer of the
      *    expiring stock report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(18).
           05  FOOTER-COUNTER      PIC ZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  LOT-EOF-SW          PIC X(01) VALUE "N".
           05  REPORT-EOF-SW       PIC X(01) VALUE "N".
           05  MASTER-FOUND-SW     PIC X(01) VALUE "N".
           05  LISTED-CNT          PIC 9(04) VALUE ZEROS.
           05  EXPIRED-CNT         PIC 9(04) VALUE ZEROS.
           05  NOT-ON-MASTER-CNT   PIC 9(04) VALUE ZEROS.

      *    Controls for choosing the expiring lots.  the look-ahead
      *    is answered by the operator at run time, the way INVROP
      *    asks its coverage days.
       01  EXPIRY-CONTROLS.
           05  LOT-FILE-STATUS     PIC X(02).
           05  TODAY-DATE-NUM      PIC 9(08).
           05  TODAY-INTEGER       PIC 9(07).
           05  WINDOW-DAYS         PIC 9(03) VALUE ZEROS.
           05  CUTOFF-INTEGER      PIC 9(07).
           05  CUTOFF-DATE         PIC 9(08).
           05  DAYS-LEFT           PIC S9(07).
           05  PREV-LOCATION-CODE  PIC X(03) VALUE SPACES.

      *    Values of the lot in hand, and running totals for the
      *    location in hand and for the whole report.
       01  ACCUMULATORS.
           05  LOT-COST-VALUE      PIC 9(10)V99.
           05  LOT-RETAIL-VALUE    PIC 9(10)V99.
           05  LOC-QTY-TOTAL       PIC 9(07) VALUE ZEROS.
           05  LOC-COST-TOTAL      PIC 9(12)V99 VALUE ZEROS.
           05  LOC-RETAIL-TOTAL    PIC 9(12)V99 VALUE ZEROS.
           05  GRAND-QTY-TOTAL     PIC 9(07) VALUE ZEROS.
           05  GRAND-COST-TOTAL    PIC 9(12)V99 VALUE ZEROS.
           05  GRAND-RETAIL-TOTAL  PIC 9(12)V99 VALUE ZEROS.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure -- the sort takes the expiring lots in off
      * LOTS.TXT and hands them back in location order for the
      * report.
      *-----------------------------------------------------------------
       100-PRINT-EXPIRING-STOCK.
           PERFORM 200-INITIATE-EXPIRY-REPORT.
           SORT    EXPIRY-SORT-WORK-FILE
                   ON ASCENDING KEY SRT-LOCATION-CODE
                   ON ASCENDING KEY SRT-EXPIRY-DATE
                   ON ASCENDING KEY SRT-PART-NUMBER
                   ON ASCENDING KEY SRT-LOT-NUMBER
                   INPUT PROCEDURE 200-SELECT-EXPIRING-LOTS
                   OUTPUT PROCEDURE 200-PRINT-EXPIRING-LOTS.
           PERFORM 200-TERMINATE-EXPIRY-REPORT.
           STOP RUN.

      ******************************************************************
      * ask how many days ahead to look, work out the cutoff date,
      * open the report, and print its title.  zero means 30 days.
      *-----------------------------------------------------------------
       200-INITIATE-EXPIRY-REPORT.
           DISPLAY "LIST LOTS EXPIRING WITHIN HOW MANY DAYS? ".
           ACCEPT  WINDOW-DAYS.
           IF  WINDOW-DAYS = ZEROS
               MOVE    030             TO  WINDOW-DAYS.
           ACCEPT  TODAY-DATE-NUM      FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM).
           COMPUTE CUTOFF-INTEGER = TODAY-INTEGER + WINDOW-DAYS.
           COMPUTE CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER).
           OPEN    OUTPUT  EXPIRY-REPORT-OUT.
           MOVE    TODAY-DATE-NUM      TO  RUN-DATE-O.
           MOVE    WINDOW-DAYS         TO  WINDOW-DAYS-O.
           MOVE    CUTOFF-DATE         TO  CUTOFF-DATE-O.
           WRITE   EXPIRY-REPORT-LINE  FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * read the lots and release the expiring ones to the sort.  no
      * LOTS.TXT yet means nothing to list.
      *-----------------------------------------------------------------
       200-SELECT-EXPIRING-LOTS.
           OPEN    INPUT   LOT-FILE
                           INVENT-MASTER-IN.
           IF  LOT-FILE-STATUS = "00"
               PERFORM 300-JUDGE-ONE-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.
           CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * take the expiring lots back in location order and print
      * them, with a subtotal as each location ends.
      *-----------------------------------------------------------------
       200-PRINT-EXPIRING-LOTS.
           PERFORM 300-REPORT-ONE-LOT
                   UNTIL REPORT-EOF-SW = "Y".
           IF  PREV-LOCATION-CODE NOT = SPACES
               PERFORM 300-PRINT-LOCATION-SUBTOTAL.

      *-----------------------------------------------------------------
      * print the grand total and the counts footer, and close.
      *-----------------------------------------------------------------
       200-TERMINATE-EXPIRY-REPORT.
           MOVE    "GRAND TOTAL"       TO  TOTAL-NAME-O.
           MOVE    GRAND-QTY-TOTAL     TO  TOTAL-QTY-O.
           MOVE    GRAND-COST-TOTAL    TO  TOTAL-COST-O.
           MOVE    GRAND-RETAIL-TOTAL  TO  TOTAL-RETAIL-O.
           WRITE   EXPIRY-REPORT-LINE  FROM    EXPIRY-TOTAL
                   AFTER ADVANCING 2   LINES.
           MOVE    "LOTS LISTED"       TO  FOOTER-NAME.
           MOVE    LISTED-CNT          TO  FOOTER-COUNTER.
           WRITE   EXPIRY-REPORT-LINE  FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "ALREADY EXPIRED"   TO  FOOTER-NAME.
           MOVE    EXPIRED-CNT         TO  FOOTER-COUNTER.
           WRITE   EXPIRY-REPORT-LINE  FROM    REPORT-FOOTER.
           MOVE    "NOT ON MASTER"     TO  FOOTER-NAME.
           MOVE    NOT-ON-MASTER-CNT   TO  FOOTER-COUNTER.
           WRITE   EXPIRY-REPORT-LINE  FROM    REPORT-FOOTER.
           CLOSE   EXPIRY-REPORT-OUT.

      ******************************************************************
      * read one lot and judge it when it has stock on the shelf
      * that expires by the cutoff date.
      *-----------------------------------------------------------------
       300-JUDGE-ONE-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO LOT-EOF-SW
                   NOT AT END
                       IF  LOT-QTY > ZEROS
                               AND LOT-EXPIRY-DATE NOT > CUTOFF-DATE
                           PERFORM 300-RELEASE-EXPIRING-LOT.

      *-----------------------------------------------------------------
      * look the part up for its location, name, cost and price and
      * release the lot to the sort.  a part gone from the master
      * has no location to list it under, so it is only counted.
      *-----------------------------------------------------------------
       300-RELEASE-EXPIRING-LOT.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    LOT-PART-NUMBER     TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               ADD     1               TO  NOT-ON-MASTER-CNT
           ELSE
               MOVE    LOCATION-CODE-I     TO  SRT-LOCATION-CODE
               MOVE    LOT-EXPIRY-DATE     TO  SRT-EXPIRY-DATE
               MOVE    LOT-PART-NUMBER     TO  SRT-PART-NUMBER
               MOVE    LOT-NUMBER          TO  SRT-LOT-NUMBER
               MOVE    PART-NAME-I         TO  SRT-PART-NAME
               MOVE    LOT-QTY             TO  SRT-LOT-QTY
               MOVE    AVG-UNIT-COST-I     TO  SRT-AVG-UNIT-COST
               MOVE    UNIT-PRICE-I        TO  SRT-UNIT-PRICE
               RELEASE EXPIRY-SORT-RECORD.

      *-----------------------------------------------------------------
      * take one expiring lot back off the sort and report it.
      *-----------------------------------------------------------------
       300-REPORT-ONE-LOT.
           RETURN  EXPIRY-SORT-WORK-FILE
                   AT END      MOVE "Y" TO REPORT-EOF-SW
                   NOT AT END  PERFORM 300-PRINT-EXPIRY-DETAIL.

      *-----------------------------------------------------------------
      * print one expiring lot under its location's title, valued at
      * the part's average cost and at retail.
      *-----------------------------------------------------------------
       300-PRINT-EXPIRY-DETAIL.
           IF  SRT-LOCATION-CODE NOT = PREV-LOCATION-CODE
               PERFORM 300-BREAK-LOCATION.
           COMPUTE LOT-COST-VALUE = SRT-LOT-QTY * SRT-AVG-UNIT-COST.
           COMPUTE LOT-RETAIL-VALUE = SRT-LOT-QTY * SRT-UNIT-PRICE.
           COMPUTE DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(SRT-EXPIRY-DATE)
                       - TODAY-INTEGER.
           IF  SRT-EXPIRY-DATE < TODAY-DATE-NUM
               MOVE    "EXPIRED"       TO  LOT-STATUS-O
               ADD     1               TO  EXPIRED-CNT
           ELSE
               MOVE    SPACES          TO  LOT-STATUS-O.
           MOVE    SRT-PART-NUMBER     TO  PART-NUMBER-O.
           MOVE    SRT-PART-NAME       TO  PART-NAME-O.
           MOVE    SRT-LOT-NUMBER      TO  LOT-NUMBER-O.
           MOVE    SRT-EXPIRY-DATE     TO  EXPIRY-DATE-O.
           MOVE    DAYS-LEFT           TO  DAYS-LEFT-O.
           MOVE    SRT-LOT-QTY         TO  LOT-QTY-O.
           MOVE    LOT-COST-VALUE      TO  COST-VALUE-O.
           MOVE    LOT-RETAIL-VALUE    TO  RETAIL-VALUE-O.
           WRITE   EXPIRY-REPORT-LINE  FROM    EXPIRY-DETAIL.
           ADD     SRT-LOT-QTY         TO  LOC-QTY-TOTAL
                                           GRAND-QTY-TOTAL.
           ADD     LOT-COST-VALUE      TO  LOC-COST-TOTAL
                                           GRAND-COST-TOTAL.
           ADD     LOT-RETAIL-VALUE    TO  LOC-RETAIL-TOTAL
                                           GRAND-RETAIL-TOTAL.
           ADD     1                   TO  LISTED-CNT.

      *-----------------------------------------------------------------
      * a new location -- close off the last one's subtotal (if
      * there was one) and print the new one's title and header.
      *-----------------------------------------------------------------
       300-BREAK-LOCATION.
           IF  PREV-LOCATION-CODE NOT = SPACES
               PERFORM 300-PRINT-LOCATION-SUBTOTAL.
           MOVE    SRT-LOCATION-CODE   TO  LOCATION-CODE-O
                                           PREV-LOCATION-CODE.
           WRITE   EXPIRY-REPORT-LINE  FROM    LOCATION-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   EXPIRY-REPORT-LINE  FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print the subtotal of the location just finished and clear
      * it for the next.
      *-----------------------------------------------------------------
       300-PRINT-LOCATION-SUBTOTAL.
           MOVE    "LOCATION TOTAL"    TO  TOTAL-NAME-O.
           MOVE    LOC-QTY-TOTAL       TO  TOTAL-QTY-O.
           MOVE    LOC-COST-TOTAL      TO  TOTAL-COST-O.
           MOVE    LOC-RETAIL-TOTAL    TO  TOTAL-RETAIL-O.
           WRITE   EXPIRY-REPORT-LINE  FROM    EXPIRY-TOTAL
                   AFTER ADVANCING 2   LINES.
           MOVE    ZEROS               TO  LOC-QTY-TOTAL
                                           LOC-COST-TOTAL
                                           LOC-RETAIL-TOTAL.
