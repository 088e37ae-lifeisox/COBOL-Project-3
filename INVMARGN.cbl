      ******************************************************************
      * Margin report by supplier and part.  Sets every part's unit
      * price against the moving-average cost INVMAINT keeps off the
      * receipts, so merchandising can see what each part really
      * earns, and what the stock on the shelf earns supplier by
      * supplier.
      *
      * - Read "INVMAST.DAT" (the indexed master) and "SUPPLIERS.TXT",
      *    sort the parts by supplier then part number, and print
      *    "INVMARGN.TXT" -- per part: on hand, unit price, average
      *    cost, unit margin and margin percent of price, and the
      *    stock on hand valued at retail, at cost, and the margin
      *    between them; a subtotal per supplier and a grand total
      *    that ties to the PROJECT3 totals at retail and at cost.
      * - A part with no average cost yet (never received since cost
      *    was carried) shows its whole price as margin and is counted
      *    on the footer, so nobody mistakes it for a real figure.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVMARGN.
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
           SELECT  SUPPLIERS-FILE-IN
                   ASSIGN TO "D:\SUPPLIERS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-I.

      *    Work file used to put the parts in supplier order.
           SELECT  MARGIN-SORT-WORK-FILE
                   ASSIGN TO "SRTWK08".

           SELECT  MARGIN-REPORT-OUT
                   ASSIGN TO "D:\INVMARGN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPPLIERS-FILE-IN
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS SUPPLIERS-RECORD.
       01  SUPPLIERS-RECORD.
           COPY    SUPPREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       SD  MARGIN-SORT-WORK-FILE.
       01  MARGIN-SORT-RECORD.
           05  SRT-SUPPLIER-ID     PIC X(02).
           05  SRT-PART-NUMBER     PIC 9(05).
           05  SRT-PART-NAME       PIC X(20).
           05  SRT-QUANTITY        PIC 9(05).
           05  SRT-UNIT-PRICE      PIC 9(04)V99.
           05  SRT-AVG-UNIT-COST   PIC 9(05)V99.

       FD  MARGIN-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MARGIN-REPORT-LINE.
       01  MARGIN-REPORT-LINE          PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This table is for saving of Supplier Records, so each
      *    supplier break can print the supplier's name.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-TABLE-LEN  PIC 9(03) VALUE ZEROS.
           05  SUPPLIER-TAB        OCCURS 1 TO 999
                                   DEPENDING ON SUPPLIER-TABLE-LEN.
               10  SUPPLIER-ID         PIC X(02).
               10  SUPPLIER-NAME       PIC X(15).

      *    This record is for printing the title of the margin
      *    report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "MARGIN REPORT BY SUPPLIER".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the supplier a group of parts
      *    belongs to, ahead of the group.
       01  SUPPLIER-TITLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SUPPLIER: ".
           05  SUPPLIER-ID-O       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SUPPLIER-NAME-O     PIC X(15).

      *    This record is for printing the header of the margin
      *    report.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(06) VALUE "    OH".
           05  FILLER              PIC X(09) VALUE "    PRICE".
           05  FILLER              PIC X(11) VALUE "   AVG COST".
           05  FILLER              PIC X(11) VALUE "  UNIT MRGN".
           05  FILLER              PIC X(10) VALUE "    MRGN%".
           05  FILLER              PIC X(17) VALUE
                   "     RETAIL VALUE".
           05  FILLER              PIC X(17) VALUE
                   "       COST VALUE".
           05  FILLER              PIC X(19) VALUE
                   "       MARGIN VALUE".

      *    This record is for printing one part on the margin report.
      *    the margin columns go negative when a part costs more
      *    than it sells for.
       01  MARGIN-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-O       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PART-NAME-O         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  QUANTITY-O          PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UNIT-PRICE-O        PIC Z,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AVG-COST-O          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UNIT-MARGIN-O       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MARGIN-PCT-O        PIC ZZZZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RETAIL-VALUE-O      PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COST-VALUE-O        PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MARGIN-VALUE-O      PIC $$$$,$$$,$$9.99-.

      *    This record is for printing a supplier subtotal or the
      *    grand total -- retail, cost, margin, and the margin as a
      *    percent of retail.
       01  MARGIN-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTAL-NAME-O        PIC X(18).
           05  FILLER              PIC X(07) VALUE "RETAIL ".
           05  TOTAL-RETAIL-O      PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(07) VALUE "  COST ".
           05  TOTAL-COST-O        PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(09) VALUE "  MARGIN ".
           05  TOTAL-MARGIN-O      PIC $$$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTAL-PCT-O         PIC ZZZZZ9.99-.
           05  FILLER              PIC X(01) VALUE "%".

      *    This record is for printing the counts footer of the
      *    margin report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(18).
           05  FOOTER-COUNTER      PIC ZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  EOF-SW              PIC X(01) VALUE "N".
           05  MASTER-EOF-SW       PIC X(01) VALUE "N".
           05  SORT-EOF-SW         PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  RCNT                PIC 9(03) VALUE ZEROS.
           05  NO-COST-CNT         PIC 9(03) VALUE ZEROS.

      *    Running totals for the supplier in hand and for the whole
      *    report.
       01  ACCUMULATORS.
           05  SUPP-RETAIL-TOTAL   PIC 9(12)V99 VALUE ZEROS.
           05  SUPP-COST-TOTAL     PIC 9(12)V99 VALUE ZEROS.
           05  SUPP-MARGIN-TOTAL   PIC S9(12)V99 VALUE ZEROS.
           05  GRAND-RETAIL-TOTAL  PIC 9(12)V99 VALUE ZEROS.
           05  GRAND-COST-TOTAL    PIC 9(12)V99 VALUE ZEROS.
           05  GRAND-MARGIN-TOTAL  PIC S9(12)V99 VALUE ZEROS.

      *    Remembers the supplier of the last part printed, to detect
      *    the supplier control-break.
       01  PREV-SUPPLIER-ID        PIC X(02) VALUE LOW-VALUES.

       01  MISCELLONIOUS.
           05  UNIT-MARGIN         PIC S9(05)V99.
           05  MARGIN-PCT          PIC S9(06)V99.
           05  RETAIL-VALUE        PIC 9(09)V99.
           05  COST-VALUE          PIC 9(10)V99.
           05  MARGIN-VALUE        PIC S9(10)V99.
           05  TOTAL-PCT           PIC S9(06)V99.
           05  IDX                 PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure -- the sort puts the master in supplier order;
      * the output procedure prints it with a break per supplier.
      *-----------------------------------------------------------------
       100-PRINT-MARGIN-REPORT.
           PERFORM 200-INITIATE-MARGIN-REPORT.
           SORT    MARGIN-SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SUPPLIER-ID
                   ON ASCENDING KEY SRT-PART-NUMBER
                   INPUT PROCEDURE 200-RELEASE-MASTER-RECORDS
                   OUTPUT PROCEDURE 200-PRINT-SORTED-PARTS.
           PERFORM 200-TERMINATE-MARGIN-REPORT.
           STOP RUN.

      ******************************************************************
      * build the supplier table, open the report and print its
      * title.
      *-----------------------------------------------------------------
       200-INITIATE-MARGIN-REPORT.
           PERFORM 300-BUILD-SUPPLIER-TABLE.
           OPEN    OUTPUT  MARGIN-REPORT-OUT.
           ACCEPT  RUN-DATE-O          FROM DATE YYYYMMDD.
           WRITE   MARGIN-REPORT-LINE  FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * feed every master record to the sort.
      *-----------------------------------------------------------------
       200-RELEASE-MASTER-RECORDS.
           OPEN    INPUT   INVENT-MASTER-IN.
           PERFORM 300-RELEASE-ONE-MASTER-RECORD
                   UNTIL MASTER-EOF-SW = "Y".
           CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * take the parts back in supplier order and print them.
      *-----------------------------------------------------------------
       200-PRINT-SORTED-PARTS.
           PERFORM 300-PRINT-ONE-SORTED-PART
                   UNTIL SORT-EOF-SW = "Y".

      *-----------------------------------------------------------------
      * close off the last supplier, print the grand total and the
      * counts, and close the report.
      *-----------------------------------------------------------------
       200-TERMINATE-MARGIN-REPORT.
           IF  PREV-SUPPLIER-ID NOT = LOW-VALUES
               PERFORM 300-PRINT-SUPPLIER-SUBTOTAL.
           MOVE    "GRAND TOTAL"       TO  TOTAL-NAME-O.
           MOVE    GRAND-RETAIL-TOTAL  TO  TOTAL-RETAIL-O.
           MOVE    GRAND-COST-TOTAL    TO  TOTAL-COST-O.
           MOVE    GRAND-MARGIN-TOTAL  TO  TOTAL-MARGIN-O.
           IF  GRAND-RETAIL-TOTAL = ZEROS
               MOVE    ZEROS           TO  TOTAL-PCT
           ELSE
               COMPUTE TOTAL-PCT ROUNDED =
                       GRAND-MARGIN-TOTAL * 100 / GRAND-RETAIL-TOTAL.
           MOVE    TOTAL-PCT           TO  TOTAL-PCT-O.
           WRITE   MARGIN-REPORT-LINE  FROM    MARGIN-TOTAL
                   AFTER ADVANCING 3   LINES.
           MOVE    "PARTS READ"        TO  FOOTER-NAME.
           MOVE    RCNT                TO  FOOTER-COUNTER.
           WRITE   MARGIN-REPORT-LINE  FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "NO AVERAGE COST"   TO  FOOTER-NAME.
           MOVE    NO-COST-CNT         TO  FOOTER-COUNTER.
           WRITE   MARGIN-REPORT-LINE  FROM    REPORT-FOOTER.
           CLOSE   MARGIN-REPORT-OUT.

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
      * release one master record to the sort.
      *-----------------------------------------------------------------
       300-RELEASE-ONE-MASTER-RECORD.
           READ    INVENT-MASTER-IN
                   AT END      MOVE "Y" TO MASTER-EOF-SW
                   NOT AT END
                       ADD     1               TO  RCNT
                       MOVE    SUPPLIER-ID-I   TO  SRT-SUPPLIER-ID
                       MOVE    PART-NUMBER-I   TO  SRT-PART-NUMBER
                       MOVE    PART-NAME-I     TO  SRT-PART-NAME
                       MOVE    QUANTITY-I      TO  SRT-QUANTITY
                       MOVE    UNIT-PRICE-I    TO  SRT-UNIT-PRICE
                       MOVE    AVG-UNIT-COST-I TO  SRT-AVG-UNIT-COST
                       RELEASE MARGIN-SORT-RECORD.

      *-----------------------------------------------------------------
      * take back one sorted part and print it.
      *-----------------------------------------------------------------
       300-PRINT-ONE-SORTED-PART.
           RETURN  MARGIN-SORT-WORK-FILE
                   AT END      MOVE "Y" TO SORT-EOF-SW
                   NOT AT END
                       PERFORM 300-CHECK-SUPPLIER-BREAK
                       PERFORM 300-COMPUTE-PART-MARGIN
                       PERFORM 300-PRINT-MARGIN-DETAIL.

      *-----------------------------------------------------------------
      * detect a change of supplier -- close off the one just left
      * and title the one broken into.
      *-----------------------------------------------------------------
       300-CHECK-SUPPLIER-BREAK.
           IF  SRT-SUPPLIER-ID NOT = PREV-SUPPLIER-ID
               IF  PREV-SUPPLIER-ID NOT = LOW-VALUES
                   PERFORM 300-PRINT-SUPPLIER-SUBTOTAL
                   PERFORM 300-PRINT-SUPPLIER-TITLE
               ELSE
                   PERFORM 300-PRINT-SUPPLIER-TITLE.

      *-----------------------------------------------------------------
      * print the title and column header for the supplier just
      * broken into.  a supplier id SUPPLIERS.TXT has never heard of
      * prints as unassigned, the way PROJECT3's subtotal report
      * shows it.
      *-----------------------------------------------------------------
       300-PRINT-SUPPLIER-TITLE.
           MOVE    SRT-SUPPLIER-ID     TO  PREV-SUPPLIER-ID
                                           SUPPLIER-ID-O.
           MOVE    "**UNASSIGNED**"    TO  SUPPLIER-NAME-O.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-SUPPLIER
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SUPPLIER-TABLE-LEN OR FOUND-SW = "Y".
           WRITE   MARGIN-REPORT-LINE  FROM    SUPPLIER-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   MARGIN-REPORT-LINE  FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES              TO  MARGIN-REPORT-LINE.
           WRITE   MARGIN-REPORT-LINE.
           MOVE    ZEROS               TO  SUPP-RETAIL-TOTAL
                                           SUPP-COST-TOTAL
                                           SUPP-MARGIN-TOTAL.

      *-----------------------------------------------------------------
      * figure the part's unit margin and margin percent of price,
      * and its stock on hand at retail, at cost, and the margin
      * between the two.  a part with no price has no margin percent
      * to speak of.
      *-----------------------------------------------------------------
       300-COMPUTE-PART-MARGIN.
           IF  SRT-AVG-UNIT-COST = ZEROS
               ADD     1               TO  NO-COST-CNT.
           COMPUTE UNIT-MARGIN = SRT-UNIT-PRICE - SRT-AVG-UNIT-COST.
           IF  SRT-UNIT-PRICE = ZEROS
               MOVE    ZEROS           TO  MARGIN-PCT
           ELSE
               COMPUTE MARGIN-PCT ROUNDED =
                       UNIT-MARGIN * 100 / SRT-UNIT-PRICE.
           COMPUTE RETAIL-VALUE = SRT-QUANTITY * SRT-UNIT-PRICE.
           COMPUTE COST-VALUE = SRT-QUANTITY * SRT-AVG-UNIT-COST.
           COMPUTE MARGIN-VALUE = RETAIL-VALUE - COST-VALUE.
           ADD     RETAIL-VALUE        TO  SUPP-RETAIL-TOTAL
                                           GRAND-RETAIL-TOTAL.
           ADD     COST-VALUE          TO  SUPP-COST-TOTAL
                                           GRAND-COST-TOTAL.
           ADD     MARGIN-VALUE        TO  SUPP-MARGIN-TOTAL
                                           GRAND-MARGIN-TOTAL.

      *-----------------------------------------------------------------
      * print one part's margin line.
      *-----------------------------------------------------------------
       300-PRINT-MARGIN-DETAIL.
           MOVE    SRT-PART-NUMBER     TO  PART-NUMBER-O.
           MOVE    SRT-PART-NAME       TO  PART-NAME-O.
           MOVE    SRT-QUANTITY        TO  QUANTITY-O.
           MOVE    SRT-UNIT-PRICE      TO  UNIT-PRICE-O.
           MOVE    SRT-AVG-UNIT-COST   TO  AVG-COST-O.
           MOVE    UNIT-MARGIN         TO  UNIT-MARGIN-O.
           MOVE    MARGIN-PCT          TO  MARGIN-PCT-O.
           MOVE    RETAIL-VALUE        TO  RETAIL-VALUE-O.
           MOVE    COST-VALUE          TO  COST-VALUE-O.
           MOVE    MARGIN-VALUE        TO  MARGIN-VALUE-O.
           WRITE   MARGIN-REPORT-LINE  FROM    MARGIN-DETAIL.

      *-----------------------------------------------------------------
      * print the subtotal for the supplier just finished.
      *-----------------------------------------------------------------
       300-PRINT-SUPPLIER-SUBTOTAL.
           MOVE    "SUPPLIER SUBTOTAL" TO  TOTAL-NAME-O.
           MOVE    SUPP-RETAIL-TOTAL   TO  TOTAL-RETAIL-O.
           MOVE    SUPP-COST-TOTAL     TO  TOTAL-COST-O.
           MOVE    SUPP-MARGIN-TOTAL   TO  TOTAL-MARGIN-O.
           IF  SUPP-RETAIL-TOTAL = ZEROS
               MOVE    ZEROS           TO  TOTAL-PCT
           ELSE
               COMPUTE TOTAL-PCT ROUNDED =
                       SUPP-MARGIN-TOTAL * 100 / SUPP-RETAIL-TOTAL.
           MOVE    TOTAL-PCT           TO  TOTAL-PCT-O.
           WRITE   MARGIN-REPORT-LINE  FROM    MARGIN-TOTAL
                   AFTER ADVANCING 2   LINES.

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
           MOVE    SUPPLIER-NAME-S     TO
                   SUPPLIER-NAME(SUPPLIER-TABLE-LEN).
           PERFORM 400-READ-SUPPLIERS-FILE-IN.

      *-----------------------------------------------------------------
      * match one supplier-table entry by the supplier in hand.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER.
           IF  SRT-SUPPLIER-ID = SUPPLIER-ID(IDX)
               MOVE    "Y"                 TO  FOUND-SW
               MOVE    SUPPLIER-NAME(IDX)  TO  SUPPLIER-NAME-O.
