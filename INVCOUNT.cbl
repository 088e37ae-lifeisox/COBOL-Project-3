      *    quantity, count date) and "INVMAST.DAT", and print
      *    "VARRPT.TXT" -- a variance report by location showing book
      *    quantity, counted quantity, unit variance, and dollar
      *    variance at the unit price and at the moving-average cost,
      *    with location and grand totals, at retail and at cost,
      *    that tie to the valuation on INVREPRT.TXT.
      * - Write "CNTADJ.TXT" -- adjustment transactions in INVMAINT's
      *    layout, so approved variances correct the master through
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
       01  SORTED-COUNT-RECORD         PIC X(21).

       FD  VARIANCE-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS VARIANCE-OUT.
       01  VARIANCE-OUT                PIC X(110).

      *    Adjustment transactions for the inventory posting run --
      *    same 62-byte layout INVMAINT reads off INVTRAN.TXT, code
      *    "A", so approved variances correct the master without
      *    being retyped.
       FD  COUNT-ADJUST-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS ADJUST-TRANS-OUT.
       01  ADJUST-TRANS-OUT.
           05  ADJ-TRANS-CODE          PIC X(01).
           05  FILLER                  PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC 9(05)V99.

       FD  COUNT-DATES-FILE
           RECORD CONTAINS 13 CHARACTERS
               10  PART-NAME-T         PIC X(20).
               10  PART-QTY-T          PIC 9(05).
               10  PART-PRICE-T        PIC 9(04)V99.
               10  PART-COST-T         PIC 9(05)V99.
               10  PART-LOCATION-T     PIC X(03).

      *    This record is for printing the title of the variance
           05  FILLER              PIC X(07) VALUE "COUNT".
           05  FILLER              PIC X(07) VALUE "UVAR".
           05  FILLER              PIC X(13) VALUE "   DOLLAR VAR".
           05  FILLER              PIC X(17) VALUE "     COST VAR".
           05  FILLER              PIC X(16) VALUE " REMARK".

      *    This record is for printing the detail of the variance
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DOLLAR-VAR-V        PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  COST-VAR-V          PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REMARK-V            PIC X(20).

      *    This record is for printing a location's totals of book
           05  FILLER              PIC X(05) VALUE " VAR ".
           05  LOC-DOLLAR-VAR-O    PIC $$$$,$$$,$$$,$$9.99-.

      *    This record is for printing the same location totals at
      *    the moving-average cost -- the book column ties to that
      *    location's cost subtotal on INVREPRT.TXT.
       01  LOCATION-COST-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "  AT COST".
           05  FILLER              PIC X(06) VALUE "BOOK ".
           05  LOC-BOOK-COST-O     PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(08) VALUE " COUNTED".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOC-COUNT-COST-O    PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(05) VALUE " VAR ".
           05  LOC-COST-VAR-O      PIC $$$$,$$$,$$$,$$9.99-.

      *    This record is for printing the grand totals of the
      *    variance report -- ties to GRAND-TOTAL on INVREPRT.TXT
      *    when the whole master is counted.
           05  FILLER              PIC X(05) VALUE " VAR ".
           05  GRD-DOLLAR-VAR-O    PIC $$$$,$$$,$$$,$$9.99-.

      *    This record is for printing the grand totals at the
      *    moving-average cost -- ties to the cost grand total on
      *    INVREPRT.TXT when the whole master is counted.
       01  GRAND-COST-TOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "  AT COST".
           05  FILLER              PIC X(06) VALUE "BOOK ".
           05  GRD-BOOK-COST-O     PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(08) VALUE " COUNTED".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GRD-COUNT-COST-O    PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(05) VALUE " VAR ".
           05  GRD-COST-VAR-O      PIC $$$$,$$$,$$$,$$9.99-.

      *    This record is for printing the totals footer of the
      *    variance report.
       01  REPORT-FOOTER.
           05  GRD-BOOK-VALUE      PIC 9(12)V99 VALUE ZEROS.
           05  GRD-COUNT-VALUE     PIC 9(12)V99 VALUE ZEROS.
           05  GRD-DOLLAR-VAR      PIC S9(12)V99 VALUE ZEROS.
           05  LOC-BOOK-COST       PIC 9(12)V99 VALUE ZEROS.
           05  LOC-COUNT-COST      PIC 9(12)V99 VALUE ZEROS.
           05  LOC-COST-VAR        PIC S9(12)V99 VALUE ZEROS.
           05  GRD-BOOK-COST       PIC 9(12)V99 VALUE ZEROS.
           05  GRD-COUNT-COST      PIC 9(12)V99 VALUE ZEROS.
           05  GRD-COST-VAR        PIC S9(12)V99 VALUE ZEROS.

      *    Remembers the location of the last count printed, to
      *    detect the warehouse control-break on the report.
           05  DOLLAR-VARIANCE     PIC S9(10)V99.
           05  BOOK-VALUE          PIC 9(09)V99.
           05  COUNTED-VALUE       PIC 9(09)V99.
           05  COST-VARIANCE       PIC S9(10)V99.
           05  BOOK-COST           PIC 9(10)V99.
           05  COUNTED-COST        PIC 9(10)V99.

      ******************************************************************
       PROCEDURE                   DIVISION.
               MOVE    COUNT-LOCATION      TO  PREV-LOCATION-CODE
               MOVE    ZEROS               TO  LOC-BOOK-VALUE
                                               LOC-COUNT-VALUE
                                               LOC-DOLLAR-VAR
                                               LOC-BOOK-COST
                                               LOC-COUNT-COST
                                               LOC-COST-VAR.

      *-----------------------------------------------------------------
      * finish off the location just left -- its totals -- but only
           MOVE    COUNT-QTY           TO  COUNT-QTY-V.
           MOVE    ZEROS               TO  UNIT-VAR-V.
           MOVE    ZEROS               TO  DOLLAR-VAR-V.
           MOVE    ZEROS               TO  COST-VAR-V.
           MOVE    "PART NOT ON FILE"  TO  REMARK-V.
           WRITE   VARIANCE-OUT        FROM    VARIANCE-DETAIL.
           ADD     1                   TO  REJECT-CNT.
           MOVE    COUNT-QTY           TO  COUNT-QTY-V.
           MOVE    ZEROS               TO  UNIT-VAR-V.
           MOVE    ZEROS               TO  DOLLAR-VAR-V.
           MOVE    ZEROS               TO  COST-VAR-V.
           MOVE    "PART NOT AT LOCATION"  TO  REMARK-V.
           WRITE   VARIANCE-OUT        FROM    VARIANCE-DETAIL.
           ADD     1                   TO  REJECT-CNT.

      *-----------------------------------------------------------------
      * the count matched its book record -- figure the unit and
      * dollar variances, at retail and at cost, roll them into the
      * location and grand totals, and cut an adjustment transaction
      * when the count disagrees with the book.
      *-----------------------------------------------------------------
       300-PRINT-COUNT-VARIANCE.
           COMPUTE UNIT-VARIANCE =
                                           GRD-COUNT-VALUE.
           ADD     DOLLAR-VARIANCE     TO  LOC-DOLLAR-VAR
                                           GRD-DOLLAR-VAR.
           PERFORM 300-COMPUTE-COST-VARIANCE.
           MOVE    COUNT-PART-NUMBER   TO  PART-NUMBER-V.
           MOVE    PART-NAME-T(PART-MATCH-IDX) TO  PART-NAME-V.
           MOVE    PART-QTY-T(PART-MATCH-IDX)  TO  BOOK-QTY-V.
           MOVE    COUNT-QTY           TO  COUNT-QTY-V.
           MOVE    UNIT-VARIANCE       TO  UNIT-VAR-V.
           MOVE    DOLLAR-VARIANCE     TO  DOLLAR-VAR-V.
           MOVE    COST-VARIANCE       TO  COST-VAR-V.
           IF  UNIT-VARIANCE = ZEROS
               MOVE    "NO VARIANCE"   TO  REMARK-V
           ELSE
           WRITE   VARIANCE-OUT        FROM    VARIANCE-DETAIL.
           PERFORM 300-NOTE-PART-COUNTED.

      *-----------------------------------------------------------------
      * the same variance and values at the part's moving-average
      * cost, rolled into the location and grand cost totals.
      *-----------------------------------------------------------------
       300-COMPUTE-COST-VARIANCE.
           COMPUTE COST-VARIANCE =
                   UNIT-VARIANCE * PART-COST-T(PART-MATCH-IDX).
           COMPUTE BOOK-COST =
                   PART-QTY-T(PART-MATCH-IDX)
                       * PART-COST-T(PART-MATCH-IDX).
           COMPUTE COUNTED-COST =
                   COUNT-QTY * PART-COST-T(PART-MATCH-IDX).
           ADD     BOOK-COST           TO  LOC-BOOK-COST
                                           GRD-BOOK-COST.
           ADD     COUNTED-COST        TO  LOC-COUNT-COST
                                           GRD-COUNT-COST.
           ADD     COST-VARIANCE       TO  LOC-COST-VAR
                                           GRD-COST-VAR.

      *-----------------------------------------------------------------
      * stamp the part's last-counted date with the count sheet's
      * date, opening a new entry for a part never counted before,
           ADD     1                   TO  ADJ-CNT.

      *-----------------------------------------------------------------
      * print the totals for the location just finished, at retail
      * and at cost.
      *-----------------------------------------------------------------
       300-PRINT-LOCATION-TOTALS.
           MOVE    LOC-BOOK-VALUE      TO  LOC-BOOK-VALUE-O.
           MOVE    LOC-DOLLAR-VAR      TO  LOC-DOLLAR-VAR-O.
           WRITE   VARIANCE-OUT        FROM    LOCATION-TOTAL
                   AFTER ADVANCING 2   LINES.
           MOVE    LOC-BOOK-COST       TO  LOC-BOOK-COST-O.
           MOVE    LOC-COUNT-COST      TO  LOC-COUNT-COST-O.
           MOVE    LOC-COST-VAR        TO  LOC-COST-VAR-O.
           WRITE   VARIANCE-OUT        FROM    LOCATION-COST-TOTAL.

      *-----------------------------------------------------------------
      * print the grand totals of the variance report, at retail and
      * at cost.
      *-----------------------------------------------------------------
       300-PRINT-GRAND-TOTALS.
           MOVE    GRD-BOOK-VALUE      TO  GRD-BOOK-VALUE-O.
           MOVE    GRD-DOLLAR-VAR      TO  GRD-DOLLAR-VAR-O.
           WRITE   VARIANCE-OUT        FROM    GRAND-TOTAL-LINE
                   AFTER ADVANCING 2   LINES.
           MOVE    GRD-BOOK-COST       TO  GRD-BOOK-COST-O.
           MOVE    GRD-COUNT-COST      TO  GRD-COUNT-COST-O.
           MOVE    GRD-COST-VAR        TO  GRD-COST-VAR-O.
           WRITE   VARIANCE-OUT        FROM    GRAND-COST-TOTAL-LINE.

      *-----------------------------------------------------------------
      * print the counts of count lines, adjustments cut, and
                   PART-QTY-T(PART-TABLE-LEN).
           MOVE    UNIT-PRICE-I        TO
                   PART-PRICE-T(PART-TABLE-LEN).
           MOVE    AVG-UNIT-COST-I     TO
                   PART-COST-T(PART-TABLE-LEN).
           MOVE    LOCATION-CODE-I     TO
                   PART-LOCATION-T(PART-TABLE-LEN).
           PERFORM 400-READ-INVENT-FILE-IN.
