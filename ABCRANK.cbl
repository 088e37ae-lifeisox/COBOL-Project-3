      *    part number and class per line, for PROJECT3 to print on
      *    its reports and extract) and "ABCREPT.TXT" (the analysis:
      *    per class, how many parts, how much value, and what share
      *    of the total, with the same parts valued at their
      *    moving-average cost alongside).
      * - Class A is the top of the ranking up to 80 percent of
      *    total value, B the next 15, C the rest.  the ranking stays
      *    on retail value; the cost column is for information.
      *
      * Run this ahead of PROJECT3 in the nightly stream so the
      * classes on the reports reflect the same master.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
       01  RANK-SORT-RECORD.
           05  SRT-PART-NUMBER     PIC 9(05).
           05  SRT-INVENT-VALUE    PIC 9(09)V99.
           05  SRT-COST-VALUE      PIC 9(10)V99.

      *    One part and its class, for PROJECT3 to pick up.
       FD  ABC-CLASS-OUT
       FD  ABC-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ABC-REPORT-LINE.
       01  ABC-REPORT-LINE             PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 37 CHARACTERS
           05  FILLER              PIC X(07) VALUE "PARTS".
           05  FILLER              PIC X(16) VALUE "     TOTAL VALUE".
           05  FILLER              PIC X(13) VALUE " PCT OF TOTAL".
           05  FILLER              PIC X(21) VALUE
                   "          COST VALUE".

      *    This record is for printing one class on the analysis
      *    report.
           05  CLASS-VALUE-O       PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  CLASS-PCT-O         PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CLASS-COST-O        PIC $$$$,$$$,$$$,$$9.99.

      *    This record is for printing the grand total footer of the
      *    analysis report.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "GRAND TOTAL".
           05  GRAND-TOTAL-O       PIC $$$$,$$$,$$$,$$9.99.
           05  FILLER              PIC X(07) VALUE "  COST ".
           05  GRAND-COST-O        PIC $$$$,$$$,$$$,$$9.99.

      *    The classes in ranking order -- entry 1 is A, 2 is B,
      *    3 is C.
       01  CLASS-NAME-TABLE        REDEFINES CLASS-RECORD-TAB.
           05  CLASS-NAME          PIC X(01) OCCURS 3 TIMES.

      *    Per-class part counts and value totals, at retail and at
      *    cost.
       01  CLASS-TOTALS-TABLE.
           05  CLASS-TOTALS        OCCURS 3 TIMES.
               10  CLASS-PART-CNT  PIC 9(04).
               10  CLASS-VALUE     PIC 9(12)V99.
               10  CLASS-COST-VALUE    PIC 9(12)V99.

       01  SWITCHES-AND-COUNTERS.
           05  MASTER-EOF-SW       PIC X(01) VALUE "N".
           05  TOTAL-VALUE         PIC 9(12)V99 VALUE ZEROS.
           05  CUMULATIVE-VALUE    PIC 9(12)V99 VALUE ZEROS.
           05  CUMULATIVE-PCT      PIC 9(03)V99 VALUE ZEROS.
           05  TOTAL-COST-VALUE    PIC 9(12)V99 VALUE ZEROS.

       01  MISCELLONIOUS.
           05  INVENT-VALUE        PIC 9(09)V99.
           05  COST-VALUE          PIC 9(10)V99.
           05  CLASS-IDX           PIC 9(01).
           05  CLASS-PCT           PIC 9(03)V99.

           PERFORM 300-PRINT-ONE-CLASS-TOTAL
               VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3.
           MOVE    TOTAL-VALUE         TO  GRAND-TOTAL-O.
           MOVE    TOTAL-COST-VALUE    TO  GRAND-COST-O.
           WRITE   ABC-REPORT-LINE     FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           CLOSE   ABC-CLASS-OUT
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * release one master record to the sort, with its value at
      * retail to rank on and its value at cost to report.
      *-----------------------------------------------------------------
       300-RELEASE-ONE-MASTER-RECORD.
           READ    INVENT-MASTER-IN
                       COMPUTE INVENT-VALUE =
                               QUANTITY-I * UNIT-PRICE-I
                       ADD     INVENT-VALUE    TO  TOTAL-VALUE
                       COMPUTE COST-VALUE =
                               QUANTITY-I * AVG-UNIT-COST-I
                       ADD     COST-VALUE      TO  TOTAL-COST-VALUE
                       MOVE    PART-NUMBER-I   TO  SRT-PART-NUMBER
                       MOVE    INVENT-VALUE    TO  SRT-INVENT-VALUE
                       MOVE    COST-VALUE      TO  SRT-COST-VALUE
                       RELEASE RANK-SORT-RECORD.

      *-----------------------------------------------------------------
           ADD     SRT-INVENT-VALUE    TO  CUMULATIVE-VALUE.
           ADD     1                   TO  CLASS-PART-CNT(CLASS-IDX).
           ADD     SRT-INVENT-VALUE    TO  CLASS-VALUE(CLASS-IDX).
           ADD     SRT-COST-VALUE      TO
                   CLASS-COST-VALUE(CLASS-IDX).
           MOVE    SRT-PART-NUMBER     TO  ABC-PART-NUMBER.
           MOVE    CLASS-NAME(CLASS-IDX)   TO  ABC-CLASS.
           WRITE   ABC-CLASS-RECORD.

      *-----------------------------------------------------------------
      * print one class's part count, value, and share of the
      * total, and its value at cost.
      *-----------------------------------------------------------------
       300-PRINT-ONE-CLASS-TOTAL.
           IF  TOTAL-VALUE = ZEROS
           MOVE    CLASS-PART-CNT(CLASS-IDX)   TO  CLASS-COUNT-O.
           MOVE    CLASS-VALUE(CLASS-IDX)  TO  CLASS-VALUE-O.
           MOVE    CLASS-PCT           TO  CLASS-PCT-O.
           MOVE    CLASS-COST-VALUE(CLASS-IDX) TO  CLASS-COST-O.
           WRITE   ABC-REPORT-LINE     FROM    CLASS-DETAIL.
