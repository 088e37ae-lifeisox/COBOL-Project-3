       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    PROJECT3 carries the grand total at cost on the end of
      *    each record; the trend here still follows the retail total.
       FD  INVENT-HISTORY-IN
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS HISTORY-RECORD.
       01  HISTORY-RECORD.
           05  HIST-RUN-DATE       PIC 9(08).
           05  HIST-WCNT           PIC 9(03).
           05  HIST-GRAND-TOTAL    PIC 9(12)V99.
           05  HIST-REORDER-CNT    PIC 9(03).
           05  HIST-COST-GRAND-TOTAL   PIC 9(12)V99.

       FD  TREND-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS
