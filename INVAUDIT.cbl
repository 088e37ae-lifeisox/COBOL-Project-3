      ******************************************************************
      * Field-change audit report.  Answers "who changed this price,
      * when, and what was it before" off the shared audit trail,
      * instead of someone hunting for a posting register that may
      * never have been kept.
      *
      * - ACCEPT the selection from the operator -- a part number, a
      *    supplier id, a field name, an operator id and a from/to
      *    date, each of which may be left open -- read
      *    "AUDITLOG.TXT" (the audit trail INVMAINT, INVPRICE,
      *    SUPPMAINT, XREFMNT and SUSPFIX append to), and print
      *    "AUDITRPT.TXT" -- every field change matching all of
      *    them, in the order it was made, with the value before and
      *    after, the operator and the program that made it.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVAUDIT.
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
      *    The file may not exist yet (nothing maintained since the
      *    audit trail was introduced), so its open is status-checked.
           SELECT  AUDIT-LOG-IN
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT  AUDIT-REPORT-OUT
                   ASSIGN TO "D:\AUDITRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  AUDIT-LOG-IN
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.

       FD  AUDIT-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS AUDIT-REPORT-LINE.
       01  AUDIT-REPORT-LINE           PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This record is for printing the title of the audit report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "FIELD CHANGE AUDIT REPORT".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the selection the operator
      *    asked for -- an open selection prints as ALL.
       01  SELECTION-LINE-1.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "PART: ".
           05  SEL-PART-O          PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SUPPLIER: ".
           05  SEL-SUPPLIER-O      PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "FIELD: ".
           05  SEL-FIELD-O         PIC X(15).
       01  SELECTION-LINE-2.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "OPERATOR: ".
           05  SEL-OPERATOR-O      PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "DATES: ".
           05  SEL-FROM-DATE-O     PIC 9(08).
           05  FILLER              PIC X(01) VALUE "-".
           05  SEL-TO-DATE-O       PIC 9(08).

      *    This record is for printing the header of the audit
      *    report.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "DATE".
           05  FILLER              PIC X(07) VALUE "TIME".
           05  FILLER              PIC X(09) VALUE "OPERATOR".
           05  FILLER              PIC X(10) VALUE "PROGRAM".
           05  FILLER              PIC X(02) VALUE "A".
           05  FILLER              PIC X(06) VALUE "PART".
           05  FILLER              PIC X(04) VALUE "SUP".
           05  FILLER              PIC X(16) VALUE "FIELD".
           05  FILLER              PIC X(21) VALUE "BEFORE".
           05  FILLER              PIC X(20) VALUE "AFTER".

      *    This record is for printing one field change.
       01  AUDIT-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-DATE-O          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-TIME-O          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-OPERATOR-O      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-PROGRAM-O       PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-ACTION-O        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-PART-NUMBER-O   PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-SUPPLIER-ID-O   PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AUD-FIELD-NAME-O    PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-BEFORE-VALUE-O  PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AUD-AFTER-VALUE-O   PIC X(20).

      *    This record is for printing the totals footer of the
      *    audit report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(17).
           05  FOOTER-COUNTER      PIC ZZZZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  AUDIT-EOF-SW        PIC X(01) VALUE "N".
           05  SELECT-SW           PIC X(01) VALUE "N".
           05  READ-CNT            PIC 9(07) VALUE ZEROS.
           05  SELECT-CNT          PIC 9(07) VALUE ZEROS.

      *    The selection the operator asked for.  zeros or spaces
      *    leave that part of it open; an open to-date runs to the
      *    end of the trail.
       01  SELECTION-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  SEL-PART-NUMBER     PIC 9(05).
           05  SEL-SUPPLIER-ID     PIC X(02).
           05  SEL-FIELD-NAME      PIC X(15).
           05  SEL-OPERATOR        PIC X(08).
           05  SEL-FROM-DATE       PIC 9(08).
           05  SEL-TO-DATE         PIC 9(08).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure -- a from-date past the to-date is refused.
      *-----------------------------------------------------------------
       100-PRINT-AUDIT-REPORT.
           PERFORM 200-ACCEPT-SELECTION.
           IF  SEL-FROM-DATE > SEL-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE - REPORT REFUSED"
               MOVE    8               TO  RETURN-CODE
           ELSE
               PERFORM 200-INITIATE-AUDIT-REPORT
               PERFORM 200-PRINT-ONE-AUDIT-RECORD
                       UNTIL AUDIT-EOF-SW = "Y"
               PERFORM 200-TERMINATE-AUDIT-REPORT.
           STOP RUN.

      ******************************************************************
      * ask the selection.  an open to-date becomes the highest date
      * there can be.
      *-----------------------------------------------------------------
       200-ACCEPT-SELECTION.
           DISPLAY "PART NUMBER (00000 FOR ALL)? ".
           ACCEPT  SEL-PART-NUMBER.
           DISPLAY "SUPPLIER ID (BLANK FOR ALL)? ".
           ACCEPT  SEL-SUPPLIER-ID.
           DISPLAY "FIELD NAME (BLANK FOR ALL)? ".
           ACCEPT  SEL-FIELD-NAME.
           DISPLAY "OPERATOR ID (BLANK FOR ALL)? ".
           ACCEPT  SEL-OPERATOR.
           DISPLAY "FROM DATE (YYYYMMDD, 0 FOR EARLIEST)? ".
           ACCEPT  SEL-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD, 0 FOR LATEST)? ".
           ACCEPT  SEL-TO-DATE.
           IF  SEL-TO-DATE = ZEROS
               MOVE    99999999        TO  SEL-TO-DATE.

      *-----------------------------------------------------------------
      * open files, and print the title, the selection and the
      * header.
      *-----------------------------------------------------------------
       200-INITIATE-AUDIT-REPORT.
           OPEN    INPUT   AUDIT-LOG-IN.
           IF  AUDIT-FILE-STATUS NOT = "00"
               MOVE    "Y"             TO  AUDIT-EOF-SW.
           OPEN    OUTPUT  AUDIT-REPORT-OUT.
           ACCEPT  RUN-DATE-O          FROM DATE YYYYMMDD.
           WRITE   AUDIT-REPORT-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           PERFORM 300-PRINT-SELECTION.
           WRITE   AUDIT-REPORT-LINE   FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * read one audit record and print it when it matches.
      *-----------------------------------------------------------------
       200-PRINT-ONE-AUDIT-RECORD.
           READ    AUDIT-LOG-IN
                   AT END      MOVE "Y" TO AUDIT-EOF-SW
                   NOT AT END
                       ADD     1       TO  READ-CNT
                       PERFORM 300-SELECT-AUDIT-RECORD
                       IF  SELECT-SW = "Y"
                           PERFORM 300-PRINT-AUDIT-DETAIL.

      *-----------------------------------------------------------------
      * print the footer counts and close.
      *-----------------------------------------------------------------
       200-TERMINATE-AUDIT-REPORT.
           MOVE    "RECORDS READ"      TO  FOOTER-NAME.
           MOVE    READ-CNT            TO  FOOTER-COUNTER.
           WRITE   AUDIT-REPORT-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "RECORDS SELECTED"  TO  FOOTER-NAME.
           MOVE    SELECT-CNT          TO  FOOTER-COUNTER.
           WRITE   AUDIT-REPORT-LINE   FROM    REPORT-FOOTER.
           IF  AUDIT-FILE-STATUS = "00" OR AUDIT-FILE-STATUS = "10"
               CLOSE   AUDIT-LOG-IN.
           CLOSE   AUDIT-REPORT-OUT.

      ******************************************************************
      * print the selection under the title.
      *-----------------------------------------------------------------
       300-PRINT-SELECTION.
           IF  SEL-PART-NUMBER = ZEROS
               MOVE    "ALL"           TO  SEL-PART-O
           ELSE
               MOVE    SEL-PART-NUMBER TO  SEL-PART-O.
           IF  SEL-SUPPLIER-ID = SPACES
               MOVE    "ALL"           TO  SEL-SUPPLIER-O
           ELSE
               MOVE    SEL-SUPPLIER-ID TO  SEL-SUPPLIER-O.
           IF  SEL-FIELD-NAME = SPACES
               MOVE    "ALL"           TO  SEL-FIELD-O
           ELSE
               MOVE    SEL-FIELD-NAME  TO  SEL-FIELD-O.
           IF  SEL-OPERATOR = SPACES
               MOVE    "ALL"           TO  SEL-OPERATOR-O
           ELSE
               MOVE    SEL-OPERATOR    TO  SEL-OPERATOR-O.
           MOVE    SEL-FROM-DATE       TO  SEL-FROM-DATE-O.
           MOVE    SEL-TO-DATE         TO  SEL-TO-DATE-O.
           WRITE   AUDIT-REPORT-LINE   FROM    SELECTION-LINE-1
                   AFTER ADVANCING 2   LINES.
           WRITE   AUDIT-REPORT-LINE   FROM    SELECTION-LINE-2.

      *-----------------------------------------------------------------
      * an audit record is selected when it passes every part of the
      * selection that was not left open.
      *-----------------------------------------------------------------
       300-SELECT-AUDIT-RECORD.
           MOVE    "Y"                 TO  SELECT-SW.
           IF  SEL-PART-NUMBER NOT = ZEROS
                   AND AUD-PART-NUMBER NOT = SEL-PART-NUMBER
               MOVE    "N"             TO  SELECT-SW.
           IF  SEL-SUPPLIER-ID NOT = SPACES
                   AND AUD-SUPPLIER-ID NOT = SEL-SUPPLIER-ID
               MOVE    "N"             TO  SELECT-SW.
           IF  SEL-FIELD-NAME NOT = SPACES
                   AND AUD-FIELD-NAME NOT = SEL-FIELD-NAME
               MOVE    "N"             TO  SELECT-SW.
           IF  SEL-OPERATOR NOT = SPACES
                   AND AUD-OPERATOR NOT = SEL-OPERATOR
               MOVE    "N"             TO  SELECT-SW.
           IF  AUD-DATE < SEL-FROM-DATE OR AUD-DATE > SEL-TO-DATE
               MOVE    "N"             TO  SELECT-SW.

      *-----------------------------------------------------------------
      * print one field change.  a change that belongs to no one part
      * prints with the part left blank.
      *-----------------------------------------------------------------
       300-PRINT-AUDIT-DETAIL.
           ADD     1                   TO  SELECT-CNT.
           MOVE    AUD-DATE            TO  AUD-DATE-O.
           MOVE    AUD-TIME            TO  AUD-TIME-O.
           MOVE    AUD-OPERATOR        TO  AUD-OPERATOR-O.
           MOVE    AUD-PROGRAM         TO  AUD-PROGRAM-O.
           MOVE    AUD-ACTION          TO  AUD-ACTION-O.
           IF  AUD-PART-NUMBER = ZEROS
               MOVE    SPACES          TO  AUD-PART-NUMBER-O
           ELSE
               MOVE    AUD-PART-NUMBER TO  AUD-PART-NUMBER-O.
           MOVE    AUD-SUPPLIER-ID     TO  AUD-SUPPLIER-ID-O.
           MOVE    AUD-FIELD-NAME      TO  AUD-FIELD-NAME-O.
           MOVE    AUD-BEFORE-VALUE    TO  AUD-BEFORE-VALUE-O.
           MOVE    AUD-AFTER-VALUE     TO  AUD-AFTER-VALUE-O.
           WRITE   AUDIT-REPORT-LINE   FROM    AUDIT-DETAIL.
