      ******************************************************************
      * Kit availability ("can build") report.  Shows, for every kit
      * on a bill of materials, how many more of it the stock on hand
      * today will build and which component runs out first --
      * instead of a build being keyed only to be refused short.
      *
      * - Read "BOM.TXT" (the bills of materials, in kit/component
      *    order), "INVMAST.DAT" (the indexed master, read at random
      *    by part number for names and on-hand) and "LOTS.TXT"
      *    (stock in a lot already expired today cannot go into a kit,
      *    so it is left out of what a component has on hand).
      * - Print "KITAVAIL.TXT" -- per kit, the kits on hand and a line
      *    per component with how many go into one kit, how many are
      *    usable and how many kits those alone would build; then the
      *    kits the components will build together (the least of
      *    those) and the component that limits it.  a component not
      *    on the master builds nothing.  this is a single-level
      *    count: a component that is itself a kit is taken at what
      *    is on hand of it, not at what could be built of it.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 KITAVAIL.
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
      *    The bills of materials.  absent until the first kit is
      *    set up, which simply leaves nothing to list.
           SELECT  BILL-OF-MATERIALS-IN
                   ASSIGN TO "D:\BOM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BOM-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PART-NUMBER-I.

      *    The stock lots INVMAINT keeps.  absent before the first
      *    posting run that kept lots, which is no expired stock.
           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

           SELECT  KIT-AVAIL-REPORT-OUT
                   ASSIGN TO "D:\KITAVAIL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  BILL-OF-MATERIALS-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY    BOMREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

       FD  KIT-AVAIL-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS KIT-AVAIL-REPORT-LINE.
       01  KIT-AVAIL-REPORT-LINE       PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This table is for saving of the lots already expired with
      *    stock still on the shelf, to take out of a component's
      *    on-hand.
       01  EXPIRED-LOT-TABLE.
           05  EXPIRED-TABLE-LEN   PIC 9(04) VALUE ZEROS.
           05  EXPIRED-LOT         OCCURS 1 TO 9999
                                   DEPENDING ON EXPIRED-TABLE-LEN.
               10  EXPIRED-PART        PIC 9(05).
               10  EXPIRED-QTY         PIC 9(05).

      *    This record is for printing the title of the report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "KIT AVAILABILITY (CAN BUILD)".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the title of one kit.
       01  KIT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "KIT: ".
           05  KIT-PART-NUMBER-O   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KIT-NAME-O          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "ON HAND: ".
           05  KIT-ON-HAND-O       PIC ZZZZ9.

      *    This record is for printing the header over a kit's
      *    components.
       01  REPORT-HEADER.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "COMPONENT".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(07) VALUE "PER KIT".
           05  FILLER              PIC X(08) VALUE "  USABLE".
           05  FILLER              PIC X(10) VALUE "    BUILDS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "NOTE".

      *    This record is for printing one component of a kit.
       01  COMPONENT-DETAIL.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  COMP-PART-O         PIC 9(05).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  COMP-NAME-O         PIC X(20).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  COMP-QTY-PER-O      PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COMP-USABLE-O       PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  COMP-BUILDS-O       PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  COMP-NOTE-O         PIC X(11).

      *    This record is for printing what a kit's components will
      *    build together, and the component that limits it.
       01  CAN-BUILD-LINE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "CAN BUILD: ".
           05  CAN-BUILD-O         PIC ZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "LIMITED BY: ".
           05  LIMIT-PART-O        PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LIMIT-NAME-O        PIC X(20).

      *    This record is for printing the counts footer of the
      *    report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(18).
           05  FOOTER-COUNTER      PIC ZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  BOM-EOF-SW          PIC X(01) VALUE "N".
           05  LOT-EOF-SW          PIC X(01) VALUE "N".
           05  MASTER-FOUND-SW     PIC X(01) VALUE "N".
           05  BOM-OPEN-SW         PIC X(01) VALUE "N".
           05  KIT-OPEN-SW         PIC X(01) VALUE "N".
           05  KIT-CNT             PIC 9(04) VALUE ZEROS.
           05  BUILDABLE-CNT       PIC 9(04) VALUE ZEROS.
           05  BLOCKED-CNT         PIC 9(04) VALUE ZEROS.

      *    Controls for the kit in hand.  KIT-CAN-BUILD starts above
      *    anything a component can support and comes down to the
      *    least of them.
       01  KIT-CONTROLS.
           05  BOM-FILE-STATUS     PIC X(02).
           05  LOT-FILE-STATUS     PIC X(02).
           05  TODAY-DATE-NUM      PIC 9(08).
           05  PREV-KIT-PART       PIC 9(05) VALUE ZEROS.
           05  KIT-CAN-BUILD       PIC 9(06).
           05  LIMIT-PART-SAVE     PIC X(05).
           05  LIMIT-NAME-SAVE     PIC X(20).
           05  COMP-EXPIRED-QTY    PIC 9(07).
           05  COMP-USABLE-QTY     PIC S9(07).
           05  COMP-BUILDS         PIC 9(06).

       01  MISCELLONIOUS.
           05  EX-IDX              PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-KIT-AVAILABILITY.
           PERFORM 200-INITIATE-KIT-AVAIL-REPORT.
           PERFORM 200-REPORT-ONE-BOM-LINE
                   UNTIL BOM-EOF-SW = "Y".
           PERFORM 200-TERMINATE-KIT-AVAIL-REPORT.
           STOP RUN.

      ******************************************************************
      * load the expired lots, open files, and print the title.  no
      * BOM.TXT yet means nothing to list.
      *-----------------------------------------------------------------
       200-INITIATE-KIT-AVAIL-REPORT.
           ACCEPT  TODAY-DATE-NUM      FROM DATE YYYYMMDD.
           PERFORM 300-LOAD-EXPIRED-LOT-TABLE.
           OPEN    INPUT   INVENT-MASTER-IN.
           OPEN    OUTPUT  KIT-AVAIL-REPORT-OUT.
           MOVE    TODAY-DATE-NUM      TO  RUN-DATE-O.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           OPEN    INPUT   BILL-OF-MATERIALS-IN.
           IF  BOM-FILE-STATUS = "00"
               MOVE    "Y"             TO  BOM-OPEN-SW
           ELSE
               MOVE    "Y"             TO  BOM-EOF-SW.

      *-----------------------------------------------------------------
      * read one bill line; a new kit closes off the last one and
      * opens its own, then the component is counted.
      *-----------------------------------------------------------------
       200-REPORT-ONE-BOM-LINE.
           READ    BILL-OF-MATERIALS-IN
                   AT END      MOVE "Y" TO BOM-EOF-SW
                   NOT AT END
                       IF  BOM-KIT-PART NOT = PREV-KIT-PART
                           PERFORM 300-BREAK-KIT
                           PERFORM 300-REPORT-COMPONENT
                       ELSE
                           PERFORM 300-REPORT-COMPONENT.

      *-----------------------------------------------------------------
      * close off the last kit, print the counts footer, and close.
      *-----------------------------------------------------------------
       200-TERMINATE-KIT-AVAIL-REPORT.
           IF  KIT-OPEN-SW = "Y"
               PERFORM 300-PRINT-CAN-BUILD.
           MOVE    "KITS LISTED"       TO  FOOTER-NAME.
           MOVE    KIT-CNT             TO  FOOTER-COUNTER.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 3   LINES.
           MOVE    "KITS BUILDABLE"    TO  FOOTER-NAME.
           MOVE    BUILDABLE-CNT       TO  FOOTER-COUNTER.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    REPORT-FOOTER.
           MOVE    "KITS BLOCKED"      TO  FOOTER-NAME.
           MOVE    BLOCKED-CNT         TO  FOOTER-COUNTER.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    REPORT-FOOTER.
           IF  BOM-OPEN-SW = "Y"
               CLOSE   BILL-OF-MATERIALS-IN.
           CLOSE   INVENT-MASTER-IN
                   KIT-AVAIL-REPORT-OUT.

      ******************************************************************
      * load the lots already expired today with stock on the shelf
      * into EXPIRED-LOT-TABLE.  a missing file leaves it empty.
      *-----------------------------------------------------------------
       300-LOAD-EXPIRED-LOT-TABLE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-EXPIRED-LOT
                       UNTIL LOT-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * a new kit -- print the last one's can-build line (if there
      * was one), then the new one's title off the master and the
      * header over its components.
      *-----------------------------------------------------------------
       300-BREAK-KIT.
           IF  KIT-OPEN-SW = "Y"
               PERFORM 300-PRINT-CAN-BUILD.
           MOVE    "Y"                 TO  KIT-OPEN-SW.
           MOVE    BOM-KIT-PART        TO  PREV-KIT-PART
                                           KIT-PART-NUMBER-O.
           MOVE    999999              TO  KIT-CAN-BUILD.
           MOVE    SPACES              TO  LIMIT-PART-SAVE
                                           LIMIT-NAME-SAVE.
           ADD     1                   TO  KIT-CNT.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    BOM-KIT-PART        TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               MOVE    "NOT ON FILE"   TO  KIT-NAME-O
               MOVE    ZEROS           TO  KIT-ON-HAND-O
           ELSE
               MOVE    PART-NAME-I     TO  KIT-NAME-O
               MOVE    QUANTITY-I      TO  KIT-ON-HAND-O.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    KIT-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    REPORT-HEADER.

      *-----------------------------------------------------------------
      * print one component with the kits its usable stock alone
      * would build, and keep it as the limit when it builds the
      * fewest so far.  one not on the master builds none.
      *-----------------------------------------------------------------
       300-REPORT-COMPONENT.
           MOVE    SPACES              TO  COMP-NOTE-O.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    BOM-COMPONENT-PART  TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               MOVE    SPACES          TO  PART-NAME-I
               MOVE    ZEROS           TO  COMP-USABLE-QTY
               MOVE    "NOT ON FILE"   TO  COMP-NOTE-O
           ELSE
               PERFORM 300-FIGURE-USABLE-QTY.
           IF  BOM-QTY-PER-KIT = ZEROS
               MOVE    ZEROS           TO  COMP-BUILDS
               MOVE    "ZERO PER"      TO  COMP-NOTE-O
           ELSE
               DIVIDE  COMP-USABLE-QTY BY  BOM-QTY-PER-KIT
                       GIVING  COMP-BUILDS.
           IF  COMP-BUILDS < KIT-CAN-BUILD
               MOVE    COMP-BUILDS         TO  KIT-CAN-BUILD
               MOVE    BOM-COMPONENT-PART  TO  LIMIT-PART-SAVE
               MOVE    PART-NAME-I         TO  LIMIT-NAME-SAVE.
           MOVE    BOM-COMPONENT-PART  TO  COMP-PART-O.
           MOVE    PART-NAME-I         TO  COMP-NAME-O.
           MOVE    BOM-QTY-PER-KIT     TO  COMP-QTY-PER-O.
           MOVE    COMP-USABLE-QTY     TO  COMP-USABLE-O.
           MOVE    COMP-BUILDS         TO  COMP-BUILDS-O.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    COMPONENT-DETAIL.

      *-----------------------------------------------------------------
      * the component's on-hand less its stock in lots already
      * expired, never below zero.
      *-----------------------------------------------------------------
       300-FIGURE-USABLE-QTY.
           MOVE    ZEROS               TO  COMP-EXPIRED-QTY.
           PERFORM 400-SUM-ONE-EXPIRED-LOT
               VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > EXPIRED-TABLE-LEN.
           COMPUTE COMP-USABLE-QTY = QUANTITY-I - COMP-EXPIRED-QTY.
           IF  COMP-USABLE-QTY < ZEROS
               MOVE    ZEROS           TO  COMP-USABLE-QTY.

      *-----------------------------------------------------------------
      * print what the kit just finished can build and what limits
      * it, and count it as buildable or blocked.
      *-----------------------------------------------------------------
       300-PRINT-CAN-BUILD.
           MOVE    KIT-CAN-BUILD       TO  CAN-BUILD-O.
           MOVE    LIMIT-PART-SAVE     TO  LIMIT-PART-O.
           MOVE    LIMIT-NAME-SAVE     TO  LIMIT-NAME-O.
           WRITE   KIT-AVAIL-REPORT-LINE   FROM    CAN-BUILD-LINE.
           IF  KIT-CAN-BUILD > ZEROS
               ADD     1               TO  BUILDABLE-CNT
           ELSE
               ADD     1               TO  BLOCKED-CNT.

      ******************************************************************
      * read one lot, keeping it when it has stock on the shelf past
      * its expiry date.
      *-----------------------------------------------------------------
       400-LOAD-ONE-EXPIRED-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO LOT-EOF-SW
                   NOT AT END
                       IF  LOT-QTY > ZEROS
                               AND LOT-EXPIRY-DATE < TODAY-DATE-NUM
                           ADD     1       TO  EXPIRED-TABLE-LEN
                           MOVE    LOT-PART-NUMBER     TO
                                   EXPIRED-PART(EXPIRED-TABLE-LEN)
                           MOVE    LOT-QTY             TO
                                   EXPIRED-QTY(EXPIRED-TABLE-LEN).

      *-----------------------------------------------------------------
      * add one expired lot of the component in hand into its sum.
      *-----------------------------------------------------------------
       400-SUM-ONE-EXPIRED-LOT.
           IF  EXPIRED-PART(EX-IDX) = BOM-COMPONENT-PART
               ADD     EXPIRED-QTY(EX-IDX) TO  COMP-EXPIRED-QTY.
