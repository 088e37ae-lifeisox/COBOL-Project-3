      ******************************************************************
      * Pick ticket printing.  Turns the open allocations ALLOCMNT
      * books into work on the warehouse floor, instead of a
      * shipment waiting on someone to notice the promise date and
      * hand-key an issue.
      *
      * - ACCEPT the promise date to pick up to from the operator,
      *    read "ALLOC.TXT" (the open allocations) and "INVMAST.DAT"
      *    (the indexed master, read at random by part number for
      *    the bin and part name).  every allocation promised on or
      *    before that date is due for picking.
      * - Print "PICKTKT.TXT" -- the pick tickets, grouped by
      *    LOCATION-CODE-I in bin-walking order with a blank column
      *    for the picked quantity -- and write a skeleton
      *    "PICKS.TXT" (part, customer, promise date, bin, allocated
      *    quantity, zero picked) for the floor to fill in and
      *    SHIPCONF to confirm.  an allocation for a part no longer
      *    on the master cannot be picked and is only counted.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVPICK.
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
      *    The open allocations ALLOCMNT keeps.  absent before the
      *    first booking, which simply leaves nothing to pick.
           SELECT  ALLOCATION-FILE
                   ASSIGN TO "D:\ALLOC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALOC-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PART-NUMBER-I.

      *    Work file used to put the due allocations in bin-walking
      *    order -- location first, part within it, earliest promise
      *    first within the part.
           SELECT  PICK-SORT-WORK-FILE
                   ASSIGN TO "SRTWK10".

           SELECT  PICK-TICKET-OUT
                   ASSIGN TO "D:\PICKTKT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  SKELETON-PICKS-OUT
                   ASSIGN TO "D:\PICKS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  ALLOCATION-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS ALLOCATION-RECORD.
       01  ALLOCATION-RECORD.
           COPY    ALOCREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       SD  PICK-SORT-WORK-FILE.
       01  PICK-SORT-RECORD.
           05  SRT-LOCATION-CODE   PIC X(03).
           05  SRT-PART-NUMBER     PIC 9(05).
           05  SRT-PROMISE-DATE    PIC 9(08).
           05  SRT-CUSTOMER-REF    PIC X(10).
           05  SRT-PART-NAME       PIC X(20).
           05  SRT-ALLOC-QTY       PIC 9(05).

       FD  PICK-TICKET-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PICK-TICKET-LINE.
       01  PICK-TICKET-LINE            PIC X(80).

      *    The skeleton pick lines -- picked quantity zero until the
      *    floor fills it in off the ticket.
       FD  SKELETON-PICKS-OUT
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS PICK-RECORD.
       01  PICK-RECORD.
           COPY    PICKREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This record is for printing the title of the pick
      *    tickets.
       01  TICKET-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "PICK TICKETS".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "PROMISED BY: ".
           05  DUE-BY-DATE-O       PIC 9(08).

      *    This record is for printing the title of a warehouse
      *    location break on the pick tickets.
       01  LOCATION-TITLE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LOCATION: ".
           05  LOCATION-CODE-O     PIC X(03).

      *    This record is for printing the header of the pick
      *    tickets.
       01  TICKET-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(21) VALUE "PART NAME".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(10) VALUE "PROMISED".
           05  FILLER              PIC X(09) VALUE "  TO PICK".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "PICKED".

      *    This record is for printing one allocation to pick, the
      *    picked-quantity column left blank for the pencil.
       01  TICKET-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-O       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PART-NAME-O         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CUSTOMER-REF-O      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROMISE-DATE-O      PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  ALLOC-QTY-O         PIC ZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "__________".

      *    This record is for printing the totals footer of the pick
      *    tickets.
       01  TICKET-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(15).
           05  FOOTER-COUNTER      PIC ZZZ9.

       01  SWITCHES-AND-COUNTERS.
           05  ALOC-EOF-SW         PIC X(01) VALUE "N".
           05  TICKET-EOF-SW       PIC X(01) VALUE "N".
           05  MASTER-FOUND-SW     PIC X(01) VALUE "N".
           05  PICK-CNT            PIC 9(04) VALUE ZEROS.
           05  NOT-ON-MASTER-CNT   PIC 9(04) VALUE ZEROS.

      *    Controls for choosing the due allocations and walking the
      *    tickets out by location.
       01  PICK-CONTROLS.
           05  ALOC-FILE-STATUS    PIC X(02).
           05  TODAY-DATE-NUM      PIC 9(08).
           05  DUE-BY-DATE         PIC 9(08).
           05  PREV-LOCATION-CODE  PIC X(03) VALUE SPACES.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure -- the sort takes the due allocations in off
      * ALLOC.TXT and hands them back in bin-walking order for the
      * tickets.
      *-----------------------------------------------------------------
       100-PRINT-PICK-TICKETS.
           PERFORM 200-INITIATE-PICK-TICKETS.
           SORT    PICK-SORT-WORK-FILE
                   ON ASCENDING KEY SRT-LOCATION-CODE
                   ON ASCENDING KEY SRT-PART-NUMBER
                   ON ASCENDING KEY SRT-PROMISE-DATE
                   INPUT PROCEDURE 200-SELECT-ALLOCATIONS-DUE
                   OUTPUT PROCEDURE 200-WRITE-PICK-TICKETS.
           PERFORM 200-TERMINATE-PICK-TICKETS.
           STOP RUN.

      ******************************************************************
      * ask the promise date to pick up to, open the outputs, and
      * print the ticket title.  zero means today.
      *-----------------------------------------------------------------
       200-INITIATE-PICK-TICKETS.
           ACCEPT  TODAY-DATE-NUM      FROM DATE YYYYMMDD.
           DISPLAY "PICK ALLOCATIONS PROMISED BY (YYYYMMDD, 0 FOR "
                   "TODAY)? ".
           ACCEPT  DUE-BY-DATE.
           IF  DUE-BY-DATE = ZEROS
               MOVE    TODAY-DATE-NUM  TO  DUE-BY-DATE.
           OPEN    OUTPUT  PICK-TICKET-OUT
                           SKELETON-PICKS-OUT.
           MOVE    TODAY-DATE-NUM      TO  RUN-DATE-O.
           MOVE    DUE-BY-DATE         TO  DUE-BY-DATE-O.
           WRITE   PICK-TICKET-LINE    FROM    TICKET-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
      * read the open allocations and release the due ones to the
      * sort.  no ALLOC.TXT yet means nothing to pick.
      *-----------------------------------------------------------------
       200-SELECT-ALLOCATIONS-DUE.
           OPEN    INPUT   ALLOCATION-FILE
                           INVENT-MASTER-IN.
           IF  ALOC-FILE-STATUS = "00"
               PERFORM 300-JUDGE-ONE-ALLOCATION
                       UNTIL ALOC-EOF-SW = "Y"
               CLOSE   ALLOCATION-FILE.
           CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * take the due allocations back in location/part order and
      * print the tickets, writing the skeleton pick record
      * alongside each line.
      *-----------------------------------------------------------------
       200-WRITE-PICK-TICKETS.
           PERFORM 300-TICKET-ONE-ALLOCATION
                   UNTIL TICKET-EOF-SW = "Y".

      *-----------------------------------------------------------------
      * print the ticket footer and close.
      *-----------------------------------------------------------------
       200-TERMINATE-PICK-TICKETS.
           MOVE    "LINES TO PICK"     TO  FOOTER-NAME.
           MOVE    PICK-CNT            TO  FOOTER-COUNTER.
           WRITE   PICK-TICKET-LINE    FROM    TICKET-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "NOT ON MASTER"     TO  FOOTER-NAME.
           MOVE    NOT-ON-MASTER-CNT   TO  FOOTER-COUNTER.
           WRITE   PICK-TICKET-LINE    FROM    TICKET-FOOTER.
           CLOSE   PICK-TICKET-OUT
                   SKELETON-PICKS-OUT.

      ******************************************************************
      * read one open allocation and judge it when it is due.
      *-----------------------------------------------------------------
       300-JUDGE-ONE-ALLOCATION.
           READ    ALLOCATION-FILE
                   AT END      MOVE "Y" TO ALOC-EOF-SW
                   NOT AT END
                       IF  ALOC-PROMISE-DATE NOT > DUE-BY-DATE
                           PERFORM 300-RELEASE-DUE-ALLOCATION.

      *-----------------------------------------------------------------
      * look the part up for its bin and name and release the
      * allocation to the sort.  a part gone from the master has no
      * bin to pick from, so it is only counted.
      *-----------------------------------------------------------------
       300-RELEASE-DUE-ALLOCATION.
           MOVE    "Y"                 TO  MASTER-FOUND-SW.
           MOVE    ALOC-PART-NUMBER    TO  PART-NUMBER-I.
           READ    INVENT-MASTER-IN
                   INVALID KEY MOVE "N"    TO  MASTER-FOUND-SW.
           IF  MASTER-FOUND-SW = "N"
               ADD     1               TO  NOT-ON-MASTER-CNT
           ELSE
               MOVE    LOCATION-CODE-I     TO  SRT-LOCATION-CODE
               MOVE    ALOC-PART-NUMBER    TO  SRT-PART-NUMBER
               MOVE    ALOC-PROMISE-DATE   TO  SRT-PROMISE-DATE
               MOVE    ALOC-CUSTOMER-REF   TO  SRT-CUSTOMER-REF
               MOVE    PART-NAME-I         TO  SRT-PART-NAME
               MOVE    ALOC-QTY            TO  SRT-ALLOC-QTY
               RELEASE PICK-SORT-RECORD.

      *-----------------------------------------------------------------
      * take one due allocation back off the sort and put it on the
      * tickets.
      *-----------------------------------------------------------------
       300-TICKET-ONE-ALLOCATION.
           RETURN  PICK-SORT-WORK-FILE
                   AT END      MOVE "Y" TO TICKET-EOF-SW
                   NOT AT END  PERFORM 300-PRINT-TICKET-DETAIL.

      *-----------------------------------------------------------------
      * print one allocation to pick under its location's title, and
      * write its skeleton pick record for the floor to fill in.
      *-----------------------------------------------------------------
       300-PRINT-TICKET-DETAIL.
           IF  SRT-LOCATION-CODE NOT = PREV-LOCATION-CODE
               MOVE    SRT-LOCATION-CODE   TO  LOCATION-CODE-O
                                               PREV-LOCATION-CODE
               WRITE   PICK-TICKET-LINE    FROM    LOCATION-TITLE
                       AFTER ADVANCING 2   LINES
               WRITE   PICK-TICKET-LINE    FROM    TICKET-HEADER
                       AFTER ADVANCING 2   LINES.
           MOVE    SRT-PART-NUMBER     TO  PART-NUMBER-O.
           MOVE    SRT-PART-NAME       TO  PART-NAME-O.
           MOVE    SRT-CUSTOMER-REF    TO  CUSTOMER-REF-O.
           MOVE    SRT-PROMISE-DATE    TO  PROMISE-DATE-O.
           MOVE    SRT-ALLOC-QTY       TO  ALLOC-QTY-O.
           WRITE   PICK-TICKET-LINE    FROM    TICKET-DETAIL.
           MOVE    SRT-PART-NUMBER     TO  PICK-PART-NUMBER.
           MOVE    SRT-CUSTOMER-REF    TO  PICK-CUSTOMER-REF.
           MOVE    SRT-PROMISE-DATE    TO  PICK-PROMISE-DATE.
           MOVE    SRT-LOCATION-CODE   TO  PICK-LOCATION-CODE.
           MOVE    SRT-ALLOC-QTY       TO  PICK-ALLOC-QTY.
           MOVE    ZEROS               TO  PICK-PICKED-QTY.
           WRITE   PICK-RECORD.
           ADD     1                   TO  PICK-CNT.
