      ******************************************************************
      * Ship confirmation.  Confirms what the floor actually picked
      * off INVPICK's tickets and posts the issue and the release
      * together, so the stock leaving the building and the
      * commitment it was booked against can no longer land on
      * different nights.
      *
      * - Read "PICKS.TXT" (INVPICK's pick lines, the picked quantity
      *    filled in off the ticket) against "ALLOC.TXT" (the open
      *    allocations, carried the way ALLOCMNT carries them).  a
      *    full pick releases the allocation; a short pick reduces it
      *    by what was picked and leaves the rest committed.  a line
      *    whose allocation has been released or changed since the
      *    ticket was cut (including the same PICKS.TXT confirmed a
      *    second time) is rejected.
      * - Write "SHIPPOST.TXT" -- issue transactions in INVMAINT's
      *    layout, code "S", one per line picked -- and rewrite
      *    "ALLOC.TXT" with what is still committed.  print
      *    "SHIPREG.TXT" (a register of every line shipped, short,
      *    and rejected) and "LATEPROM.TXT" (the short picks with
      *    the customer reference, for customer service to call
      *    ahead).
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SHIPCONF.
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
           SELECT  PICK-LINES-IN
                   ASSIGN TO "D:\PICKS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The open allocations -- read into ALLOCATION-TABLE at
      *    start of run, rewritten with the surviving entries at end
      *    of run.  absent before the first booking, so its open is
      *    status-checked.
           SELECT  ALLOCATION-FILE
                   ASSIGN TO "D:\ALLOC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALOC-FILE-STATUS.

           SELECT  SHIP-TRANS-OUT
                   ASSIGN TO "D:\SHIPPOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  SHIP-REGISTER-OUT
                   ASSIGN TO "D:\SHIPREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  LATE-PROMISE-OUT
                   ASSIGN TO "D:\LATEPROM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  PICK-LINES-IN
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS PICK-RECORD.
       01  PICK-RECORD.
           COPY    PICKREC.

       FD  ALLOCATION-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS ALLOCATION-RECORD.
       01  ALLOCATION-RECORD.
           COPY    ALOCREC.

      *    Issue transactions for the inventory posting run -- same
      *    62-byte layout INVMAINT reads off INVTRAN.TXT, code "S",
      *    the way RCVPOST cuts its RCVRCPT.TXT receipts.
       FD  SHIP-TRANS-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS SHIP-TRANS-LINE.
       01  SHIP-TRANS-LINE.
           05  SHIP-TRANS-CODE         PIC X(01).
           05  SHIP-PART-NUMBER        PIC 9(05).
           05  SHIP-QTY                PIC 9(05).
           05  SHIP-DATE               PIC 9(08).
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC 9(06).
           05  FILLER                  PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC 9(05)V99.

       FD  SHIP-REGISTER-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SHIP-REGISTER-LINE.
       01  SHIP-REGISTER-LINE          PIC X(80).

       FD  LATE-PROMISE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LATE-PROMISE-LINE.
       01  LATE-PROMISE-LINE           PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    This table is for saving of the open allocations.  loaded
      *    from ALLOC.TXT at start of run; full picks close entries
      *    in place, short picks reduce them; everything still
      *    committed is rewritten at end of run.
       01  ALLOCATION-TABLE.
           05  ALLOCATION-TABLE-LEN PIC 9(03) VALUE ZEROS.
           05  ALLOCATION-TAB      OCCURS 1 TO 999
                                   DEPENDING ON ALLOCATION-TABLE-LEN.
               10  ALLOC-PART          PIC 9(05).
               10  ALLOC-QTY           PIC 9(05).
               10  ALLOC-CUSTOMER      PIC X(10).
               10  ALLOC-PROMISE-DATE  PIC 9(08).
               10  ALLOC-STATUS        PIC X(01).
                   88  ALLOC-IS-OPEN           VALUE "O".
                   88  ALLOC-IS-RELEASED       VALUE "R".

      *    This record is for printing the title of the shipping
      *    register.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "SHIP CONFIRMATION REGISTER".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the shipping
      *    register.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(07) VALUE "  ALLOC".
           05  FILLER              PIC X(08) VALUE "  PICKED".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "ACTION".

      *    This record is for printing one line of the shipping
      *    register.
       01  REPORT-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-M       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CUSTOMER-REF-M      PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  ALLOC-QTY-M         PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PICKED-QTY-M        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ACTION-M            PIC X(30).

      *    This record is for printing the totals footer of the
      *    shipping register and the late-promise report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(15).
           05  FOOTER-COUNTER      PIC ZZZ9.

      *    This record is for printing the title of the late-promise
      *    report.
       01  LATE-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "LATE PROMISE REPORT".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  LATE-RUN-DATE-O     PIC 9(08).

      *    This record is for printing the header of the late-promise
      *    report.
       01  LATE-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(05) VALUE "LOC".
           05  FILLER              PIC X(10) VALUE "PROMISED".
           05  FILLER              PIC X(08) VALUE "  ALLOC".
           05  FILLER              PIC X(08) VALUE "  PICKED".
           05  FILLER              PIC X(08) VALUE "   SHORT".

      *    This record is for printing one short pick -- what is
      *    still owed the customer and was promised when.
       01  LATE-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LATE-CUSTOMER-REF-O PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LATE-PART-NUMBER-O  PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LATE-LOCATION-O     PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LATE-PROMISE-DATE-O PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LATE-ALLOC-QTY-O    PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LATE-PICKED-QTY-O   PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  LATE-SHORT-QTY-O    PIC ZZZZ9.

      *    Fields set before PERFORM 300-PRINT-REGISTER-DETAIL, since
      *    one print paragraph is shared by every kind of result.
       01  REGISTER-DETAIL-INFO.
           05  ACTION-TEXT-SAVE    PIC X(30).

       01  SWITCHES-AND-COUNTERS.
           05  PICK-EOF-SW         PIC X(01) VALUE "N".
           05  ALOC-EOF-SW         PIC X(01) VALUE "N".
           05  ALLOC-FOUND-SW      PIC X(01) VALUE "N".
           05  SHIPPED-CNT         PIC 9(04) VALUE ZEROS.
           05  SHORT-CNT           PIC 9(04) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(04) VALUE ZEROS.

       01  MISCELLONIOUS.
           05  ALOC-FILE-STATUS    PIC X(02).
           05  AL-IDX              PIC 9(04).
           05  ALLOC-MATCH-IDX     PIC 9(04).
           05  TODAY-DATE-NUM      PIC 9(08).
           05  SHORT-QTY           PIC 9(05).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-CONFIRM-SHIPMENTS.
           PERFORM 200-INITIATE-SHIP-CONFIRM.
           PERFORM 200-CONFIRM-ONE-PICK-LINE
                   UNTIL PICK-EOF-SW = "Y".
           PERFORM 200-TERMINATE-SHIP-CONFIRM.
           STOP RUN.

      ******************************************************************
      * load the allocation table, open files, print the titles, and
      * read the first pick line.
      *-----------------------------------------------------------------
       200-INITIATE-SHIP-CONFIRM.
           PERFORM 300-LOAD-ALLOCATION-TABLE.
           OPEN    INPUT   PICK-LINES-IN.
           OPEN    OUTPUT  SHIP-TRANS-OUT
                           SHIP-REGISTER-OUT
                           LATE-PROMISE-OUT.
           PERFORM 300-PRINT-REPORT-TITLES.
           PERFORM 300-READ-PICK-LINE.

      *-----------------------------------------------------------------
      * confirm one pick line and read the next.
      *-----------------------------------------------------------------
       200-CONFIRM-ONE-PICK-LINE.
           PERFORM 300-SEARCH-OPEN-ALLOCATION.
           IF  ALLOC-FOUND-SW = "N"
               MOVE    "REJECTED - NOT ALLOCATED"
                       TO  ACTION-TEXT-SAVE
               ADD     1   TO  ERROR-CNT
           ELSE
               IF  ALLOC-QTY(ALLOC-MATCH-IDX) NOT = PICK-ALLOC-QTY
                   MOVE    "REJECTED - ALLOCATION CHANGED"
                           TO  ACTION-TEXT-SAVE
                   ADD     1   TO  ERROR-CNT
               ELSE
                   IF  PICK-PICKED-QTY > PICK-ALLOC-QTY
                       MOVE    "REJECTED - PICKED OVER ALLOC"
                               TO  ACTION-TEXT-SAVE
                       ADD     1   TO  ERROR-CNT
                   ELSE
                       PERFORM 300-APPLY-PICK-LINE.
           PERFORM 300-PRINT-REGISTER-DETAIL.
           PERFORM 300-READ-PICK-LINE.

      *-----------------------------------------------------------------
      * rewrite ALLOC.TXT with what is still committed, print the
      * footer counts, and close.
      *-----------------------------------------------------------------
       200-TERMINATE-SHIP-CONFIRM.
           PERFORM 300-REWRITE-ALLOCATION-FILE.
           PERFORM 300-PRINT-REPORT-FOOTERS.
           CLOSE   PICK-LINES-IN
                   SHIP-TRANS-OUT
                   SHIP-REGISTER-OUT
                   LATE-PROMISE-OUT.

      ******************************************************************
      * load ALLOC.TXT into ALLOCATION-TABLE.  no file yet is simply
      * an empty table, and every pick line is then rejected.
      *-----------------------------------------------------------------
       300-LOAD-ALLOCATION-TABLE.
           OPEN    INPUT   ALLOCATION-FILE.
           IF  ALOC-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-ALLOCATION
                       UNTIL ALOC-EOF-SW = "Y"
               CLOSE   ALLOCATION-FILE.

      *-----------------------------------------------------------------
      * print title and header of the shipping register and the
      * late-promise report.
      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLES.
           ACCEPT  TODAY-DATE-NUM      FROM DATE YYYYMMDD.
           MOVE    TODAY-DATE-NUM      TO  RUN-DATE-O
                                           LATE-RUN-DATE-O.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.
           WRITE   LATE-PROMISE-LINE   FROM    LATE-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   LATE-PROMISE-LINE   FROM    LATE-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * read one pick line.
      *-----------------------------------------------------------------
       300-READ-PICK-LINE.
           READ    PICK-LINES-IN
                   AT END      MOVE "Y" TO PICK-EOF-SW.

      *-----------------------------------------------------------------
      * find the open commitment this pick line was cut from -- the
      * part and the customer reference together.
      *-----------------------------------------------------------------
       300-SEARCH-OPEN-ALLOCATION.
           MOVE    "N"                 TO  ALLOC-FOUND-SW.
           PERFORM 400-MATCH-ONE-ALLOCATION
               VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOCATION-TABLE-LEN
                       OR ALLOC-FOUND-SW = "Y".

      *-----------------------------------------------------------------
      * post what was picked as an issue, then release the
      * commitment on a full pick or reduce it on a short one.
      *-----------------------------------------------------------------
       300-APPLY-PICK-LINE.
           IF  PICK-PICKED-QTY > ZEROS
               PERFORM 300-WRITE-SHIP-TRANSACTION.
           IF  PICK-PICKED-QTY = PICK-ALLOC-QTY
               MOVE    "R"     TO  ALLOC-STATUS(ALLOC-MATCH-IDX)
               MOVE    "SHIPPED - RELEASED"    TO  ACTION-TEXT-SAVE
               ADD     1   TO  SHIPPED-CNT
           ELSE
               PERFORM 300-APPLY-SHORT-PICK.

      *-----------------------------------------------------------------
      * a short pick -- what did go out comes off the commitment,
      * the rest stays allocated and goes on the late-promise
      * report.
      *-----------------------------------------------------------------
       300-APPLY-SHORT-PICK.
           COMPUTE SHORT-QTY = PICK-ALLOC-QTY - PICK-PICKED-QTY.
           MOVE    SHORT-QTY           TO  ALLOC-QTY(ALLOC-MATCH-IDX).
           MOVE    "SHORT - REST STILL ALLOCATED"
                                       TO  ACTION-TEXT-SAVE.
           ADD     1                   TO  SHORT-CNT.
           MOVE    PICK-CUSTOMER-REF   TO  LATE-CUSTOMER-REF-O.
           MOVE    PICK-PART-NUMBER    TO  LATE-PART-NUMBER-O.
           MOVE    PICK-LOCATION-CODE  TO  LATE-LOCATION-O.
           MOVE    PICK-PROMISE-DATE   TO  LATE-PROMISE-DATE-O.
           MOVE    PICK-ALLOC-QTY      TO  LATE-ALLOC-QTY-O.
           MOVE    PICK-PICKED-QTY     TO  LATE-PICKED-QTY-O.
           MOVE    SHORT-QTY           TO  LATE-SHORT-QTY-O.
           WRITE   LATE-PROMISE-LINE   FROM    LATE-DETAIL.

      *-----------------------------------------------------------------
      * write one issue transaction for what was picked, dated the
      * day it ships.
      *-----------------------------------------------------------------
       300-WRITE-SHIP-TRANSACTION.
           MOVE    SPACES              TO  SHIP-TRANS-LINE.
           MOVE    "S"                 TO  SHIP-TRANS-CODE.
           MOVE    PICK-PART-NUMBER    TO  SHIP-PART-NUMBER.
           MOVE    PICK-PICKED-QTY     TO  SHIP-QTY.
           MOVE    TODAY-DATE-NUM      TO  SHIP-DATE.
           WRITE   SHIP-TRANS-LINE.

      *-----------------------------------------------------------------
      * print one line of the shipping register.
      *-----------------------------------------------------------------
       300-PRINT-REGISTER-DETAIL.
           MOVE    PICK-PART-NUMBER    TO  PART-NUMBER-M.
           MOVE    PICK-CUSTOMER-REF   TO  CUSTOMER-REF-M.
           MOVE    PICK-ALLOC-QTY      TO  ALLOC-QTY-M.
           MOVE    PICK-PICKED-QTY     TO  PICKED-QTY-M.
           MOVE    ACTION-TEXT-SAVE    TO  ACTION-M.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-DETAIL.

      *-----------------------------------------------------------------
      * rewrite ALLOC.TXT with every commitment still open.  OPEN
      * OUTPUT truncates the old copy, same as ALLOCMNT does.
      *-----------------------------------------------------------------
       300-REWRITE-ALLOCATION-FILE.
           OPEN    OUTPUT  ALLOCATION-FILE.
           PERFORM 400-WRITE-ONE-ALLOCATION
               VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOCATION-TABLE-LEN.
           CLOSE   ALLOCATION-FILE.

      *-----------------------------------------------------------------
      * print the counts of lines shipped, short, and rejected.
      *-----------------------------------------------------------------
       300-PRINT-REPORT-FOOTERS.
           MOVE    "SHIPPED"           TO  FOOTER-NAME.
           MOVE    SHIPPED-CNT         TO  FOOTER-COUNTER.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "SHORT"             TO  FOOTER-NAME.
           MOVE    SHORT-CNT           TO  FOOTER-COUNTER.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-FOOTER.
           MOVE    "REJECTED"          TO  FOOTER-NAME.
           MOVE    ERROR-CNT           TO  FOOTER-COUNTER.
           WRITE   SHIP-REGISTER-LINE  FROM    REPORT-FOOTER.
           MOVE    "SHORT PICKS"       TO  FOOTER-NAME.
           MOVE    SHORT-CNT           TO  FOOTER-COUNTER.
           WRITE   LATE-PROMISE-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.

      ******************************************************************
      * read one allocation record into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-ALLOCATION.
           READ    ALLOCATION-FILE
                   AT END      MOVE "Y" TO ALOC-EOF-SW
                   NOT AT END
                       ADD     1       TO  ALLOCATION-TABLE-LEN
                       MOVE    ALOC-PART-NUMBER    TO
                               ALLOC-PART(ALLOCATION-TABLE-LEN)
                       MOVE    ALOC-QTY            TO
                               ALLOC-QTY(ALLOCATION-TABLE-LEN)
                       MOVE    ALOC-CUSTOMER-REF   TO
                               ALLOC-CUSTOMER(ALLOCATION-TABLE-LEN)
                       MOVE    ALOC-PROMISE-DATE   TO
                            ALLOC-PROMISE-DATE(ALLOCATION-TABLE-LEN)
                       MOVE    "O"                 TO
                               ALLOC-STATUS(ALLOCATION-TABLE-LEN).

      *-----------------------------------------------------------------
      * match one open commitment by part and customer reference.
      *-----------------------------------------------------------------
       400-MATCH-ONE-ALLOCATION.
           IF  ALLOC-PART(AL-IDX) = PICK-PART-NUMBER
                   AND ALLOC-CUSTOMER(AL-IDX) = PICK-CUSTOMER-REF
                   AND ALLOC-IS-OPEN(AL-IDX)
               MOVE    "Y"         TO  ALLOC-FOUND-SW
               MOVE    AL-IDX      TO  ALLOC-MATCH-IDX.

      *-----------------------------------------------------------------
      * write one still-open commitment back to ALLOC.TXT.
      *-----------------------------------------------------------------
       400-WRITE-ONE-ALLOCATION.
           IF  ALLOC-IS-OPEN(AL-IDX)
               MOVE    ALLOC-PART(AL-IDX)          TO
                       ALOC-PART-NUMBER
               MOVE    ALLOC-QTY(AL-IDX)           TO
                       ALOC-QTY
               MOVE    ALLOC-CUSTOMER(AL-IDX)      TO
                       ALOC-CUSTOMER-REF
               MOVE    ALLOC-PROMISE-DATE(AL-IDX)  TO
                       ALOC-PROMISE-DATE
               WRITE   ALLOCATION-RECORD.
