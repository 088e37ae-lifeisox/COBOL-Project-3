      ******************************************************************
      * Movement ledger roll-forward and period close.  Proves, part
      * by part, that the movement ledger still explains the master
      * -- opening on-hand plus every movement since equals the
      * QUANTITY-I on INVMAST.DAT -- and once it does, moves the
      * closed period off MOVELOG.TXT so INVINQ and INVACT are not
      * scanning years of history on every lookup.
      *
      * - Ask the operator for the period to close (YYYYMM), and
      *    refuse it when it has not ended yet or when "MOVEARCH.TXT"
      *    (the archive index) shows it, or a later one, closed.
      * - Read "INVMAST.DAT" (the indexed master) and "MOVELOG.TXT"
      *    (the movement ledger).  each part opens from the opening
      *    balance the last close left for it ("O" records), or from
      *    its first movement's on-hand before when it has none yet;
      *    its movements are added up through the period and after
      *    it, and each is checked to start where the one before
      *    left off.  print "ROLLPRF.TXT" -- every part's opening,
      *    movement, period-end and expected on-hand against the
      *    master, flagging a part that does not roll forward (a
      *    hand fix, a movement that was never logged) or whose
      *    ledger has a gap.
      * - Only on a clean proof, and only once the period has been
      *    posted to the general ledger when "GLPERIOD.TXT" shows
      *    INVGLJNL in use, close the period: copy its movements to
      *    a dated archive file ("MOVEyyyymm.TXT"), rewrite
      *    MOVELOG.TXT with one "O" opening-balance record per part
      *    (the period-end on-hand, dated the first day of the next
      *    period) followed by the movements dated after the period,
      *    and append the archive to MOVEARCH.TXT so INVACT and
      *    INVROP can still read it.  a movement dated in or before
      *    the period but appended after INVGLJNL posted it -- a
      *    suspense release, a receipt, a return or a kit build keyed
      *    late -- is journalled with the next period, so it is
      *    proved and carried forward with the later movements, and
      *    archived when the period it was journalled in is closed.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVROLL.
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
      *    The movement ledger -- read for the proof and again to
      *    split it, then rewritten.  it may not exist yet, so its
      *    open is status-checked.
           SELECT  MOVEMENT-LEDGER-FILE
                   ASSIGN TO "D:\MOVELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MOVE-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-I.

      *    The closed period's movements.  the file is named for the
      *    period, built in ARCHIVE-FILE-NAME before the open.
           SELECT  MOVEMENT-ARCHIVE-OUT
                   ASSIGN TO ARCHIVE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    Scratch copy of the movements carried past the period while
      *    MOVELOG.TXT is rewritten.
           SELECT  MOVEMENT-WORK-FILE
                   ASSIGN TO "D:\MOVEWORK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The archive index.  absent before the first close, so its
      *    opens are status-checked.
           SELECT  ARCHIVE-INDEX-FILE
                   ASSIGN TO "D:\MOVEARCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCH-FILE-STATUS.

      *    The periods posted to the general ledger.  absent when
      *    INVGLJNL has never run, so status-checked.
           SELECT  GL-PERIOD-IN
                   ASSIGN TO "D:\GLPERIOD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GLP-FILE-STATUS.

           SELECT  ROLL-PROOF-OUT
                   ASSIGN TO "D:\ROLLPRF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  MOVEMENT-LEDGER-FILE
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

      *    Written FROM MOVEMENT-RECORD, so just the raw bytes.
       FD  MOVEMENT-ARCHIVE-OUT
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS ARCHIVE-MOVEMENT-RECORD.
       01  ARCHIVE-MOVEMENT-RECORD     PIC X(81).

      *    Written FROM MOVEMENT-RECORD and read back INTO it, so just
      *    the raw bytes.
       FD  MOVEMENT-WORK-FILE
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS WORK-MOVEMENT-RECORD.
       01  WORK-MOVEMENT-RECORD        PIC X(81).

       FD  ARCHIVE-INDEX-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ARCHIVE-INDEX-RECORD.
       01  ARCHIVE-INDEX-RECORD.
           COPY    ARCHREC.

      *    Only the period and when it was posted are needed here;
      *    the rest of INVGLJNL's record is passed over.
       FD  GL-PERIOD-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS GL-PERIOD-RECORD.
       01  GL-PERIOD-RECORD.
           05  GLP-PERIOD          PIC 9(06).
           05  GLP-POST-DATE       PIC 9(08).
           05  FILLER              PIC X(47).
           05  GLP-POST-TIME       PIC 9(08).

       FD  ROLL-PROOF-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS ROLL-PROOF-LINE.
       01  ROLL-PROOF-LINE             PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    One entry per part on the master or the ledger -- what the
      *    master holds, and what the ledger says the part opened
      *    at, moved by, and should hold now.
       01  ROLL-TABLE.
           05  ROLL-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  ROLL-ENT            OCCURS 1 TO 999 TIMES
                                   DEPENDING ON ROLL-TABLE-LEN.
               10  ROLL-PART-NUMBER    PIC 9(05).
               10  ROLL-ON-MASTER-SW   PIC X(01).
               10  ROLL-MASTER-QTY     PIC 9(05).
               10  ROLL-UNIT-PRICE     PIC 9(04)V99.
               10  ROLL-UNIT-COST      PIC 9(05)V99.
               10  ROLL-SEEN-SW        PIC X(01).
               10  ROLL-OPEN-QTY       PIC 9(05).
               10  ROLL-RUNNING-QTY    PIC 9(05).
               10  ROLL-PERIOD-NET     PIC S9(07).
               10  ROLL-LATER-NET      PIC S9(07).
               10  ROLL-CLOSE-QTY      PIC S9(07).
               10  ROLL-GAP-CNT        PIC 9(03).

      *    The archive file's name, for the period being closed.
       01  ARCHIVE-FILE-NAME.
           05  FILLER              PIC X(07) VALUE "D:\MOVE".
           05  ARCHIVE-NAME-PERIOD PIC 9(06).
           05  FILLER              PIC X(04) VALUE ".TXT".
           05  FILLER              PIC X(03) VALUE SPACES.

      *    This record is for printing the title of the proof.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(36) VALUE
                   "MOVEMENT LEDGER ROLL-FORWARD PROOF".
           05  FILLER              PIC X(08) VALUE "PERIOD: ".
           05  PERIOD-O            PIC 9(06).
           05  FILLER              PIC X(08) VALUE "  DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the proof.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(09) VALUE "  OPENING".
           05  FILLER              PIC X(09) VALUE "   PERIOD".
           05  FILLER              PIC X(09) VALUE "   PERIOD".
           05  FILLER              PIC X(09) VALUE "    LATER".
           05  FILLER              PIC X(09) VALUE " EXPECTED".
           05  FILLER              PIC X(09) VALUE "       ON".
           05  FILLER              PIC X(09) VALUE "     DIFF".
           05  FILLER              PIC X(05) VALUE " GAPS".
       01  REPORT-HEADER-2.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "      NET".
           05  FILLER              PIC X(09) VALUE "      END".
           05  FILLER              PIC X(09) VALUE "      NET".
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "   MASTER".

      *    This record is for printing one part's roll-forward.
       01  ROLL-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-O       PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OPEN-QTY-O          PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PERIOD-NET-O        PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CLOSE-QTY-O         PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LATER-NET-O         PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EXPECTED-QTY-O      PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MASTER-QTY-O        PIC ZZZZZZ9-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DIFFERENCE-O        PIC ZZZZZZ9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GAP-CNT-O           PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  NOTE-O              PIC X(24).

      *    This record is for printing the counts footer and the
      *    outcome of the close.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(28).
           05  FOOTER-COUNTER      PIC ZZZZZZ9.
       01  OUTCOME-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OUTCOME-TEXT-O      PIC X(50).
           05  OUTCOME-FILE-O      PIC X(20).

       01  SWITCHES-AND-COUNTERS.
           05  MOVE-EOF-SW         PIC X(01) VALUE "N".
           05  MASTER-EOF-SW       PIC X(01) VALUE "N".
           05  ARCH-EOF-SW         PIC X(01) VALUE "N".
           05  GLP-EOF-SW          PIC X(01) VALUE "N".
           05  WORK-EOF-SW         PIC X(01) VALUE "N".
           05  REFUSE-SW           PIC X(01) VALUE "N".
           05  GL-IN-USE-SW        PIC X(01) VALUE "N".
           05  GL-POSTED-SW        PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  IN-PERIOD-SW        PIC X(01) VALUE "N".
           05  MOVE-READ-CNT       PIC 9(07) VALUE ZEROS.
           05  OPENING-READ-CNT    PIC 9(07) VALUE ZEROS.
           05  PART-CNT            PIC 9(05) VALUE ZEROS.
           05  FLAGGED-CNT         PIC 9(05) VALUE ZEROS.
           05  ARCHIVED-CNT        PIC 9(07) VALUE ZEROS.
           05  CARRIED-CNT         PIC 9(07) VALUE ZEROS.
           05  OPENING-WRITE-CNT   PIC 9(07) VALUE ZEROS.

      *    Controls for picking the period to close.  the period
      *    entered is viewed as year and month to work out the first
      *    day of the next one, which the opening balances are dated,
      *    and every movement date is viewed down to its year and
      *    month to place it.
       01  PERIOD-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).
           05  ARCH-FILE-STATUS    PIC X(02).
           05  GLP-FILE-STATUS     PIC X(02).
           05  CLOSE-PERIOD        PIC 9(06).
           05  CLOSE-PERIOD-VIEW   REDEFINES CLOSE-PERIOD.
               10  CLOSE-PERIOD-YEAR   PIC 9(04).
               10  CLOSE-PERIOD-MONTH  PIC 9(02).
           05  LAST-ARCHIVED-PERIOD    PIC 9(06) VALUE ZEROS.
           05  NEXT-PERIOD-DATE    PIC 9(08).
           05  NEXT-PERIOD-VIEW    REDEFINES NEXT-PERIOD-DATE.
               10  NEXT-PERIOD-YEAR    PIC 9(04).
               10  NEXT-PERIOD-MONTH   PIC 9(02).
               10  NEXT-PERIOD-DAY     PIC 9(02).
           05  PERIOD-LAST-DATE    PIC 9(08).
           05  ARCHIVE-FROM-DATE   PIC 9(08).
           05  TODAY-DATE          PIC 9(08).
           05  TODAY-DATE-VIEW     REDEFINES TODAY-DATE.
               10  TODAY-PERIOD        PIC 9(06).
               10  FILLER              PIC 9(02).
           05  MOVE-DATE-WORK      PIC 9(08).
           05  MOVE-DATE-VIEW      REDEFINES MOVE-DATE-WORK.
               10  MOVE-PERIOD         PIC 9(06).
               10  FILLER              PIC 9(02).
           05  REFUSE-TEXT         PIC X(50).

      *    When the general ledger posted the period being closed.  a
      *    movement appended after it was journalled with a later
      *    period, so it stays on the ledger.  left at all nines when
      *    INVGLJNL is not in use, so nothing is held back.
       01  CLOSE-POSTED-STAMP.
           05  CLOSE-POSTED-DATE   PIC 9(08) VALUE 99999999.
           05  CLOSE-POSTED-TIME   PIC 9(08) VALUE 99999999.

      *    Work fields for proving one part.
       01  PROOF-CONTROLS.
           05  IDX                 PIC 9(04).
           05  ROLL-MATCH-IDX      PIC 9(04).
           05  QTY-CHANGE          PIC S9(06).
           05  EXPECTED-QTY        PIC S9(07).
           05  ACTUAL-QTY          PIC S9(07).
           05  QTY-DIFFERENCE      PIC S9(07).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PROVE-MOVEMENT-LEDGER.
           PERFORM 200-SELECT-CLOSING-PERIOD.
           IF  REFUSE-SW = "Y"
               DISPLAY REFUSE-TEXT
               DISPLAY "PERIOD CLOSE REFUSED"
               MOVE    8               TO  RETURN-CODE
           ELSE
               PERFORM 200-INITIATE-ROLL-FORWARD
               PERFORM 200-PROVE-ONE-MOVEMENT
                       UNTIL MOVE-EOF-SW = "Y"
               PERFORM 200-TERMINATE-ROLL-FORWARD.
           STOP RUN.

      ******************************************************************
      * ask the period and refuse it when it has not ended or is
      * already closed, and note whether the general ledger has it.
      *-----------------------------------------------------------------
       200-SELECT-CLOSING-PERIOD.
           DISPLAY "LEDGER PERIOD TO CLOSE (YYYYMM)? ".
           ACCEPT  CLOSE-PERIOD.
           ACCEPT  TODAY-DATE          FROM DATE YYYYMMDD.
           PERFORM 300-LOAD-ARCHIVE-INDEX.
           PERFORM 300-LOAD-POSTED-PERIODS.
           IF  CLOSE-PERIOD-MONTH < 01 OR CLOSE-PERIOD-MONTH > 12
               MOVE    "Y"             TO  REFUSE-SW
               MOVE    "PERIOD MUST BE YYYYMM"     TO  REFUSE-TEXT
           ELSE
               IF  CLOSE-PERIOD NOT < TODAY-PERIOD
                   MOVE    "Y"         TO  REFUSE-SW
                   MOVE    "PERIOD HAS NOT ENDED YET"  TO  REFUSE-TEXT
               ELSE
                   IF  CLOSE-PERIOD NOT > LAST-ARCHIVED-PERIOD
                       MOVE    "Y"     TO  REFUSE-SW
                       MOVE    "PERIOD ALREADY CLOSED"
                               TO  REFUSE-TEXT.

      *-----------------------------------------------------------------
      * work out the period's dates, load the master into the roll
      * table, open files, print the title, and read the first
      * movement.
      *-----------------------------------------------------------------
       200-INITIATE-ROLL-FORWARD.
           PERFORM 300-SET-PERIOD-DATES.
           PERFORM 300-LOAD-INVENTORY-MASTER.
           OPEN    INPUT   MOVEMENT-LEDGER-FILE.
           IF  MOVE-FILE-STATUS NOT = "00"
               MOVE    "Y"             TO  MOVE-EOF-SW.
           OPEN    OUTPUT  ROLL-PROOF-OUT.
           MOVE    CLOSE-PERIOD        TO  PERIOD-O.
           MOVE    TODAY-DATE          TO  RUN-DATE-O.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-HEADER-2.
           PERFORM 300-READ-MOVEMENT-LEDGER.

      *-----------------------------------------------------------------
      * roll one ledger record into its part -- an opening balance
      * left by the last close, or a movement -- and read the next.
      *-----------------------------------------------------------------
       200-PROVE-ONE-MOVEMENT.
           PERFORM 300-FIND-ROLL-PART.
           IF  MOVE-TRANS-CODE = "O"
               PERFORM 300-TAKE-OPENING-BALANCE
           ELSE
               PERFORM 300-ROLL-MOVEMENT.
           PERFORM 300-READ-MOVEMENT-LEDGER.

      *-----------------------------------------------------------------
      * prove every part, and close the period only when none is
      * flagged and the general ledger, if in use, has the period.
      *-----------------------------------------------------------------
       200-TERMINATE-ROLL-FORWARD.
           IF  MOVE-FILE-STATUS = "00" OR MOVE-FILE-STATUS = "10"
               CLOSE   MOVEMENT-LEDGER-FILE.
           PERFORM 300-PROVE-ONE-PART
               VARYING IDX FROM 1 BY 1 UNTIL IDX > ROLL-TABLE-LEN.
           MOVE    SPACES              TO  OUTCOME-FILE-O.
           IF  FLAGGED-CNT > ZEROS
               MOVE    "PARTS DO NOT ROLL FORWARD - PERIOD NOT CLOSED"
                       TO  OUTCOME-TEXT-O
               DISPLAY "LEDGER DOES NOT ROLL FORWARD - SEE ROLLPRF.TXT"
               MOVE    8               TO  RETURN-CODE
           ELSE
               IF  GL-IN-USE-SW = "Y" AND GL-POSTED-SW = "N"
                   MOVE    "PERIOD NOT POSTED TO GL - PERIOD NOT CLOSED"
                           TO  OUTCOME-TEXT-O
                   DISPLAY "POST THE PERIOD WITH INVGLJNL BEFORE "
                           "CLOSING IT"
                   MOVE    8           TO  RETURN-CODE
               ELSE
                   PERFORM 300-CLOSE-LEDGER-PERIOD
                   MOVE    "PERIOD CLOSED - MOVEMENTS ARCHIVED TO "
                           TO  OUTCOME-TEXT-O
                   MOVE    ARCHIVE-FILE-NAME   TO  OUTCOME-FILE-O.
           PERFORM 300-PRINT-PROOF-FOOTER.
           CLOSE   ROLL-PROOF-OUT.

      ******************************************************************
      * read the archive index for the last period closed.
      *-----------------------------------------------------------------
       300-LOAD-ARCHIVE-INDEX.
           OPEN    INPUT   ARCHIVE-INDEX-FILE.
           IF  ARCH-FILE-STATUS = "00"
               PERFORM 400-READ-ONE-ARCHIVE-INDEX
                       UNTIL ARCH-EOF-SW = "Y"
               CLOSE   ARCHIVE-INDEX-FILE.

      *-----------------------------------------------------------------
      * read GLPERIOD.TXT, when INVGLJNL has ever run, for whether the
      * period has been posted.  the ledger's movements must not
      * leave MOVELOG.TXT before the journal has valued them.
      *-----------------------------------------------------------------
       300-LOAD-POSTED-PERIODS.
           OPEN    INPUT   GL-PERIOD-IN.
           IF  GLP-FILE-STATUS = "00"
               MOVE    "Y"             TO  GL-IN-USE-SW
               PERFORM 400-READ-ONE-POSTED-PERIOD
                       UNTIL GLP-EOF-SW = "Y"
               CLOSE   GL-PERIOD-IN.

      *-----------------------------------------------------------------
      * the first day of the next period, which dates the opening
      * balances, and the last day of this one, which ends the
      * archive.
      *-----------------------------------------------------------------
       300-SET-PERIOD-DATES.
           MOVE    CLOSE-PERIOD-YEAR   TO  NEXT-PERIOD-YEAR.
           MOVE    01                  TO  NEXT-PERIOD-DAY.
           IF  CLOSE-PERIOD-MONTH = 12
               ADD     1               TO  NEXT-PERIOD-YEAR
               MOVE    01              TO  NEXT-PERIOD-MONTH
           ELSE
               COMPUTE NEXT-PERIOD-MONTH = CLOSE-PERIOD-MONTH + 1.
           COMPUTE PERIOD-LAST-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXT-PERIOD-DATE) - 1).
           MOVE    99999999            TO  ARCHIVE-FROM-DATE.

      *-----------------------------------------------------------------
      * load every part on the master into the roll table.
      *-----------------------------------------------------------------
       300-LOAD-INVENTORY-MASTER.
           OPEN    INPUT   INVENT-MASTER-IN.
           PERFORM 400-LOAD-ONE-MASTER
                   UNTIL MASTER-EOF-SW = "Y".
           CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * read one ledger record.
      *-----------------------------------------------------------------
       300-READ-MOVEMENT-LEDGER.
           IF  MOVE-EOF-SW = "N"
               READ    MOVEMENT-LEDGER-FILE
                       AT END      MOVE "Y" TO MOVE-EOF-SW
                       NOT AT END  ADD 1 TO MOVE-READ-CNT.

      *-----------------------------------------------------------------
      * find the ledger record's part on the roll table, adding it
      * when the master no longer carries it (a deleted part).
      *-----------------------------------------------------------------
       300-FIND-ROLL-PART.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-ROLL-TABLE
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ROLL-TABLE-LEN OR FOUND-SW = "Y".
           IF  FOUND-SW = "N"
               ADD     1               TO  ROLL-TABLE-LEN
               MOVE    ROLL-TABLE-LEN  TO  ROLL-MATCH-IDX
               MOVE    MOVE-PART-NUMBER    TO
                       ROLL-PART-NUMBER(ROLL-MATCH-IDX)
               MOVE    "N"         TO  ROLL-ON-MASTER-SW(ROLL-MATCH-IDX)
               MOVE    ZEROS       TO  ROLL-MASTER-QTY(ROLL-MATCH-IDX)
                                       ROLL-UNIT-PRICE(ROLL-MATCH-IDX)
                                       ROLL-UNIT-COST(ROLL-MATCH-IDX)
               PERFORM 400-CLEAR-ROLL-ENTRY.

      *-----------------------------------------------------------------
      * an opening balance the last close left -- the part opens at
      * it and its movements start from it.
      *-----------------------------------------------------------------
       300-TAKE-OPENING-BALANCE.
           ADD     1                   TO  OPENING-READ-CNT.
           MOVE    "Y"                 TO  ROLL-SEEN-SW(ROLL-MATCH-IDX).
           MOVE    MOVE-QTY-AFTER      TO  ROLL-OPEN-QTY(ROLL-MATCH-IDX)
                                       ROLL-RUNNING-QTY(ROLL-MATCH-IDX).
           MOVE    ZEROS               TO
                   ROLL-PERIOD-NET(ROLL-MATCH-IDX)
                   ROLL-LATER-NET(ROLL-MATCH-IDX).

      *-----------------------------------------------------------------
      * one movement -- a part with no opening balance yet opens at
      * its first movement's on-hand before.  a movement that does
      * not start where the last one left the part is a gap: the
      * on-hand was changed without a ledger record between them.
      * the movement counts to the period only when the split would
      * archive it with the period.
      *-----------------------------------------------------------------
       300-ROLL-MOVEMENT.
           IF  ROLL-SEEN-SW(ROLL-MATCH-IDX) = "N"
               MOVE    "Y"         TO  ROLL-SEEN-SW(ROLL-MATCH-IDX)
               MOVE    MOVE-QTY-BEFORE TO
                       ROLL-OPEN-QTY(ROLL-MATCH-IDX)
                       ROLL-RUNNING-QTY(ROLL-MATCH-IDX).
           IF  MOVE-QTY-BEFORE NOT = ROLL-RUNNING-QTY(ROLL-MATCH-IDX)
               ADD     1           TO  ROLL-GAP-CNT(ROLL-MATCH-IDX).
           COMPUTE QTY-CHANGE = MOVE-QTY-AFTER - MOVE-QTY-BEFORE.
           PERFORM 400-PLACE-MOVEMENT.
           IF  IN-PERIOD-SW = "Y"
               ADD     QTY-CHANGE  TO  ROLL-PERIOD-NET(ROLL-MATCH-IDX)
           ELSE
               ADD     QTY-CHANGE  TO  ROLL-LATER-NET(ROLL-MATCH-IDX).
           MOVE    MOVE-QTY-AFTER  TO  ROLL-RUNNING-QTY(ROLL-MATCH-IDX).

      *-----------------------------------------------------------------
      * prove one part: opening plus every movement since must equal
      * what the master holds (nothing, for a part no longer on it).
      * a part the ledger has never seen opens at the master -- it
      * has not moved since the ledger began -- and is proved from
      * the opening balance this close leaves it.
      *-----------------------------------------------------------------
       300-PROVE-ONE-PART.
           ADD     1                   TO  PART-CNT.
           IF  ROLL-SEEN-SW(IDX) = "N"
               MOVE    ROLL-MASTER-QTY(IDX)    TO  ROLL-OPEN-QTY(IDX).
           COMPUTE ROLL-CLOSE-QTY(IDX) =
                   ROLL-OPEN-QTY(IDX) + ROLL-PERIOD-NET(IDX).
           COMPUTE EXPECTED-QTY =
                   ROLL-CLOSE-QTY(IDX) + ROLL-LATER-NET(IDX).
           MOVE    ROLL-MASTER-QTY(IDX)    TO  ACTUAL-QTY.
           COMPUTE QTY-DIFFERENCE = ACTUAL-QTY - EXPECTED-QTY.
           MOVE    SPACES              TO  NOTE-O.
           IF  QTY-DIFFERENCE NOT = ZEROS
               MOVE    "** DOES NOT ROLL FORWARD"  TO  NOTE-O
           ELSE
               IF  ROLL-GAP-CNT(IDX) > ZEROS
                   MOVE    "** GAP IN LEDGER"  TO  NOTE-O
               ELSE
                   IF  ROLL-SEEN-SW(IDX) = "N"
                       MOVE    "NO LEDGER HISTORY" TO  NOTE-O
                   ELSE
                       IF  ROLL-ON-MASTER-SW(IDX) = "N"
                           MOVE    "NOT ON MASTER" TO  NOTE-O.
           IF  QTY-DIFFERENCE NOT = ZEROS OR ROLL-GAP-CNT(IDX) > ZEROS
               ADD     1               TO  FLAGGED-CNT.
           PERFORM 400-PRINT-ROLL-DETAIL.

      *-----------------------------------------------------------------
      * close the period: split MOVELOG.TXT into the dated archive
      * and the work file, rewrite it as the opening balances plus
      * the later movements, and index the archive.
      *-----------------------------------------------------------------
       300-CLOSE-LEDGER-PERIOD.
           MOVE    CLOSE-PERIOD        TO  ARCHIVE-NAME-PERIOD.
           PERFORM 300-SPLIT-MOVEMENT-LEDGER.
           PERFORM 300-REWRITE-MOVEMENT-LEDGER.
           PERFORM 300-RECORD-ARCHIVE-INDEX.

      *-----------------------------------------------------------------
      * copy the period's movements, and whatever opening balances it
      * opened from, to the archive; hold the rest aside.
      *-----------------------------------------------------------------
       300-SPLIT-MOVEMENT-LEDGER.
           OPEN    OUTPUT  MOVEMENT-ARCHIVE-OUT
                           MOVEMENT-WORK-FILE.
           MOVE    "N"                 TO  MOVE-EOF-SW.
           OPEN    INPUT   MOVEMENT-LEDGER-FILE.
           IF  MOVE-FILE-STATUS = "00"
               PERFORM 400-SPLIT-ONE-MOVEMENT
                       UNTIL MOVE-EOF-SW = "Y"
               CLOSE   MOVEMENT-LEDGER-FILE.
           CLOSE   MOVEMENT-ARCHIVE-OUT
                   MOVEMENT-WORK-FILE.

      *-----------------------------------------------------------------
      * OPEN OUTPUT truncates the ledger; the opening balances go
      * first, since they are dated before anything held aside.
      *-----------------------------------------------------------------
       300-REWRITE-MOVEMENT-LEDGER.
           OPEN    OUTPUT  MOVEMENT-LEDGER-FILE.
           PERFORM 400-WRITE-OPENING-BALANCE
               VARYING IDX FROM 1 BY 1 UNTIL IDX > ROLL-TABLE-LEN.
           OPEN    INPUT   MOVEMENT-WORK-FILE.
           PERFORM 400-CARRY-ONE-MOVEMENT
                   UNTIL WORK-EOF-SW = "Y".
           CLOSE   MOVEMENT-WORK-FILE
                   MOVEMENT-LEDGER-FILE.

      *-----------------------------------------------------------------
      * append the archive to MOVEARCH.TXT, falling back to OPEN
      * OUTPUT on the first close.
      *-----------------------------------------------------------------
       300-RECORD-ARCHIVE-INDEX.
           IF  ARCHIVE-FROM-DATE = 99999999
               COMPUTE ARCHIVE-FROM-DATE = CLOSE-PERIOD * 100 + 1.
           OPEN    EXTEND  ARCHIVE-INDEX-FILE.
           IF  ARCH-FILE-STATUS = "35"
               OPEN    OUTPUT  ARCHIVE-INDEX-FILE.
           MOVE    CLOSE-PERIOD        TO  ARCH-PERIOD.
           MOVE    ARCHIVE-FROM-DATE   TO  ARCH-FROM-DATE.
           MOVE    PERIOD-LAST-DATE    TO  ARCH-TO-DATE.
           MOVE    ARCHIVED-CNT        TO  ARCH-MOVE-CNT.
           MOVE    TODAY-DATE          TO  ARCH-CLOSE-DATE.
           MOVE    ARCHIVE-FILE-NAME   TO  ARCH-FILE-NAME.
           WRITE   ARCHIVE-INDEX-RECORD.
           CLOSE   ARCHIVE-INDEX-FILE.

      *-----------------------------------------------------------------
      * print the counts and the outcome of the close.
      *-----------------------------------------------------------------
       300-PRINT-PROOF-FOOTER.
           MOVE    "PARTS PROVED"      TO  FOOTER-NAME.
           MOVE    PART-CNT            TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "PARTS FLAGGED"     TO  FOOTER-NAME.
           MOVE    FLAGGED-CNT         TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           MOVE    "LEDGER RECORDS READ"   TO  FOOTER-NAME.
           MOVE    MOVE-READ-CNT       TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           MOVE    "OPENING BALANCES READ" TO  FOOTER-NAME.
           MOVE    OPENING-READ-CNT    TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           MOVE    "RECORDS ARCHIVED"  TO  FOOTER-NAME.
           MOVE    ARCHIVED-CNT        TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           MOVE    "MOVEMENTS CARRIED FORWARD" TO  FOOTER-NAME.
           MOVE    CARRIED-CNT         TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           MOVE    "OPENING BALANCES WRITTEN"  TO  FOOTER-NAME.
           MOVE    OPENING-WRITE-CNT   TO  FOOTER-COUNTER.
           WRITE   ROLL-PROOF-LINE     FROM    REPORT-FOOTER.
           WRITE   ROLL-PROOF-LINE     FROM    OUTCOME-LINE
                   AFTER ADVANCING 2   LINES.

      ******************************************************************
      * remember the latest period closed.
      *-----------------------------------------------------------------
       400-READ-ONE-ARCHIVE-INDEX.
           READ    ARCHIVE-INDEX-FILE
                   AT END      MOVE "Y" TO ARCH-EOF-SW
                   NOT AT END
                       IF  ARCH-PERIOD > LAST-ARCHIVED-PERIOD
                           MOVE    ARCH-PERIOD TO  LAST-ARCHIVED-PERIOD.

      *-----------------------------------------------------------------
      * note whether the period being closed has been posted.
      *-----------------------------------------------------------------
       400-READ-ONE-POSTED-PERIOD.
           READ    GL-PERIOD-IN
                   AT END      MOVE "Y" TO GLP-EOF-SW
                   NOT AT END
                       IF  GLP-PERIOD = CLOSE-PERIOD
                           PERFORM 400-TAKE-CLOSE-POSTING.

      *-----------------------------------------------------------------
      * keep when the period being closed was posted.  a period posted
      * before the time was kept on GLPERIOD.TXT holds nothing back.
      *-----------------------------------------------------------------
       400-TAKE-CLOSE-POSTING.
           MOVE    "Y"                 TO  GL-POSTED-SW.
           IF  GLP-POST-TIME IS NUMERIC
               MOVE    GLP-POST-DATE   TO  CLOSE-POSTED-DATE
               MOVE    GLP-POST-TIME   TO  CLOSE-POSTED-TIME.

      *-----------------------------------------------------------------
      * add one master part to the roll table.
      *-----------------------------------------------------------------
       400-LOAD-ONE-MASTER.
           READ    INVENT-MASTER-IN
                   AT END      MOVE "Y" TO MASTER-EOF-SW
                   NOT AT END
                       ADD     1       TO  ROLL-TABLE-LEN
                       MOVE    ROLL-TABLE-LEN  TO  ROLL-MATCH-IDX
                       MOVE    PART-NUMBER-I   TO
                               ROLL-PART-NUMBER(ROLL-MATCH-IDX)
                       MOVE    "Y"     TO
                               ROLL-ON-MASTER-SW(ROLL-MATCH-IDX)
                       MOVE    QUANTITY-I      TO
                               ROLL-MASTER-QTY(ROLL-MATCH-IDX)
                       MOVE    UNIT-PRICE-I    TO
                               ROLL-UNIT-PRICE(ROLL-MATCH-IDX)
                       MOVE    AVG-UNIT-COST-I TO
                               ROLL-UNIT-COST(ROLL-MATCH-IDX)
                       PERFORM 400-CLEAR-ROLL-ENTRY.

      *-----------------------------------------------------------------
      * clear the ledger side of a new roll table entry.
      *-----------------------------------------------------------------
       400-CLEAR-ROLL-ENTRY.
           MOVE    "N"                 TO  ROLL-SEEN-SW(ROLL-MATCH-IDX).
           MOVE    ZEROS               TO
                   ROLL-OPEN-QTY(ROLL-MATCH-IDX)
                   ROLL-RUNNING-QTY(ROLL-MATCH-IDX)
                   ROLL-PERIOD-NET(ROLL-MATCH-IDX)
                   ROLL-LATER-NET(ROLL-MATCH-IDX)
                   ROLL-CLOSE-QTY(ROLL-MATCH-IDX)
                   ROLL-GAP-CNT(ROLL-MATCH-IDX).

      *-----------------------------------------------------------------
      * match one roll table entry by the ledger record's part.
      *-----------------------------------------------------------------
       400-SEARCH-ROLL-TABLE.
           IF  MOVE-PART-NUMBER = ROLL-PART-NUMBER(IDX)
               MOVE    "Y"             TO  FOUND-SW
               MOVE    IDX             TO  ROLL-MATCH-IDX.

      *-----------------------------------------------------------------
      * print one part's roll-forward.
      *-----------------------------------------------------------------
       400-PRINT-ROLL-DETAIL.
           MOVE    ROLL-PART-NUMBER(IDX)   TO  PART-NUMBER-O.
           MOVE    ROLL-OPEN-QTY(IDX)      TO  OPEN-QTY-O.
           MOVE    ROLL-PERIOD-NET(IDX)    TO  PERIOD-NET-O.
           MOVE    ROLL-CLOSE-QTY(IDX)     TO  CLOSE-QTY-O.
           MOVE    ROLL-LATER-NET(IDX)     TO  LATER-NET-O.
           MOVE    EXPECTED-QTY            TO  EXPECTED-QTY-O.
           MOVE    ACTUAL-QTY              TO  MASTER-QTY-O.
           MOVE    QTY-DIFFERENCE          TO  DIFFERENCE-O.
           MOVE    ROLL-GAP-CNT(IDX)       TO  GAP-CNT-O.
           WRITE   ROLL-PROOF-LINE     FROM    ROLL-DETAIL.

      *-----------------------------------------------------------------
      * place one ledger record the way INVGLJNL journalled it -- in
      * the period when it is dated in or before the period and was
      * appended by the time the period was posted.  an opening
      * balance is placed by its date alone.
      *-----------------------------------------------------------------
       400-PLACE-MOVEMENT.
           MOVE    "N"                 TO  IN-PERIOD-SW.
           MOVE    MOVE-DATE           TO  MOVE-DATE-WORK.
           IF  MOVE-PERIOD NOT > CLOSE-PERIOD
               IF  MOVE-TRANS-CODE = "O"
                       OR MOVE-POSTED-STAMP NOT > CLOSE-POSTED-STAMP
                   MOVE    "Y"         TO  IN-PERIOD-SW.

      *-----------------------------------------------------------------
      * read one ledger record for the split.
      *-----------------------------------------------------------------
       400-SPLIT-ONE-MOVEMENT.
           READ    MOVEMENT-LEDGER-FILE
                   AT END      MOVE "Y" TO MOVE-EOF-SW
                   NOT AT END  PERFORM 400-FILE-ONE-MOVEMENT.

      *-----------------------------------------------------------------
      * send one ledger record to the archive when it is placed in
      * the period, or aside to the work file when not.
      *-----------------------------------------------------------------
       400-FILE-ONE-MOVEMENT.
           PERFORM 400-PLACE-MOVEMENT.
           IF  IN-PERIOD-SW = "N"
               WRITE   WORK-MOVEMENT-RECORD    FROM    MOVEMENT-RECORD
               ADD     1               TO  CARRIED-CNT
           ELSE
               WRITE   ARCHIVE-MOVEMENT-RECORD FROM    MOVEMENT-RECORD
               ADD     1               TO  ARCHIVED-CNT
               IF  MOVE-DATE < ARCHIVE-FROM-DATE
                   MOVE    MOVE-DATE   TO  ARCHIVE-FROM-DATE.

      *-----------------------------------------------------------------
      * leave one part's period-end on-hand as its opening balance,
      * unless the part is gone from the master and ended the period
      * with nothing.
      *-----------------------------------------------------------------
       400-WRITE-OPENING-BALANCE.
           IF  ROLL-ON-MASTER-SW(IDX) = "Y"
                   OR ROLL-CLOSE-QTY(IDX) NOT = ZEROS
               MOVE    ROLL-PART-NUMBER(IDX)   TO  MOVE-PART-NUMBER
               MOVE    NEXT-PERIOD-DATE        TO  MOVE-DATE
               MOVE    "O"                     TO  MOVE-TRANS-CODE
               MOVE    ROLL-CLOSE-QTY(IDX)     TO  MOVE-QTY-BEFORE
                                                   MOVE-QTY-AFTER
               MOVE    "INVROLL"               TO  MOVE-SOURCE-PROGRAM
               MOVE    ROLL-UNIT-PRICE(IDX)    TO  MOVE-UNIT-PRICE
                                                   MOVE-PRIOR-PRICE
               MOVE    ROLL-UNIT-COST(IDX)     TO  MOVE-UNIT-COST
                                                   MOVE-AVG-COST
                                                   MOVE-PRIOR-AVG-COST
               ACCEPT  MOVE-POST-DATE  FROM DATE YYYYMMDD
               ACCEPT  MOVE-POST-TIME  FROM TIME
               WRITE   MOVEMENT-RECORD
               ADD     1                       TO  OPENING-WRITE-CNT.

      *-----------------------------------------------------------------
      * put one held-aside movement back on the ledger.
      *-----------------------------------------------------------------
       400-CARRY-ONE-MOVEMENT.
           READ    MOVEMENT-WORK-FILE  INTO    MOVEMENT-RECORD
                   AT END      MOVE "Y" TO WORK-EOF-SW
                   NOT AT END  WRITE   MOVEMENT-RECORD.
