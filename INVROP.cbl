      *    normal posting run instead of being retyped.  the operator
      *    answers at run time whether to cut them at all.
      *
      * Issues in periods INVROLL has closed off the ledger are read
      * back off their archive files, found through "MOVEARCH.TXT"
      * (the archive index), whenever the window reaches into them.
      *
      * The suggestion is the issue volume inside the window scaled
      * to the lead time (reorder point) and to the coverage days
      * (order quantity) -- plain proportions, reviewed on paper
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MOVE-FILE-STATUS.

      *    The archive index.  absent until INVROLL first closes a
      *    period, so status-checked.
           SELECT  ARCHIVE-INDEX-IN
                   ASSIGN TO "D:\MOVEARCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCH-FILE-STATUS.

      *    One closed period's movements.  the file is named off the
      *    archive index, moved to ARCHIVE-FILE-NAME before the open.
           SELECT  MOVEMENT-ARCHIVE-IN
                   ASSIGN TO ARCHIVE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    MOVEMENT-RECORD below is read from this file, and from
      *    the archives, with READ INTO.
       FD  MOVEMENT-LEDGER-IN
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-LEDGER-RECORD.
       01  MOVEMENT-LEDGER-RECORD      PIC X(81).

       FD  ARCHIVE-INDEX-IN
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ARCHIVE-INDEX-RECORD.
       01  ARCHIVE-INDEX-RECORD.
           COPY    ARCHREC.

       FD  MOVEMENT-ARCHIVE-IN
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS ARCHIVE-MOVEMENT-RECORD.
       01  ARCHIVE-MOVEMENT-RECORD     PIC X(81).

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
       01  REVIEW-REPORT-LINE          PIC X(75).

      *    Change transactions for the inventory posting run -- same
      *    62-byte layout INVMAINT reads off INVTRAN.TXT, code "C",
      *    the way INVCOUNT cuts its CNTADJ.TXT adjustments.
       FD  CHANGE-TRANS-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS CHANGE-TRANS-LINE.
       01  CHANGE-TRANS-LINE.
           05  CHG-TRANS-CODE          PIC X(01).
           05  CHG-REORDER-POINT       PIC 9(05).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC 9(05)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    One movement, moved in off the ledger or an archive by a
      *    READ INTO.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.

      *    The archive files the demand window reaches into.
       01  ARCHIVE-TABLE.
           05  ARCHIVE-TABLE-LEN   PIC 9(03) VALUE ZEROS.
           05  ARCHIVE-ENT         OCCURS 1 TO 999
                                   DEPENDING ON ARCHIVE-TABLE-LEN.
               10  ARCH-TAB-FILE-NAME  PIC X(20).

      *    This table is for saving of each part's issue volume
      *    inside the demand window, built in one scan of the ledger
      *    so the master sweep can look its part up.

       01  SWITCHES-AND-COUNTERS.
           05  MOVE-EOF-SW         PIC X(01) VALUE "N".
           05  ARCH-EOF-SW         PIC X(01) VALUE "N".
           05  ARCHIVE-EOF-SW      PIC X(01) VALUE "N".
           05  EOF-SW              PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  PART-CNT            PIC 9(03) VALUE ZEROS.
      *    work fields the proportions land in.
       01  REVIEW-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).
           05  ARCH-FILE-STATUS    PIC X(02).
           05  ARCHIVE-FILE-STATUS PIC X(02).
           05  ARCHIVE-FILE-NAME   PIC X(20).
           05  AR-IDX              PIC 9(04).
           05  WINDOW-START-DATE   PIC 9(08).
           05  DEMAND-WINDOW-DAYS  PIC 9(03) VALUE 090.
           05  LEAD-TIME-DAYS      PIC 9(03) VALUE 014.
           05  COVERAGE-DAYS       PIC 9(03) VALUE 030.
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM).
           COMPUTE WINDOW-START-INT =
                   TODAY-INTEGER - DEMAND-WINDOW-DAYS.
           COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INT).

      *-----------------------------------------------------------------
      * build the demand table in one scan of the ledger -- every
      * issue inside the window adds what it took off the shelf to
      * its part's bucket.  the archives of any closed period the
      * window reaches into are scanned first.
      *-----------------------------------------------------------------
       300-BUILD-DEMAND-TABLE.
           PERFORM 300-LOAD-ARCHIVE-INDEX.
           PERFORM 300-SCAN-ONE-ARCHIVE
               VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > ARCHIVE-TABLE-LEN.
           OPEN    INPUT   MOVEMENT-LEDGER-IN.
           IF  MOVE-FILE-STATUS = "00"
               PERFORM 400-SCAN-ONE-MOVEMENT
                       UNTIL MOVE-EOF-SW = "Y"
               CLOSE   MOVEMENT-LEDGER-IN.

      *-----------------------------------------------------------------
      * read the archive index and keep every closed period that
      * ends inside the demand window.
      *-----------------------------------------------------------------
       300-LOAD-ARCHIVE-INDEX.
           OPEN    INPUT   ARCHIVE-INDEX-IN.
           IF  ARCH-FILE-STATUS = "00"
               PERFORM 400-READ-ONE-ARCHIVE-INDEX
                       UNTIL ARCH-EOF-SW = "Y"
               CLOSE   ARCHIVE-INDEX-IN.

      *-----------------------------------------------------------------
      * scan one archive the way the ledger is scanned.  an archive
      * since removed from disk is passed over with a warning.
      *-----------------------------------------------------------------
       300-SCAN-ONE-ARCHIVE.
           MOVE    ARCH-TAB-FILE-NAME(AR-IDX)  TO  ARCHIVE-FILE-NAME.
           MOVE    "N"                 TO  ARCHIVE-EOF-SW.
           OPEN    INPUT   MOVEMENT-ARCHIVE-IN.
           IF  ARCHIVE-FILE-STATUS = "00"
               PERFORM 400-SCAN-ONE-ARCHIVED-MOVEMENT
                       UNTIL ARCHIVE-EOF-SW = "Y"
               CLOSE   MOVEMENT-ARCHIVE-IN
           ELSE
               DISPLAY "ARCHIVE NOT FOUND - " ARCHIVE-FILE-NAME.

      *-----------------------------------------------------------------
      * print title and header of the review report.
      *-----------------------------------------------------------------
      * into its part's demand bucket.
      *-----------------------------------------------------------------
       400-SCAN-ONE-MOVEMENT.
           READ    MOVEMENT-LEDGER-IN  INTO    MOVEMENT-RECORD
                   AT END      MOVE "Y" TO MOVE-EOF-SW
                   NOT AT END
                       IF  MOVE-TRANS-CODE = "S"
                           PERFORM 400-FOLD-ISSUE-INTO-DEMAND.

      *-----------------------------------------------------------------
      * keep one closed period when it ends inside the window.
      *-----------------------------------------------------------------
       400-READ-ONE-ARCHIVE-INDEX.
           READ    ARCHIVE-INDEX-IN
                   AT END      MOVE "Y" TO ARCH-EOF-SW
                   NOT AT END
                       IF  ARCH-TO-DATE NOT < WINDOW-START-DATE
                           ADD     1   TO  ARCHIVE-TABLE-LEN
                           MOVE    ARCH-FILE-NAME  TO
                               ARCH-TAB-FILE-NAME(ARCHIVE-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one archived movement and fold an issue inside the
      * window into its part's demand bucket.
      *-----------------------------------------------------------------
       400-SCAN-ONE-ARCHIVED-MOVEMENT.
           READ    MOVEMENT-ARCHIVE-IN INTO    MOVEMENT-RECORD
                   AT END      MOVE "Y" TO ARCHIVE-EOF-SW
                   NOT AT END
                       IF  MOVE-TRANS-CODE = "S"
                           PERFORM 400-FOLD-ISSUE-INTO-DEMAND.

      *-----------------------------------------------------------------
      * an issue -- if it falls inside the window, add what it took
      * off the shelf to its part's bucket, opening a new bucket for
