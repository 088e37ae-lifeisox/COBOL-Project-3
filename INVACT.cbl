      * thrown out weeks ago.
      *
      * - ACCEPT a part number and a from/to date from the operator,
      *    read "MOVELOG.TXT" (the movement ledger INVMAINT,
      *    INVXFER and INVPRICE append to), and print "ACTRPT.TXT" --
      *    every movement of that part inside the date range, in the
      *    order it was posted, with the on-hand before and after and
      *    the program that applied it.
      * - When the range reaches back before what MOVELOG.TXT still
      *    holds, read "MOVEARCH.TXT" (the index of the periods
      *    INVROLL has closed) and print the movements off each
      *    archive file the range touches first, oldest first, so a
      *    closed period reports the same as an open one.  an "O"
      *    line is the opening balance a close left behind.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
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

           SELECT  ACTIVITY-REPORT-OUT
                   ASSIGN TO "D:\ACTRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ACTIVITY-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    One movement, moved in off the ledger or an archive by a
      *    READ INTO.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.

      *    The archive files the date range touches, in the order
      *    INVROLL closed them.
       01  ARCHIVE-TABLE.
           05  ARCHIVE-TABLE-LEN   PIC 9(03) VALUE ZEROS.
           05  ARCHIVE-ENT         OCCURS 1 TO 999 TIMES
                                   DEPENDING ON ARCHIVE-TABLE-LEN.
               10  ARCH-TAB-FILE-NAME  PIC X(20).

      *    This record is for printing the title of the activity
      *    report -- the part and the date range the operator asked
      *    for.

       01  SWITCHES-AND-COUNTERS.
           05  MOVE-EOF-SW         PIC X(01) VALUE "N".
           05  ARCH-EOF-SW         PIC X(01) VALUE "N".
           05  ARCHIVE-EOF-SW      PIC X(01) VALUE "N".
           05  MOVE-CNT            PIC 9(03) VALUE ZEROS.
           05  ARCHIVE-READ-CNT    PIC 9(03) VALUE ZEROS.

      *    The part and date range the operator asked about.
       01  INQUIRY-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).
           05  ARCH-FILE-STATUS    PIC X(02).
           05  ARCHIVE-FILE-STATUS PIC X(02).
           05  ARCHIVE-FILE-NAME   PIC X(20).
           05  AR-IDX              PIC 9(04).
           05  ACT-PART-NUMBER     PIC 9(05).
           05  ACT-FROM-DATE       PIC 9(08).
           05  ACT-TO-DATE         PIC 9(08).
      *-----------------------------------------------------------------
       100-PRINT-PART-ACTIVITY.
           PERFORM 200-INITIATE-ACTIVITY-REPORT.
           PERFORM 200-PRINT-ARCHIVED-MOVEMENTS.
           PERFORM 200-PRINT-ONE-MOVEMENT
                   UNTIL MOVE-EOF-SW = "Y".
           PERFORM 200-TERMINATE-ACTIVITY-REPORT.
           STOP RUN.

      ******************************************************************
      * ask the part and date range, find the archives the range
      * touches, open files, and print the title and header.
      *-----------------------------------------------------------------
       200-INITIATE-ACTIVITY-REPORT.
           DISPLAY "PART NUMBER TO REPORT ON? ".
           ACCEPT  ACT-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD)? ".
           ACCEPT  ACT-TO-DATE.
           PERFORM 300-LOAD-ARCHIVE-INDEX.
           OPEN    INPUT   MOVEMENT-LEDGER-IN.
           IF  MOVE-FILE-STATUS NOT = "00"
               MOVE    "Y"             TO  MOVE-EOF-SW.
           WRITE   ACTIVITY-REPORT-LINE    FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * print what the range asks for off each archive it touches,
      * before anything still on the ledger.
      *-----------------------------------------------------------------
       200-PRINT-ARCHIVED-MOVEMENTS.
           PERFORM 300-PRINT-ONE-ARCHIVE
               VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > ARCHIVE-TABLE-LEN.

      *-----------------------------------------------------------------
      * read one ledger record and print it if it belongs to the
      * part and falls inside the date range.
      *-----------------------------------------------------------------
       200-PRINT-ONE-MOVEMENT.
           READ    MOVEMENT-LEDGER-IN  INTO    MOVEMENT-RECORD
                   AT END      MOVE "Y" TO MOVE-EOF-SW
                   NOT AT END  PERFORM 300-SELECT-ACTIVITY-DETAIL.

      *-----------------------------------------------------------------
      * print the footer count and close.
           MOVE    MOVE-CNT            TO  FOOTER-COUNTER.
           WRITE   ACTIVITY-REPORT-LINE    FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "ARCHIVES READ"     TO  FOOTER-NAME.
           MOVE    ARCHIVE-READ-CNT    TO  FOOTER-COUNTER.
           WRITE   ACTIVITY-REPORT-LINE    FROM    REPORT-FOOTER.
           IF  MOVE-FILE-STATUS = "00" OR MOVE-FILE-STATUS = "10"
               CLOSE   MOVEMENT-LEDGER-IN.
           CLOSE   ACTIVITY-REPORT-OUT.

      ******************************************************************
      * read the archive index and keep every closed period whose
      * dates overlap the range asked for.
      *-----------------------------------------------------------------
       300-LOAD-ARCHIVE-INDEX.
           OPEN    INPUT   ARCHIVE-INDEX-IN.
           IF  ARCH-FILE-STATUS = "00"
               PERFORM 400-READ-ONE-ARCHIVE-INDEX
                       UNTIL ARCH-EOF-SW = "Y"
               CLOSE   ARCHIVE-INDEX-IN.

      *-----------------------------------------------------------------
      * read one archive through.  an archive since removed from
      * disk is passed over with a warning.
      *-----------------------------------------------------------------
       300-PRINT-ONE-ARCHIVE.
           MOVE    ARCH-TAB-FILE-NAME(AR-IDX)  TO  ARCHIVE-FILE-NAME.
           MOVE    "N"                 TO  ARCHIVE-EOF-SW.
           OPEN    INPUT   MOVEMENT-ARCHIVE-IN.
           IF  ARCHIVE-FILE-STATUS = "00"
               ADD     1               TO  ARCHIVE-READ-CNT
               PERFORM 400-READ-ONE-ARCHIVED-MOVEMENT
                       UNTIL ARCHIVE-EOF-SW = "Y"
               CLOSE   MOVEMENT-ARCHIVE-IN
           ELSE
               DISPLAY "ARCHIVE NOT FOUND - " ARCHIVE-FILE-NAME.

      *-----------------------------------------------------------------
      * print the movement in hand if it belongs to the part and
      * falls inside the date range.
      *-----------------------------------------------------------------
       300-SELECT-ACTIVITY-DETAIL.
           IF  MOVE-PART-NUMBER = ACT-PART-NUMBER
                   AND MOVE-DATE NOT < ACT-FROM-DATE
                   AND MOVE-DATE NOT > ACT-TO-DATE
               PERFORM 300-PRINT-ACTIVITY-DETAIL.

      *-----------------------------------------------------------------
      * print one movement of the part inside the range.
      *-----------------------------------------------------------------
       300-PRINT-ACTIVITY-DETAIL.
           MOVE    MOVE-SOURCE-PROGRAM TO  SOURCE-O.
           WRITE   ACTIVITY-REPORT-LINE    FROM    ACTIVITY-DETAIL.
           ADD     1                   TO  MOVE-CNT.

      ******************************************************************
      * keep one closed period when its dates overlap the range.
      *-----------------------------------------------------------------
       400-READ-ONE-ARCHIVE-INDEX.
           READ    ARCHIVE-INDEX-IN
                   AT END      MOVE "Y" TO ARCH-EOF-SW
                   NOT AT END
                       IF  ARCH-TO-DATE NOT < ACT-FROM-DATE
                               AND ARCH-FROM-DATE NOT > ACT-TO-DATE
                           ADD     1   TO  ARCHIVE-TABLE-LEN
                           MOVE    ARCH-FILE-NAME  TO
                               ARCH-TAB-FILE-NAME(ARCHIVE-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one archived movement and print it if it is asked for.
      *-----------------------------------------------------------------
       400-READ-ONE-ARCHIVED-MOVEMENT.
           READ    MOVEMENT-ARCHIVE-IN INTO    MOVEMENT-RECORD
                   AT END      MOVE "Y" TO ARCHIVE-EOF-SW
                   NOT AT END  PERFORM 300-SELECT-ACTIVITY-DETAIL.
