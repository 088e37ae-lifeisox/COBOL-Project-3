      ******************************************************************
      * Referential integrity sweep.  The files point at each other
      * by part number and supplier id, but nothing used to check
      * that what they point at still exists -- an open order could
      * sit on the aging report for weeks against a part that had
      * been deleted.  run nightly, this lists every such dangling
      * reference with the file it lives in, so it is cleared up
      * before it misleads anyone.
      *
      * - Read "SUPPLIERS.TXT" and "INVMAST.DAT" (the supplier and
      *    inventory masters) into tables, checking on the way that
      *    every part's SUPPLIER-ID-I is a supplier on file.
      * - Read "PARTSUPP.TXT" and "OPENORD.TXT" (part and supplier
      *    both checked), and "ALLOC.TXT", "INTRANS.TXT",
      *    "ABCCLASS.TXT", "CNTDATES.TXT" and "LOTS.TXT" (part
      *    checked), and "BOM.TXT" (kit and component both checked).
      *    any of them may be absent, which is simply nothing to
      *    check.
      * - Print "INTEGRTY.TXT" -- every orphan with its file, key
      *    and what it points at that is missing -- and per file the
      *    records checked and orphans found.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 INVINTEG.
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
           SELECT  SUPPLIERS-FILE-IN
                   ASSIGN TO "D:\SUPPLIERS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUPP-FILE-STATUS.

           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-I
                   FILE STATUS IS INVM-FILE-STATUS.

      *    The files that point back at the two masters.  every one
      *    may be absent, so every open is status-checked.
           SELECT  PART-SUPPLIER-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

           SELECT  OPEN-ORDERS-IN
                   ASSIGN TO "D:\OPENORD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OORD-FILE-STATUS.

           SELECT  ALLOCATION-IN
                   ASSIGN TO "D:\ALLOC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALOC-FILE-STATUS.

           SELECT  IN-TRANSIT-IN
                   ASSIGN TO "D:\INTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INTR-FILE-STATUS.

           SELECT  ABC-CLASS-IN
                   ASSIGN TO "D:\ABCCLASS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ABC-FILE-STATUS.

           SELECT  COUNT-DATES-IN
                   ASSIGN TO "D:\CNTDATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CNTD-FILE-STATUS.

           SELECT  LOT-FILE
                   ASSIGN TO "D:\LOTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOT-FILE-STATUS.

           SELECT  BILL-OF-MATERIALS-IN
                   ASSIGN TO "D:\BOM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BOM-FILE-STATUS.

           SELECT  INTEGRITY-REPORT-OUT
                   ASSIGN TO "D:\INTEGRTY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPPLIERS-FILE-IN
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS SUPPLIERS-RECORD.
       01  SUPPLIERS-RECORD.
           COPY    SUPPREC.

       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.

       FD  PART-SUPPLIER-IN
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS PART-SUPPLIER-RECORD.
       01  PART-SUPPLIER-RECORD.
           COPY    XREFREC.

       FD  OPEN-ORDERS-IN
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPEN-ORDER-RECORD.
       01  OPEN-ORDER-RECORD.
           05  OORD-PART-NUMBER    PIC 9(05).
           05  OORD-SUPPLIER-ID    PIC X(02).
           05  OORD-ORDER-QTY      PIC 9(07).
           05  OORD-EXT-COST       PIC 9(12)V99.
           05  OORD-ORDER-DATE     PIC 9(08).

       FD  ALLOCATION-IN
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS ALLOCATION-RECORD.
       01  ALLOCATION-RECORD.
           COPY    ALOCREC.

       FD  IN-TRANSIT-IN
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS IN-TRANSIT-RECORD.
       01  IN-TRANSIT-RECORD.
           05  INTR-PART-NUMBER    PIC 9(05).
           05  INTR-FROM-LOCATION  PIC X(03).
           05  INTR-TO-LOCATION    PIC X(03).
           05  INTR-QTY            PIC 9(05).
           05  INTR-DISPATCH-DATE  PIC 9(08).

       FD  ABC-CLASS-IN
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS ABC-CLASS-RECORD.
       01  ABC-CLASS-RECORD.
           05  ABC-PART-NUMBER     PIC 9(05).
           05  ABC-CLASS           PIC X(01).

       FD  COUNT-DATES-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS COUNT-DATE-RECORD.
       01  COUNT-DATE-RECORD.
           05  CNTD-PART-NUMBER    PIC 9(05).
           05  CNTD-LAST-COUNT-DATE    PIC 9(08).

       FD  LOT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LOT-RECORD.
       01  LOT-RECORD.
           COPY    LOTREC.

       FD  BILL-OF-MATERIALS-IN
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS BOM-RECORD.
       01  BOM-RECORD.
           COPY    BOMREC.

       FD  INTEGRITY-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTEGRITY-REPORT-LINE.
       01  INTEGRITY-REPORT-LINE       PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    The files swept, in the order they are checked.
       01  FILE-NAME-RECORD-TAB.
           05  FILLER              PIC X(12) VALUE "SUPPLIERS".
           05  FILLER              PIC X(12) VALUE "INVMAST".
           05  FILLER              PIC X(12) VALUE "PARTSUPP".
           05  FILLER              PIC X(12) VALUE "OPENORD".
           05  FILLER              PIC X(12) VALUE "ALLOC".
           05  FILLER              PIC X(12) VALUE "INTRANS".
           05  FILLER              PIC X(12) VALUE "ABCCLASS".
           05  FILLER              PIC X(12) VALUE "CNTDATES".
           05  FILLER              PIC X(12) VALUE "LOTS".
           05  FILLER              PIC X(12) VALUE "BOM".
       01  FILE-NAME-TABLE         REDEFINES FILE-NAME-RECORD-TAB.
           05  CHECK-FILE-NAME     PIC X(12) OCCURS 10 TIMES.

      *    Per-file tallies for the footer.
       01  FILE-TOTALS-TABLE.
           05  FILE-TOTALS         OCCURS 10 TIMES.
               10  FILE-READ-CNT       PIC 9(05).
               10  FILE-ORPHAN-CNT     PIC 9(05).

      *    This table is for saving of every supplier id on
      *    SUPPLIERS.TXT.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-TABLE-LEN  PIC 9(03) VALUE ZEROS.
           05  SUPPLIER-TAB        OCCURS 1 TO 999
                                   DEPENDING ON SUPPLIER-TABLE-LEN.
               10  SUPPLIER-TAB-ID     PIC X(02).

      *    This table is for saving of every part number on the
      *    inventory master.
       01  MASTER-PART-TABLE.
           05  MASTER-TABLE-LEN    PIC 9(03) VALUE ZEROS.
           05  MASTER-TAB          OCCURS 1 TO 999
                                   DEPENDING ON MASTER-TABLE-LEN.
               10  MASTER-TAB-PART     PIC 9(05).

      *    This record is for printing the title of the integrity
      *    report.
       01  REPORT-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
                   "REFERENTIAL INTEGRITY REPORT".
           05  FILLER              PIC X(06) VALUE "DATE: ".
           05  RUN-DATE-O          PIC 9(08).

      *    This record is for printing the header of the integrity
      *    report.
       01  REPORT-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "FILE".
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(06) VALUE "SUPP".
           05  FILLER              PIC X(12) VALUE "REFERENCE".
           05  FILLER              PIC X(30) VALUE "PROBLEM".

      *    This record is for printing one orphan -- the file it
      *    lives in, its key, and what it names that is not there.
       01  REPORT-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILE-NAME-O         PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PART-NUMBER-O       PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SUPPLIER-ID-O       PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REFERENCE-O         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PROBLEM-O           PIC X(30).

      *    This record is for printing the header of the per-file
      *    totals.
       01  TOTALS-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "FILE".
           05  FILLER              PIC X(10) VALUE "   CHECKED".
           05  FILLER              PIC X(10) VALUE "   ORPHANS".

      *    This record is for printing one file's totals.
       01  TOTALS-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TOTAL-FILE-NAME-O   PIC X(12).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TOTAL-READ-O        PIC ZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TOTAL-ORPHAN-O      PIC ZZ,ZZ9.

      *    This record is for printing the totals footer of the
      *    integrity report.
       01  REPORT-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(15).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    Fields set before PERFORM 400-PRINT-ORPHAN, since one print
      *    paragraph is shared by every file and every kind of
      *    orphan.
       01  ORPHAN-DETAIL-INFO.
           05  ORPHAN-FILE-IDX     PIC 9(02).
           05  ORPHAN-PART-SAVE    PIC X(05).
           05  ORPHAN-SUPPLIER-SAVE    PIC X(02).
           05  ORPHAN-REFERENCE-SAVE   PIC X(10).
           05  ORPHAN-PROBLEM-SAVE PIC X(30).

       01  SWITCHES-AND-COUNTERS.
           05  CHECK-EOF-SW        PIC X(01) VALUE "N".
           05  FOUND-SW            PIC X(01) VALUE "N".
           05  ORPHAN-CNT          PIC 9(05) VALUE ZEROS.

       01  MISCELLONIOUS.
           05  SUPP-FILE-STATUS    PIC X(02).
           05  INVM-FILE-STATUS    PIC X(02).
           05  XREF-FILE-STATUS    PIC X(02).
           05  OORD-FILE-STATUS    PIC X(02).
           05  ALOC-FILE-STATUS    PIC X(02).
           05  INTR-FILE-STATUS    PIC X(02).
           05  ABC-FILE-STATUS     PIC X(02).
           05  CNTD-FILE-STATUS    PIC X(02).
           05  LOT-FILE-STATUS     PIC X(02).
           05  BOM-FILE-STATUS     PIC X(02).
           05  IDX                 PIC 9(04).
           05  FL-IDX              PIC 9(02).
           05  CHECK-PART-NUMBER   PIC 9(05).
           05  CHECK-SUPPLIER-ID   PIC X(02).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-SWEEP-REFERENTIAL-INTEGRITY.
           PERFORM 200-INITIATE-INTEGRITY-SWEEP.
           PERFORM 200-CHECK-MASTER-FILES.
           PERFORM 200-CHECK-REFERRING-FILES.
           PERFORM 200-TERMINATE-INTEGRITY-SWEEP.
           STOP RUN.

      ******************************************************************
      * open the report and print its title and header.
      *-----------------------------------------------------------------
       200-INITIATE-INTEGRITY-SWEEP.
           INITIALIZE FILE-TOTALS-TABLE.
           OPEN    OUTPUT  INTEGRITY-REPORT-OUT.
           ACCEPT  RUN-DATE-O          FROM DATE YYYYMMDD.
           WRITE   INTEGRITY-REPORT-LINE   FROM    REPORT-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   INTEGRITY-REPORT-LINE   FROM    REPORT-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
      * load the supplier master, then sweep the inventory master
      * into its table, checking each part's supplier on the way.
      *-----------------------------------------------------------------
       200-CHECK-MASTER-FILES.
           OPEN    INPUT   SUPPLIERS-FILE-IN.
           IF  SUPP-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-LOAD-ONE-SUPPLIER
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   SUPPLIERS-FILE-IN.
           OPEN    INPUT   INVENT-MASTER-IN.
           IF  INVM-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-MASTER-PART
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   INVENT-MASTER-IN.

      *-----------------------------------------------------------------
      * sweep every file that points back at the two masters.
      *-----------------------------------------------------------------
       200-CHECK-REFERRING-FILES.
           PERFORM 300-CHECK-PART-SUPPLIER-FILE.
           PERFORM 300-CHECK-OPEN-ORDERS-FILE.
           PERFORM 300-CHECK-ALLOCATION-FILE.
           PERFORM 300-CHECK-IN-TRANSIT-FILE.
           PERFORM 300-CHECK-ABC-CLASS-FILE.
           PERFORM 300-CHECK-COUNT-DATES-FILE.
           PERFORM 300-CHECK-LOT-FILE.
           PERFORM 300-CHECK-BOM-FILE.

      *-----------------------------------------------------------------
      * print the per-file totals and the orphan count, and close.
      * any orphan at all ends the run with a warning return code.
      *-----------------------------------------------------------------
       200-TERMINATE-INTEGRITY-SWEEP.
           WRITE   INTEGRITY-REPORT-LINE   FROM    TOTALS-HEADER
                   AFTER ADVANCING 3   LINES.
           PERFORM 400-PRINT-ONE-FILE-TOTAL
               VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > 10.
           MOVE    "ORPHANS FOUND"     TO  FOOTER-NAME.
           MOVE    ORPHAN-CNT          TO  FOOTER-COUNTER.
           WRITE   INTEGRITY-REPORT-LINE   FROM    REPORT-FOOTER
                   AFTER ADVANCING 2   LINES.
           CLOSE   INTEGRITY-REPORT-OUT.
           IF  ORPHAN-CNT > ZEROS
               DISPLAY "ORPHANED REFERENCES FOUND - SEE INTEGRTY.TXT"
               MOVE    4               TO  RETURN-CODE.

      ******************************************************************
      * PARTSUPP.TXT -- the part and the supplier must both exist.
      *-----------------------------------------------------------------
       300-CHECK-PART-SUPPLIER-FILE.
           OPEN    INPUT   PART-SUPPLIER-IN.
           IF  XREF-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-PART-SUPPLIER
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   PART-SUPPLIER-IN.

      *-----------------------------------------------------------------
      * OPENORD.TXT -- the part and the supplier must both exist.
      *-----------------------------------------------------------------
       300-CHECK-OPEN-ORDERS-FILE.
           OPEN    INPUT   OPEN-ORDERS-IN.
           IF  OORD-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-OPEN-ORDER
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   OPEN-ORDERS-IN.

      *-----------------------------------------------------------------
      * ALLOC.TXT -- the part must exist.
      *-----------------------------------------------------------------
       300-CHECK-ALLOCATION-FILE.
           OPEN    INPUT   ALLOCATION-IN.
           IF  ALOC-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-ALLOCATION
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   ALLOCATION-IN.

      *-----------------------------------------------------------------
      * INTRANS.TXT -- the part must exist.
      *-----------------------------------------------------------------
       300-CHECK-IN-TRANSIT-FILE.
           OPEN    INPUT   IN-TRANSIT-IN.
           IF  INTR-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-IN-TRANSIT
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   IN-TRANSIT-IN.

      *-----------------------------------------------------------------
      * ABCCLASS.TXT -- the part must exist.
      *-----------------------------------------------------------------
       300-CHECK-ABC-CLASS-FILE.
           OPEN    INPUT   ABC-CLASS-IN.
           IF  ABC-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-ABC-CLASS
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   ABC-CLASS-IN.

      *-----------------------------------------------------------------
      * CNTDATES.TXT -- the part must exist.
      *-----------------------------------------------------------------
       300-CHECK-COUNT-DATES-FILE.
           OPEN    INPUT   COUNT-DATES-IN.
           IF  CNTD-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-COUNT-DATE
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   COUNT-DATES-IN.

      *-----------------------------------------------------------------
      * LOTS.TXT -- the part must exist.
      *-----------------------------------------------------------------
       300-CHECK-LOT-FILE.
           OPEN    INPUT   LOT-FILE.
           IF  LOT-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-LOT
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   LOT-FILE.

      *-----------------------------------------------------------------
      * BOM.TXT -- the kit and the component must both exist.
      *-----------------------------------------------------------------
       300-CHECK-BOM-FILE.
           OPEN    INPUT   BILL-OF-MATERIALS-IN.
           IF  BOM-FILE-STATUS = "00"
               MOVE    "N"             TO  CHECK-EOF-SW
               PERFORM 400-CHECK-ONE-BOM-LINE
                       UNTIL CHECK-EOF-SW = "Y"
               CLOSE   BILL-OF-MATERIALS-IN.

      *-----------------------------------------------------------------
      * look CHECK-PART-NUMBER up on the master table.
      *-----------------------------------------------------------------
       300-FIND-MASTER-PART.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-MASTER-PART
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MASTER-TABLE-LEN OR FOUND-SW = "Y".

      *-----------------------------------------------------------------
      * look CHECK-SUPPLIER-ID up on the supplier table.
      *-----------------------------------------------------------------
       300-FIND-SUPPLIER.
           MOVE    "N"                 TO  FOUND-SW.
           PERFORM 400-SEARCH-SUPPLIER
               VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SUPPLIER-TABLE-LEN OR FOUND-SW = "Y".

      *-----------------------------------------------------------------
      * the record in hand names a part -- report it when the part
      * is not on the master.  the caller has set the file index,
      * the key fields and the reference.
      *-----------------------------------------------------------------
       300-CHECK-PART-REFERENCE.
           PERFORM 300-FIND-MASTER-PART.
           IF  FOUND-SW = "N"
               MOVE    "PART NOT ON INVMAST"   TO  ORPHAN-PROBLEM-SAVE
               PERFORM 400-PRINT-ORPHAN.

      *-----------------------------------------------------------------
      * the record in hand names a supplier -- report it when the
      * supplier is not on the supplier master.
      *-----------------------------------------------------------------
       300-CHECK-SUPPLIER-REFERENCE.
           PERFORM 300-FIND-SUPPLIER.
           IF  FOUND-SW = "N"
               MOVE    "SUPPLIER NOT ON SUPPLIERS"
                       TO  ORPHAN-PROBLEM-SAVE
               PERFORM 400-PRINT-ORPHAN.

      ******************************************************************
      * read one supplier into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-SUPPLIER.
           READ    SUPPLIERS-FILE-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(1)
                       ADD     1       TO  SUPPLIER-TABLE-LEN
                       MOVE    SUPPLIER-ID-S   TO
                               SUPPLIER-TAB-ID(SUPPLIER-TABLE-LEN).

      *-----------------------------------------------------------------
      * read one master part into the next table entry and check the
      * supplier it names.  a part with no supplier names none.
      *-----------------------------------------------------------------
       400-CHECK-ONE-MASTER-PART.
           READ    INVENT-MASTER-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(2)
                       ADD     1       TO  MASTER-TABLE-LEN
                       MOVE    PART-NUMBER-I   TO
                               MASTER-TAB-PART(MASTER-TABLE-LEN)
                       IF  SUPPLIER-ID-I NOT = SPACES
                           MOVE    2               TO  ORPHAN-FILE-IDX
                           MOVE    PART-NUMBER-I   TO  ORPHAN-PART-SAVE
                           MOVE    SUPPLIER-ID-I   TO
                                   ORPHAN-SUPPLIER-SAVE
                                   CHECK-SUPPLIER-ID
                           MOVE    LOCATION-CODE-I TO
                                   ORPHAN-REFERENCE-SAVE
                           PERFORM 300-CHECK-SUPPLIER-REFERENCE.

      *-----------------------------------------------------------------
      * read one cross-reference line and check both its keys.
      *-----------------------------------------------------------------
       400-CHECK-ONE-PART-SUPPLIER.
           READ    PART-SUPPLIER-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(3)
                       MOVE    3               TO  ORPHAN-FILE-IDX
                       MOVE    XRF-PART-NUMBER TO  ORPHAN-PART-SAVE
                                                   CHECK-PART-NUMBER
                       MOVE    XRF-SUPPLIER-ID TO  ORPHAN-SUPPLIER-SAVE
                                                   CHECK-SUPPLIER-ID
                       MOVE    SPACES          TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE
                       PERFORM 300-CHECK-SUPPLIER-REFERENCE.

      *-----------------------------------------------------------------
      * read one open order and check both its keys.  the order date
      * is printed as the reference.
      *-----------------------------------------------------------------
       400-CHECK-ONE-OPEN-ORDER.
           READ    OPEN-ORDERS-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(4)
                       MOVE    4               TO  ORPHAN-FILE-IDX
                       MOVE    OORD-PART-NUMBER    TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    OORD-SUPPLIER-ID    TO
                               ORPHAN-SUPPLIER-SAVE
                               CHECK-SUPPLIER-ID
                       MOVE    OORD-ORDER-DATE     TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE
                       PERFORM 300-CHECK-SUPPLIER-REFERENCE.

      *-----------------------------------------------------------------
      * read one allocation and check its part.  the customer
      * reference is printed as the reference.
      *-----------------------------------------------------------------
       400-CHECK-ONE-ALLOCATION.
           READ    ALLOCATION-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(5)
                       MOVE    5               TO  ORPHAN-FILE-IDX
                       MOVE    ALOC-PART-NUMBER    TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    ALOC-CUSTOMER-REF   TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one transfer in transit and check its part.  the
      * dispatch date is printed as the reference.
      *-----------------------------------------------------------------
       400-CHECK-ONE-IN-TRANSIT.
           READ    IN-TRANSIT-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(6)
                       MOVE    6               TO  ORPHAN-FILE-IDX
                       MOVE    INTR-PART-NUMBER    TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    INTR-DISPATCH-DATE  TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one class record and check its part.
      *-----------------------------------------------------------------
       400-CHECK-ONE-ABC-CLASS.
           READ    ABC-CLASS-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(7)
                       MOVE    7               TO  ORPHAN-FILE-IDX
                       MOVE    ABC-PART-NUMBER TO  ORPHAN-PART-SAVE
                                                   CHECK-PART-NUMBER
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    ABC-CLASS       TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one last-counted record and check its part.
      *-----------------------------------------------------------------
       400-CHECK-ONE-COUNT-DATE.
           READ    COUNT-DATES-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(8)
                       MOVE    8               TO  ORPHAN-FILE-IDX
                       MOVE    CNTD-PART-NUMBER    TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    CNTD-LAST-COUNT-DATE    TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one stock lot and check its part.
      *-----------------------------------------------------------------
       400-CHECK-ONE-LOT.
           READ    LOT-FILE
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(9)
                       MOVE    9               TO  ORPHAN-FILE-IDX
                       MOVE    LOT-PART-NUMBER     TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    LOT-NUMBER      TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * read one bill-of-materials line and check its kit, then its
      * component -- each one's reference is the other part.
      *-----------------------------------------------------------------
       400-CHECK-ONE-BOM-LINE.
           READ    BILL-OF-MATERIALS-IN
                   AT END      MOVE "Y" TO CHECK-EOF-SW
                   NOT AT END
                       ADD     1       TO  FILE-READ-CNT(10)
                       MOVE    10              TO  ORPHAN-FILE-IDX
                       MOVE    SPACES          TO  ORPHAN-SUPPLIER-SAVE
                       MOVE    BOM-KIT-PART    TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    BOM-COMPONENT-PART  TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE
                       MOVE    BOM-COMPONENT-PART  TO
                               ORPHAN-PART-SAVE
                               CHECK-PART-NUMBER
                       MOVE    BOM-KIT-PART    TO
                               ORPHAN-REFERENCE-SAVE
                       PERFORM 300-CHECK-PART-REFERENCE.

      *-----------------------------------------------------------------
      * match one master-table entry by part number.
      *-----------------------------------------------------------------
       400-SEARCH-MASTER-PART.
           IF  MASTER-TAB-PART(IDX) = CHECK-PART-NUMBER
               MOVE    "Y"             TO  FOUND-SW.

      *-----------------------------------------------------------------
      * match one supplier-table entry by supplier id.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER.
           IF  SUPPLIER-TAB-ID(IDX) = CHECK-SUPPLIER-ID
               MOVE    "Y"             TO  FOUND-SW.

      *-----------------------------------------------------------------
      * print one orphan and tally it against its file.
      *-----------------------------------------------------------------
       400-PRINT-ORPHAN.
           MOVE    CHECK-FILE-NAME(ORPHAN-FILE-IDX)    TO  FILE-NAME-O.
           MOVE    ORPHAN-PART-SAVE    TO  PART-NUMBER-O.
           MOVE    ORPHAN-SUPPLIER-SAVE    TO  SUPPLIER-ID-O.
           MOVE    ORPHAN-REFERENCE-SAVE   TO  REFERENCE-O.
           MOVE    ORPHAN-PROBLEM-SAVE TO  PROBLEM-O.
           WRITE   INTEGRITY-REPORT-LINE   FROM    REPORT-DETAIL.
           ADD     1                   TO
                   FILE-ORPHAN-CNT(ORPHAN-FILE-IDX)
                   ORPHAN-CNT.

      *-----------------------------------------------------------------
      * print one file's records checked and orphans found.
      *-----------------------------------------------------------------
       400-PRINT-ONE-FILE-TOTAL.
           MOVE    CHECK-FILE-NAME(FL-IDX) TO  TOTAL-FILE-NAME-O.
           MOVE    FILE-READ-CNT(FL-IDX)   TO  TOTAL-READ-O.
           MOVE    FILE-ORPHAN-CNT(FL-IDX) TO  TOTAL-ORPHAN-O.
           WRITE   INTEGRITY-REPORT-LINE   FROM    TOTALS-DETAIL.
