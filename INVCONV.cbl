      ******************************************************************
      * One-time inventory master layout conversion.  Rebuilds the
      * 62-byte version-2 master into the 69-byte version-3 layout
      * INVREC.CPY carries now (the moving-average unit cost added on
      * the end), the way it once rebuilt the 58-byte version-1
      * master into version 2.  the new cost is seeded from the
      * part's quoted cost on PARTSUPP.TXT for its own supplier, so
      * the cost valuations start from a sensible figure; a part with
      * no quote starts at zero and takes its first receipt's cost.
      *
      * - Read "INVMAST.DAT" (the version-2 indexed master, its old
      *    layout spelled out here since the copybook has moved on)
      *    and "PARTSUPP.TXT" (the part-supplier quotes), and write
      *    "INVMAST2.DAT" (the same parts in the version-3 layout).
      *    once the counts balance, rename INVMAST2.DAT over
      *    INVMAST.DAT and the whole stream reads the new layout.
      *    run every program off the new copybook from that point
      *    on -- a version-2 master read with the version-3 layout
      *    comes up short by the cost field.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-V2.

           SELECT  NEW-MASTER-OUT
                   ASSIGN TO "D:\INVMAST2.DAT"
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-M.

      *    The part-supplier quotes XREFMNT maintains -- the source of
      *    each part's starting cost.  XREFMNT may never have run, so
      *    its open is status-checked and a missing file simply seeds
      *    every part at zero.
           SELECT  XREF-FILE-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    The version-2 record, spelled out field by field --
      *    INVREC.CPY describes version 3 now, so the old layout
      *    lives only here.
       FD  OLD-MASTER-IN
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS OLD-INVENTORY-RECORD.
       01  OLD-INVENTORY-RECORD.
           05  PART-NUMBER-V2      PIC 9(05).
           05  PART-NAME-V2        PIC X(20).
           05  QUANTITY-V2         PIC 9(05).
           05  UNIT-PRICE-V2       PIC 9(04)V99.
           05  REORDER-POINT-V2    PIC 9(05).
           05  SUPPLIER-ID-V2      PIC X(02).
           05  LOCATION-CODE-V2    PIC X(03).
           05  LAST-RECEIVED-DATE-V2   PIC 9(08).
           05  LAST-SOLD-DATE-V2   PIC 9(08).

      *    The version-3 master.  Field names carry an -M suffix
      *    instead of INVREC's -I, the way INVLOAD names its output
      *    record.
       FD  NEW-MASTER-OUT
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS NEW-INVENTORY-RECORD.
       01  NEW-INVENTORY-RECORD.
           COPY    INVREC
                              ==LAST-RECEIVED-DATE-I==    BY
                              ==LAST-RECEIVED-DATE-M==
                              ==LAST-SOLD-DATE-I==        BY
                              ==LAST-SOLD-DATE-M==
                              ==AVG-UNIT-COST-I==         BY
                              ==AVG-UNIT-COST-M==.

       FD  XREF-FILE-IN
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS XREF-RECORD.
       01  XREF-RECORD.
           COPY    XREFREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  EOF-SW              PIC X(01) VALUE "N".
           05  RCNT                PIC 9(03) VALUE ZEROS.
           05  WCNT                PIC 9(03) VALUE ZEROS.
           05  NO-COST-CNT         PIC 9(03) VALUE ZEROS.
           05  COUNT-OUT           PIC ZZZ9.

      *    This table is for saving of the part-supplier quotes, so
      *    each part's own supplier's cost can be looked up.
       01  XREF-TABLE.
           05  XREF-TABLE-LEN      PIC 9(03) VALUE ZEROS.
           05  XREF-TAB            OCCURS 1 TO 999
                                   DEPENDING ON XREF-TABLE-LEN.
               10  XREF-PART           PIC 9(05).
               10  XREF-SUPPLIER       PIC X(02).
               10  XREF-UNIT-COST      PIC 9(05)V99.

      *    Controls for loading and searching the quote table.
       01  XREF-CONTROLS.
           05  XREF-FILE-STATUS    PIC X(02).
           05  XREF-EOF-SW         PIC X(01) VALUE "N".
           05  XREF-FOUND-SW       PIC X(01).
           05  XR-IDX              PIC 9(04).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
           STOP RUN.

      ******************************************************************
      * load the quote table, open the old and new masters and read
      * the first record.
      *-----------------------------------------------------------------
       200-INITIATE-MASTER-CONVERT.
           PERFORM 300-LOAD-XREF-TABLE.
           OPEN    INPUT   OLD-MASTER-IN.
           OPEN    OUTPUT  NEW-MASTER-OUT.
           PERFORM 300-READ-OLD-MASTER.

      *-----------------------------------------------------------------
      * carry one record into the version-3 layout and seed its
      * moving-average cost from the part's own supplier's quote.
      *-----------------------------------------------------------------
       200-CONVERT-ONE-RECORD.
           MOVE    PART-NUMBER-V2      TO  PART-NUMBER-M.
           MOVE    PART-NAME-V2        TO  PART-NAME-M.
           MOVE    QUANTITY-V2         TO  QUANTITY-M.
           MOVE    UNIT-PRICE-V2       TO  UNIT-PRICE-M.
           MOVE    REORDER-POINT-V2    TO  REORDER-POINT-M.
           MOVE    SUPPLIER-ID-V2      TO  SUPPLIER-ID-M.
           MOVE    LOCATION-CODE-V2    TO  LOCATION-CODE-M.
           MOVE    LAST-RECEIVED-DATE-V2   TO  LAST-RECEIVED-DATE-M.
           MOVE    LAST-SOLD-DATE-V2   TO  LAST-SOLD-DATE-M.
           PERFORM 300-SEED-AVERAGE-COST.
           WRITE   NEW-INVENTORY-RECORD.
           ADD     1                   TO  WCNT.
           PERFORM 300-READ-OLD-MASTER.
           DISPLAY "RECORDS READ:      " COUNT-OUT.
           MOVE    WCNT                TO  COUNT-OUT.
           DISPLAY "RECORDS CONVERTED: " COUNT-OUT.
           MOVE    NO-COST-CNT         TO  COUNT-OUT.
           DISPLAY "NO COST ON FILE:   " COUNT-OUT.
           DISPLAY "WHEN THE COUNTS AGREE, RENAME INVMAST2.DAT".
           DISPLAY "OVER INVMAST.DAT BEFORE THE NEXT RUN.".

      ******************************************************************
      * read one version-2 master record.
      *-----------------------------------------------------------------
       300-READ-OLD-MASTER.
           READ    OLD-MASTER-IN
                   AT END      MOVE "Y" TO EOF-SW
                   NOT AT END  ADD 1 TO RCNT.

      *-----------------------------------------------------------------
      * load PARTSUPP.TXT into XREF-TABLE.  a missing file leaves the
      * table empty.
      *-----------------------------------------------------------------
       300-LOAD-XREF-TABLE.
           OPEN    INPUT   XREF-FILE-IN.
           IF  XREF-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-XREF
                       UNTIL XREF-EOF-SW = "Y"
               CLOSE   XREF-FILE-IN.

      *-----------------------------------------------------------------
      * find the quote for the part and its master supplier; with no
      * quote on file the cost starts at zero and is counted.
      *-----------------------------------------------------------------
       300-SEED-AVERAGE-COST.
           MOVE    ZEROS               TO  AVG-UNIT-COST-M.
           MOVE    "N"                 TO  XREF-FOUND-SW.
           PERFORM 400-SEARCH-XREF
               VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > XREF-TABLE-LEN
                       OR XREF-FOUND-SW = "Y".
           IF  XREF-FOUND-SW = "N"
               ADD     1               TO  NO-COST-CNT.

      ******************************************************************
      * read one quote into the next table entry.
      *-----------------------------------------------------------------
       400-LOAD-ONE-XREF.
           READ    XREF-FILE-IN
                   AT END      MOVE "Y" TO XREF-EOF-SW
                   NOT AT END
                       ADD     1       TO  XREF-TABLE-LEN
                       MOVE    XRF-PART-NUMBER     TO
                               XREF-PART(XREF-TABLE-LEN)
                       MOVE    XRF-SUPPLIER-ID     TO
                               XREF-SUPPLIER(XREF-TABLE-LEN)
                       MOVE    XRF-UNIT-COST       TO
                               XREF-UNIT-COST(XREF-TABLE-LEN).

      *-----------------------------------------------------------------
      * test one quote against the part and its master supplier.
      *-----------------------------------------------------------------
       400-SEARCH-XREF.
           IF  XREF-PART(XR-IDX) = PART-NUMBER-M
               AND XREF-SUPPLIER(XR-IDX) = SUPPLIER-ID-M
               MOVE    "Y"                 TO  XREF-FOUND-SW
               MOVE    XREF-UNIT-COST(XR-IDX)  TO  AVG-UNIT-COST-M.
