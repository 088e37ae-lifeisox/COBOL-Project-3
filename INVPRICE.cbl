      *    before/after revaluation report per part with a total
      *    showing exactly how much the change moves GRAND-TOTAL
      *    before the next PROJECT3 run.
      * - Append one "V" record per repriced part to "MOVELOG.TXT"
      *    (the movement ledger), carrying the old and new price
      *    against the unchanged on-hand, so the part's movement
      *    history and the general ledger see the repricing.  INVGLJNL
      *    carries stock at average cost, so it counts the record but
      *    posts nothing for it; only a change in the average would
      *    reach the revaluation account.
      * - Append every price and supplier cost it moves to
      *    "AUDITLOG.TXT", old and new, under the operator id keyed
      *    at the start of the run.
      *
      * A new unit price sets the selling price of the matching
      * parts; it says nothing about what a supplier charges, so
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUSP-FILE-STATUS.

      *    The permanent movement ledger -- a repricing moves neither
      *    stock nor cost, but the old and new price are logged there
      *    for the part's history and the general ledger, which counts
      *    it without posting it.  append-only, so its open is
      *    status-checked the same way SUSPENSE.TXT's is.
           SELECT  MOVEMENT-LEDGER-OUT
                   ASSIGN TO "D:\MOVELOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MOVE-FILE-STATUS.

      *    The field-change audit trail every maintenance program
      *    appends to.  append-only, so its open is status-checked.
           SELECT  AUDIT-LOG-OUT
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       01  PRICE-TRANS-RECORD          PIC X(19).

       FD  INVENT-MASTER-IO
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD.
           COPY    SUSPREC.

       FD  MOVEMENT-LEDGER-OUT
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS MOVEMENT-RECORD.
       01  MOVEMENT-RECORD.
           COPY    MOVEREC.

       FD  AUDIT-LOG-OUT
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  SUSP-FILE-STATUS    PIC X(02).
           05  SUSP-RUN-DATE       PIC 9(08).

      *    Controls for the movement ledger.
       01  MOVEMENT-CONTROLS.
           05  MOVE-FILE-STATUS    PIC X(02).

      *    Controls for the field-change audit trail.
       01  AUDIT-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  AUDIT-AMOUNT-EDIT   PIC ZZZZ9.99.
           05  TIME-NOW            PIC 9(08).

       01  ACCUMULATORS.
           05  OLD-GRAND-TOTAL     PIC 9(12)V99 VALUE ZEROS.
           05  NEW-GRAND-TOTAL     PIC 9(12)V99 VALUE ZEROS.
      * part header, and read the first master record.
      *-----------------------------------------------------------------
       200-INITIATE-PRICE-UPDATE.
           PERFORM 300-ACCEPT-OPERATOR-ID
                   UNTIL AUDIT-OPERATOR NOT = SPACES.
           PERFORM 300-LOAD-PRICE-TRANS-TABLE.
           OPEN    I-O     INVENT-MASTER-IO.
           OPEN    OUTPUT  PRICE-REPORT-OUT.
           PERFORM 300-OPEN-MOVEMENT-LEDGER.
           PERFORM 300-OPEN-AUDIT-LOG.
           PERFORM 300-PRINT-REPORT-TITLE.
           PERFORM 300-READ-INVENT-MASTER.

           ADD     NEW-EXT-VALUE       TO  NEW-GRAND-TOTAL.
           IF  UNIT-PRICE-I NOT = OLD-UNIT-PRICE
               REWRITE INVENTORY-RECORD
               PERFORM 300-WRITE-MOVEMENT-RECORD
               PERFORM 300-AUDIT-PRICE-CHANGE
               PERFORM 300-PRINT-PRICE-DETAIL
               ADD     1               TO  REPRICE-CNT.
           PERFORM 300-READ-INVENT-MASTER.
           PERFORM 300-PRINT-REVALUATION-TOTAL.
           PERFORM 300-PRINT-REPORT-FOOTER.
           CLOSE   INVENT-MASTER-IO
                   PRICE-REPORT-OUT
                   MOVEMENT-LEDGER-OUT
                   AUDIT-LOG-OUT.

      ******************************************************************
      * load PRCTRAN.TXT into the transaction table.
               OPEN    OUTPUT  SUSPENSE-FILE-OUT.
           ACCEPT  SUSP-RUN-DATE       FROM DATE YYYYMMDD.

      *-----------------------------------------------------------------
      * MOVELOG.TXT is only ever appended to, but the very first run
      * anywhere has no file yet for OPEN EXTEND to extend -- probe
      * with EXTEND and fall back to OPEN OUTPUT, the same way
      * SUSPENSE.TXT opens.
      *-----------------------------------------------------------------
       300-OPEN-MOVEMENT-LEDGER.
           OPEN    EXTEND  MOVEMENT-LEDGER-OUT.
           IF  MOVE-FILE-STATUS = "35"
               OPEN    OUTPUT  MOVEMENT-LEDGER-OUT.

      *-----------------------------------------------------------------
      * AUDITLOG.TXT is only ever appended to, so it opens the same
      * way SUSPENSE.TXT does.
      *-----------------------------------------------------------------
       300-OPEN-AUDIT-LOG.
           OPEN    EXTEND  AUDIT-LOG-OUT.
           IF  AUDIT-FILE-STATUS = "35"
               OPEN    OUTPUT  AUDIT-LOG-OUT.

      *-----------------------------------------------------------------
      * take the id of the operator running the update, for the
      * audit trail.  asked again until something is keyed.
      *-----------------------------------------------------------------
       300-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID? ".
           ACCEPT  AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      * put the repriced part in hand on the audit trail.
      *-----------------------------------------------------------------
       300-AUDIT-PRICE-CHANGE.
           MOVE    PART-NUMBER-I       TO  AUD-PART-NUMBER.
           MOVE    SUPPLIER-ID-I       TO  AUD-SUPPLIER-ID.
           MOVE    "UNIT-PRICE"        TO  AUD-FIELD-NAME.
           MOVE    OLD-UNIT-PRICE      TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUD-BEFORE-VALUE.
           MOVE    UNIT-PRICE-I        TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUD-AFTER-VALUE.
           PERFORM 300-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * put the recosted supplier in hand on the audit trail.
      *-----------------------------------------------------------------
       300-AUDIT-COST-CHANGE.
           MOVE    ZEROS               TO  AUD-PART-NUMBER.
           MOVE    SUPPLIER-ID-S       TO  AUD-SUPPLIER-ID.
           MOVE    "SUPPLIER-COST"     TO  AUD-FIELD-NAME.
           MOVE    OLD-UNIT-COST       TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUD-BEFORE-VALUE.
           MOVE    SUPPLIER-UNIT-COST-S    TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUD-AFTER-VALUE.
           PERFORM 300-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * append one audit record -- the caller has set the part, the
      * supplier, the field and its two values.
      *-----------------------------------------------------------------
       300-WRITE-AUDIT-RECORD.
           MOVE    SUSP-RUN-DATE       TO  AUD-DATE.
           ACCEPT  TIME-NOW            FROM TIME.
           COMPUTE AUD-TIME = TIME-NOW / 100.
           MOVE    AUDIT-OPERATOR      TO  AUD-OPERATOR.
           MOVE    "INVPRICE"          TO  AUD-PROGRAM.
           MOVE    "C"                 TO  AUD-ACTION.
           WRITE   AUDIT-RECORD.

      *-----------------------------------------------------------------
      * append one revaluation record to the movement ledger -- the
      * on-hand and the average cost are the same on both sides, the
      * price is not.
      *-----------------------------------------------------------------
       300-WRITE-MOVEMENT-RECORD.
           MOVE    PART-NUMBER-I       TO  MOVE-PART-NUMBER.
           MOVE    SUSP-RUN-DATE       TO  MOVE-DATE.
           MOVE    "V"                 TO  MOVE-TRANS-CODE.
           MOVE    QUANTITY-I          TO  MOVE-QTY-BEFORE
                                           MOVE-QTY-AFTER.
           MOVE    "INVPRICE"          TO  MOVE-SOURCE-PROGRAM.
           MOVE    UNIT-PRICE-I        TO  MOVE-UNIT-PRICE.
           MOVE    OLD-UNIT-PRICE      TO  MOVE-PRIOR-PRICE.
           MOVE    AVG-UNIT-COST-I     TO  MOVE-UNIT-COST
                                           MOVE-AVG-COST
                                           MOVE-PRIOR-AVG-COST.
           ACCEPT  MOVE-POST-DATE      FROM DATE YYYYMMDD.
           ACCEPT  MOVE-POST-TIME      FROM TIME.
           WRITE   MOVEMENT-RECORD.

      *-----------------------------------------------------------------
      * print title of the revaluation report and the part header.
      *-----------------------------------------------------------------
           WRITE   NEW-SUPPLIERS-RECORD.
           IF  SUPPLIER-UNIT-COST-S NOT = OLD-UNIT-COST
               PERFORM 300-PRINT-SUPPLIER-COST-DETAIL
               PERFORM 300-AUDIT-COST-CHANGE
               ADD     1                   TO  RECOST-CNT.
           PERFORM 300-READ-SUPPLIERS-FILE.

