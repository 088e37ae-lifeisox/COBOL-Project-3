      *    (the current master, already in supplier-id order) and write
      *    "SUPPLIERS-NEW.TXT" (the updated master) and "SUPPMAINT.TXT"
      *    (a report of what was added/changed/deleted/rejected).
      * - Append every supplier field an add sets, a change moves, or
      *    a delete clears to "AUDITLOG.TXT", old and new, under the
      *    operator id keyed at the start of the run.
      * - A delete is refused (to SUSPENSE.TXT, like any reject)
      *    while a part on "INVMAST.DAT" still names the supplier as
      *    its supplier or a line of "PARTSUPP.TXT" still sources
      *    from it.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUSP-FILE-STATUS.

      *    The field-change audit trail every maintenance program
      *    appends to.  append-only, so its open is status-checked.
           SELECT  AUDIT-LOG-OUT
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

      *    The files that can still name a supplier after it is
      *    gone -- read once at start of run so a delete can be
      *    refused while either does.  each may be absent, so both
      *    opens are status-checked.
           SELECT  INVENT-MASTER-IN
                   ASSIGN TO "D:\INVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-I
                   FILE STATUS IS INVM-FILE-STATUS.

           SELECT  PART-SUPPLIER-IN
                   ASSIGN TO "D:\PARTSUPP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XREF-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD.
           COPY    SUSPREC.

       FD  AUDIT-LOG-OUT
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.

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
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  DELETE-CNT          PIC 9(03) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(03) VALUE ZEROS.

      *    This table is for saving of every supplier a part or a
      *    cross-reference still names, with the first file found
      *    naming it.  loaded at start of run; a delete for a
      *    supplier on it is refused.
       01  SUPPLIER-REFERENCE-TABLE.
           05  REF-TABLE-LEN       PIC 9(03) VALUE ZEROS.
           05  REF-TAB             OCCURS 1 TO 999
                                   DEPENDING ON REF-TABLE-LEN.
               10  REF-SUPPLIER        PIC X(02).
               10  REF-FILE-NAME       PIC X(08).

      *    Controls for loading and searching the reference table.
      *    a refused delete's report reason is built in
      *    DELETE-REJECT-TEXT with the file that still names the
      *    supplier.
       01  REFERENCE-CONTROLS.
           05  INVM-FILE-STATUS    PIC X(02).
           05  XREF-FILE-STATUS    PIC X(02).
           05  REF-EOF-SW          PIC X(01).
           05  REF-FOUND-SW        PIC X(01).
           05  REF-IDX             PIC 9(04).
           05  REF-MATCH-IDX       PIC 9(04).
           05  REF-SUPPLIER-SAVE   PIC X(02).
           05  REF-FILE-SAVE       PIC X(08).
       01  DELETE-REJECT-TEXT.
           05  FILLER              PIC X(20) VALUE
                   "REJECTED - STILL ON ".
           05  DELETE-REF-FILE-NAME    PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.

      *    Controls for the suspense file.
       01  SUSPENSE-CONTROLS.
           05  SUSP-FILE-STATUS    PIC X(02).
           05  SUSP-RUN-DATE       PIC 9(08).

      *    Controls for the field-change audit trail.  each field's
      *    old and new values are edited into the two save areas,
      *    and only a field whose values differ is written.
       01  AUDIT-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  AUDIT-BEFORE-SAVE   PIC X(20).
           05  AUDIT-AFTER-SAVE    PIC X(20).
           05  AUDIT-AMOUNT-EDIT   PIC ZZZZ9.99.
           05  AUDIT-COUNT-EDIT    PIC ZZZZ9.
           05  TIME-NOW            PIC 9(08).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * read the first record off each input file.
      *-----------------------------------------------------------------
       200-INITIATE-SUPPLIER-MAINTENANCE.
           PERFORM 300-ACCEPT-OPERATOR-ID
                   UNTIL AUDIT-OPERATOR NOT = SPACES.
           PERFORM 300-LOAD-SUPPLIER-REFERENCES.
           PERFORM 300-SORT-TRANSACTIONS.
           PERFORM 300-OPEN-MAINTENANCE-FILES.
           PERFORM 300-PRINT-REPORT-TITLE.
           OPEN    OUTPUT  NEW-MASTER-OUT
                           MAINT-REPORT-OUT.
           PERFORM 300-OPEN-SUSPENSE-FILE.
           PERFORM 300-OPEN-AUDIT-LOG.

      *-----------------------------------------------------------------
      * SUSPENSE.TXT is only ever appended to here, but the very
               OPEN    OUTPUT  SUSPENSE-FILE-OUT.
           ACCEPT  SUSP-RUN-DATE       FROM DATE YYYYMMDD.

      *-----------------------------------------------------------------
      * AUDITLOG.TXT is only ever appended to, so it opens the same
      * way SUSPENSE.TXT does.
      *-----------------------------------------------------------------
       300-OPEN-AUDIT-LOG.
           OPEN    EXTEND  AUDIT-LOG-OUT.
           IF  AUDIT-FILE-STATUS = "35"
               OPEN    OUTPUT  AUDIT-LOG-OUT.

      *-----------------------------------------------------------------
      * load every supplier still named by a part on the master or a
      * line of the cross-reference into SUPPLIER-REFERENCE-TABLE.
      * a file not there yet names nothing, and a part with no
      * supplier names none.
      *-----------------------------------------------------------------
       300-LOAD-SUPPLIER-REFERENCES.
           OPEN    INPUT   INVENT-MASTER-IN.
           IF  INVM-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "INVMAST"       TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-MASTER-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   INVENT-MASTER-IN.
           OPEN    INPUT   PART-SUPPLIER-IN.
           IF  XREF-FILE-STATUS = "00"
               MOVE    "N"             TO  REF-EOF-SW
               MOVE    "PARTSUPP"      TO  REF-FILE-SAVE
               PERFORM 400-LOAD-ONE-PART-SUPPLIER-REF
                       UNTIL REF-EOF-SW = "Y"
               CLOSE   PART-SUPPLIER-IN.

      *-----------------------------------------------------------------
      * take the id of the operator running the maintenance, for the
      * audit trail.  asked again until something is keyed.
      *-----------------------------------------------------------------
       300-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID? ".
           ACCEPT  AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      * print title and header of the maintenance report.
      *-----------------------------------------------------------------
                       SUPPLIER-CONTACT-NAME-N
               MOVE    TRANS-PHONE             TO  SUPPLIER-PHONE-N
               WRITE   NEW-SUPPLIERS-RECORD
               MOVE    "A"                     TO  AUD-ACTION
               PERFORM 300-AUDIT-SUPPLIER-FIELDS
               ADD     1                       TO  ADD-CNT
               MOVE    TRANS-SUPPLIER-ID       TO  SUPPLIER-ID-SAVE
               MOVE    TRANS-SUPPLIER-NAME     TO  SUPPLIER-NAME-SAVE
               MOVE    TRANS-PHONE             TO
                       SUPPLIER-PHONE-N
               WRITE   NEW-SUPPLIERS-RECORD
               MOVE    "C"                     TO  AUD-ACTION
               PERFORM 300-AUDIT-SUPPLIER-FIELDS
               ADD     1                       TO  CHANGE-CNT
               MOVE    SUPPLIER-ID-S           TO  SUPPLIER-ID-SAVE
               MOVE    TRANS-SUPPLIER-NAME     TO
               PERFORM 300-PROCESS-DELETE-OR-INVALID.

      *-----------------------------------------------------------------
      * DELETE is handed to 300-PROCESS-DELETE; anything else is an
      * invalid transaction code, rejected with the master copied
      * through unchanged.
      *-----------------------------------------------------------------
       300-PROCESS-DELETE-OR-INVALID.
           IF  TRANS-IS-DELETE
               PERFORM 300-PROCESS-DELETE
           ELSE
               PERFORM 300-COPY-OLD-MASTER-RECORD
               ADD     1                   TO  ERROR-CNT
               MOVE    "REJECTED - INVALID TRANS CODE"
                       TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * DELETE drops the matched master record from the new master by
      * simply not copying it forward -- unless a part or a
      * cross-reference still names the supplier, which refuses the
      * delete with the master copied through unchanged.
      *-----------------------------------------------------------------
       300-PROCESS-DELETE.
           MOVE    SUPPLIER-ID-S       TO  SUPPLIER-ID-SAVE
                                           REF-SUPPLIER-SAVE.
           MOVE    SUPPLIER-NAME-S     TO  SUPPLIER-NAME-SAVE.
           MOVE    "N"                 TO  REF-FOUND-SW.
           PERFORM 400-SEARCH-SUPPLIER-REFERENCE
               VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > REF-TABLE-LEN
                       OR REF-FOUND-SW = "Y".
           IF  REF-FOUND-SW = "Y"
               PERFORM 300-COPY-OLD-MASTER-RECORD
               ADD     1                   TO  ERROR-CNT
               MOVE    REF-FILE-NAME(REF-MATCH-IDX)
                                           TO  DELETE-REF-FILE-NAME
               MOVE    DELETE-REJECT-TEXT  TO  ACTION-TEXT-SAVE
           ELSE
               MOVE    "D"                 TO  AUD-ACTION
               PERFORM 300-AUDIT-SUPPLIER-FIELDS
               ADD     1                   TO  DELETE-CNT
               MOVE    "DELETED"           TO  ACTION-TEXT-SAVE.

      *-----------------------------------------------------------------
      * put the supplier fields the transaction in hand moves on the
      * audit trail -- old values off the master, new values off the
      * transaction.  an add (AUD-ACTION "A") has no old values and
      * a delete ("D") no new ones.
      *-----------------------------------------------------------------
       300-AUDIT-SUPPLIER-FIELDS.
           MOVE    "SUPPLIER-NAME"     TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-NAME-S     TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-SUPPLIER-NAME TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "ORDER-QTY"         TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-ORDER-QTY-S    TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-ORDER-QTY     TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "SUPPLIER-COST"     TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-UNIT-COST-S    TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-UNIT-COST     TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "CONTACT-NAME"      TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-CONTACT-NAME-S TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-CONTACT-NAME  TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "PHONE"             TO  AUD-FIELD-NAME.
           MOVE    SUPPLIER-PHONE-S    TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-PHONE         TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.

      *-----------------------------------------------------------------
      * print one line of the maintenance report.
      *-----------------------------------------------------------------
           MOVE    TRANS-RECORD        TO  SUSP-TRANS-BYTES.
           WRITE   SUSPENSE-RECORD.

      *-----------------------------------------------------------------
      * append one audit record for the field in hand, unless its
      * value did not really move.
      *-----------------------------------------------------------------
       400-WRITE-FIELD-AUDIT.
           IF  AUD-ACTION = "A"
               MOVE    SPACES              TO  AUDIT-BEFORE-SAVE.
           IF  AUD-ACTION = "D"
               MOVE    SPACES              TO  AUDIT-AFTER-SAVE.
           IF  AUDIT-BEFORE-SAVE NOT = AUDIT-AFTER-SAVE
               MOVE    SUSP-RUN-DATE       TO  AUD-DATE
               ACCEPT  TIME-NOW            FROM TIME
               COMPUTE AUD-TIME = TIME-NOW / 100
               MOVE    AUDIT-OPERATOR      TO  AUD-OPERATOR
               MOVE    "SUPPMAINT"         TO  AUD-PROGRAM
               MOVE    ZEROS               TO  AUD-PART-NUMBER
               MOVE    TRANS-SUPPLIER-ID   TO  AUD-SUPPLIER-ID
               MOVE    AUDIT-BEFORE-SAVE   TO  AUD-BEFORE-VALUE
               MOVE    AUDIT-AFTER-SAVE    TO  AUD-AFTER-VALUE
               WRITE   AUDIT-RECORD.

      *-----------------------------------------------------------------
      * read one master part and note the supplier it names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-MASTER-REF.
           READ    INVENT-MASTER-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       IF  SUPPLIER-ID-I NOT = SPACES
                           MOVE    SUPPLIER-ID-I   TO  REF-SUPPLIER-SAVE
                           PERFORM 400-ADD-SUPPLIER-REFERENCE.

      *-----------------------------------------------------------------
      * read one cross-reference line and note the supplier it
      * names.
      *-----------------------------------------------------------------
       400-LOAD-ONE-PART-SUPPLIER-REF.
           READ    PART-SUPPLIER-IN
                   AT END      MOVE "Y" TO REF-EOF-SW
                   NOT AT END
                       MOVE    XRF-SUPPLIER-ID TO  REF-SUPPLIER-SAVE
                       PERFORM 400-ADD-SUPPLIER-REFERENCE.

      *-----------------------------------------------------------------
      * add the supplier in REF-SUPPLIER-SAVE to the reference
      * table, unless an earlier record already put it there.
      *-----------------------------------------------------------------
       400-ADD-SUPPLIER-REFERENCE.
           MOVE    "N"                 TO  REF-FOUND-SW.
           PERFORM 400-SEARCH-SUPPLIER-REFERENCE
               VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > REF-TABLE-LEN
                       OR REF-FOUND-SW = "Y".
           IF  REF-FOUND-SW = "N"
               ADD     1               TO  REF-TABLE-LEN
               MOVE    REF-SUPPLIER-SAVE   TO
                       REF-SUPPLIER(REF-TABLE-LEN)
               MOVE    REF-FILE-SAVE   TO
                       REF-FILE-NAME(REF-TABLE-LEN).

      *-----------------------------------------------------------------
      * match one reference-table entry by supplier id.
      *-----------------------------------------------------------------
       400-SEARCH-SUPPLIER-REFERENCE.
           IF  REF-SUPPLIER(REF-IDX) = REF-SUPPLIER-SAVE
               MOVE    "Y"             TO  REF-FOUND-SW
               MOVE    REF-IDX         TO  REF-MATCH-IDX.

      *-----------------------------------------------------------------
      * print the counts of adds/changes/deletes/rejects.
      *-----------------------------------------------------------------
           CLOSE   OLD-MASTER-IN
                   SORTED-TRANS-FILE
                   NEW-MASTER-OUT
                   MAINT-REPORT-OUT
                   AUDIT-LOG-OUT.
