      *    part/supplier order) and write "PARTSUPP-NEW.TXT" (the
      *    updated file) and "XREFMNT.TXT" (a report of what was
      *    added/changed/deleted/rejected).
      * - Append every cost, minimum and lead time an add sets, a
      *    change moves, or a delete clears to "AUDITLOG.TXT", old
      *    and new, under the operator id keyed at the start of the
      *    run.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ASSIGN TO "D:\XREFMNT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    The field-change audit trail every maintenance program
      *    appends to.  append-only, so its open is status-checked.
           SELECT  AUDIT-LOG-OUT
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAINT-REPORT-LINE.
       01  MAINT-REPORT-LINE           PIC X(60).

       FD  AUDIT-LOG-OUT
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  DELETE-CNT          PIC 9(03) VALUE ZEROS.
           05  ERROR-CNT           PIC 9(03) VALUE ZEROS.

      *    Controls for the field-change audit trail.  each field's
      *    old and new values are edited into the two save areas,
      *    and only a field whose values differ is written.
       01  AUDIT-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  AUDIT-RUN-DATE      PIC 9(08).
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
       200-INITIATE-XREF-MAINTENANCE.
           PERFORM 300-ACCEPT-OPERATOR-ID
                   UNTIL AUDIT-OPERATOR NOT = SPACES.
           PERFORM 300-SORT-TRANSACTIONS.
           PERFORM 300-OPEN-MAINTENANCE-FILES.
           PERFORM 300-PRINT-REPORT-TITLE.
           OPEN    INPUT   SORTED-TRANS-FILE.
           OPEN    OUTPUT  NEW-MASTER-OUT
                           MAINT-REPORT-OUT.
           PERFORM 300-OPEN-AUDIT-LOG.

      *-----------------------------------------------------------------
      * AUDITLOG.TXT is only ever appended to, but the very first
      * run anywhere has no file yet for OPEN EXTEND to extend --
      * probe with EXTEND and fall back to OPEN OUTPUT, which creates
      * the file.
      *-----------------------------------------------------------------
       300-OPEN-AUDIT-LOG.
           OPEN    EXTEND  AUDIT-LOG-OUT.
           IF  AUDIT-FILE-STATUS = "35"
               OPEN    OUTPUT  AUDIT-LOG-OUT.
           ACCEPT  AUDIT-RUN-DATE      FROM DATE YYYYMMDD.

      *-----------------------------------------------------------------
      * take the id of the operator running the maintenance, for the
      * audit trail.  asked again until something is keyed.
      *-----------------------------------------------------------------
       300-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID? ".
           ACCEPT  AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      * print title and header of the maintenance report.
       300-PROCESS-UNMATCHED-TRANSACTION.
           IF  TRANS-IS-ADD
               PERFORM 300-WRITE-RECORD-FROM-TRANS
               MOVE    "A"                     TO  AUD-ACTION
               PERFORM 300-AUDIT-XREF-FIELDS
               ADD     1                       TO  ADD-CNT
               MOVE    "ADDED"                 TO  ACTION-TEXT-SAVE
           ELSE
       300-PROCESS-MATCHED-NOT-ADD.
           IF  TRANS-IS-CHANGE
               PERFORM 300-WRITE-RECORD-FROM-TRANS
               MOVE    "C"                     TO  AUD-ACTION
               PERFORM 300-AUDIT-XREF-FIELDS
               ADD     1                       TO  CHANGE-CNT
               MOVE    "CHANGED"               TO  ACTION-TEXT-SAVE
           ELSE
      *-----------------------------------------------------------------
       300-PROCESS-DELETE-OR-INVALID.
           IF  TRANS-IS-DELETE
               MOVE    "D"                 TO  AUD-ACTION
               PERFORM 300-AUDIT-XREF-FIELDS
               ADD     1                   TO  DELETE-CNT
               MOVE    "DELETED"           TO  ACTION-TEXT-SAVE
           ELSE
           MOVE    TRANS-LEAD-DAYS     TO  XRF-LEAD-DAYS-N.
           WRITE   NEW-XREF-RECORD.

      *-----------------------------------------------------------------
      * put the fields the transaction in hand moves on the audit
      * trail -- old values off the old file, new values off the
      * transaction.  an add (AUD-ACTION "A") has no old values and
      * a delete ("D") no new ones.
      *-----------------------------------------------------------------
       300-AUDIT-XREF-FIELDS.
           MOVE    "XREF-UNIT-COST"    TO  AUD-FIELD-NAME.
           MOVE    XRF-UNIT-COST       TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-UNIT-COST     TO  AUDIT-AMOUNT-EDIT.
           MOVE    AUDIT-AMOUNT-EDIT   TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "MIN-ORDER-QTY"     TO  AUD-FIELD-NAME.
           MOVE    XRF-MIN-ORDER-QTY   TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-MIN-ORDER-QTY TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.
           MOVE    "LEAD-DAYS"         TO  AUD-FIELD-NAME.
           MOVE    XRF-LEAD-DAYS       TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-BEFORE-SAVE.
           MOVE    TRANS-LEAD-DAYS     TO  AUDIT-COUNT-EDIT.
           MOVE    AUDIT-COUNT-EDIT    TO  AUDIT-AFTER-SAVE.
           PERFORM 400-WRITE-FIELD-AUDIT.

      *-----------------------------------------------------------------
      * print one line of the maintenance report.
      *-----------------------------------------------------------------
           MOVE    ACTION-TEXT-SAVE    TO  ACTION-M.
           WRITE   MAINT-REPORT-LINE   FROM    REPORT-DETAIL.

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
               MOVE    AUDIT-RUN-DATE      TO  AUD-DATE
               ACCEPT  TIME-NOW            FROM TIME
               COMPUTE AUD-TIME = TIME-NOW / 100
               MOVE    AUDIT-OPERATOR      TO  AUD-OPERATOR
               MOVE    "XREFMNT"           TO  AUD-PROGRAM
               MOVE    TRANS-PART-NUMBER   TO  AUD-PART-NUMBER
               MOVE    TRANS-SUPPLIER-ID   TO  AUD-SUPPLIER-ID
               MOVE    AUDIT-BEFORE-SAVE   TO  AUD-BEFORE-VALUE
               MOVE    AUDIT-AFTER-SAVE    TO  AUD-AFTER-VALUE
               WRITE   AUDIT-RECORD.

      *-----------------------------------------------------------------
      * print the counts of adds/changes/deletes/rejects.
      *-----------------------------------------------------------------
               CLOSE   OLD-MASTER-IN.
           CLOSE   SORTED-TRANS-FILE
                   NEW-MASTER-OUT
                   MAINT-REPORT-OUT
                   AUDIT-LOG-OUT.
