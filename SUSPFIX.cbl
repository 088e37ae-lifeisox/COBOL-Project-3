      *    to INVTRAN.TXT, SUPPTRAN.TXT, XFRTRAN.TXT, or PRCTRAN.TXT
      *    by the program that rejected it.  the suspense file is
      *    rewritten at end of session with only what is still open.
      * - Append every release to "AUDITLOG.TXT" under the operator id
      *    keyed at the start of the session -- each 20-byte stretch
      *    of the transaction the correction changed, old and new, or
      *    one record when the original is released as it stood.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TARGET-FILE-STATUS.

      *    The field-change audit trail every maintenance program
      *    appends to.  append-only, so its open is status-checked.
           SELECT  AUDIT-LOG-OUT
                   ASSIGN TO "D:\AUDITLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           COPY    SUSPREC.

       FD  INVENT-TRANS-OUT
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS INVENT-TRANS-LINE.
       01  INVENT-TRANS-LINE           PIC X(62).

       FD  SUPPLIER-TRANS-OUT
           RECORD CONTAINS 62 CHARACTERS
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS PRICE-TRANS-LINE.
       01  PRICE-TRANS-LINE            PIC X(19).

       FD  AUDIT-LOG-OUT
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           COPY    AUDITREC.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           05  SF-IDX              PIC 9(04).
           05  ITEM-NUM-O          PIC ZZ9.

      *    The released transaction seen just deep enough to reach the
      *    part or supplier it is for -- every rejecting program keeps
      *    its key right after the one-byte code (INVPRICE's scope
      *    says which kind of key it is).
       01  RELEASE-KEY-VIEW.
           05  RELEASE-CODE        PIC X(01).
           05  RELEASE-KEY         PIC X(05).
           05  RELEASE-KEY-PART    REDEFINES RELEASE-KEY
                                   PIC 9(05).
           05  RELEASE-KEY-BREAK   REDEFINES RELEASE-KEY.
               10  RELEASE-KEY-SUPPLIER    PIC X(02).
               10  FILLER                  PIC X(03).
           05  FILLER              PIC X(56).

      *    The original and the released transaction cut into the
      *    20-byte stretches the audit trail compares.
       01  RELEASE-BEFORE-VIEW.
           05  RELEASE-BEFORE-CHUNK    PIC X(20) OCCURS 4 TIMES.
       01  RELEASE-AFTER-VIEW.
           05  RELEASE-AFTER-CHUNK     PIC X(20) OCCURS 4 TIMES.

      *    The byte range of each stretch, as the audit trail names
      *    it.
       01  CHUNK-RANGE-RECORD.
           05  FILLER              PIC X(05) VALUE "01-20".
           05  FILLER              PIC X(05) VALUE "21-40".
           05  FILLER              PIC X(05) VALUE "41-60".
           05  FILLER              PIC X(05) VALUE "61-62".
       01  CHUNK-RANGE-TABLE       REDEFINES CHUNK-RANGE-RECORD.
           05  CHUNK-RANGE-NAME    PIC X(05) OCCURS 4 TIMES.

      *    Controls for the field-change audit trail.  the field name
      *    is the rejecting program and the byte range.
       01  AUDIT-CONTROLS.
           05  AUDIT-FILE-STATUS   PIC X(02).
           05  AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  AUDIT-RUN-DATE      PIC 9(08).
           05  TIME-NOW            PIC 9(08).
           05  CHUNK-IDX           PIC 9(04).
           05  CHUNK-CHANGED-CNT   PIC 9(03).
           05  AUDIT-FIELD-BUILD.
               10  AUDIT-FIELD-PROGRAM PIC X(10).
               10  AUDIT-FIELD-RANGE   PIC X(05).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * there is nothing to correct.
      *-----------------------------------------------------------------
       200-INITIATE-CORRECTION.
           PERFORM 300-ACCEPT-OPERATOR-ID
                   UNTIL AUDIT-OPERATOR NOT = SPACES.
           PERFORM 300-OPEN-AUDIT-LOG.
           OPEN    INPUT   SUSPENSE-FILE.
           IF  SUSP-FILE-STATUS = "00"
               PERFORM 400-LOAD-ONE-SUSPENSE
      *-----------------------------------------------------------------
       200-TERMINATE-CORRECTION.
           PERFORM 300-REWRITE-SUSPENSE-FILE.
           CLOSE   AUDIT-LOG-OUT.
           MOVE    RELEASE-CNT         TO  ITEM-NUM-O.
           DISPLAY "RELEASED: "        ITEM-NUM-O.

               MOVE    SUSP-TAB-BYTES(FIX-ITEM-NUM)
                       TO  FIX-TRANS-LINE.
           PERFORM 300-APPEND-TO-INPUT-FILE.
           PERFORM 300-AUDIT-RELEASE.
           MOVE    "R"     TO  SUSP-TAB-STATUS(FIX-ITEM-NUM).
           ADD     1       TO  RELEASE-CNT.
           DISPLAY "RELEASED".
               WRITE   PRICE-TRANS-LINE
               CLOSE   PRICE-TRANS-OUT.

      *-----------------------------------------------------------------
      * put the release on the audit trail -- every 20-byte stretch
      * the correction changed, or one record when the original went
      * back as it stood.  the part or supplier comes off the
      * released transaction's key.
      *-----------------------------------------------------------------
       300-AUDIT-RELEASE.
           MOVE    FIX-TRANS-LINE      TO  RELEASE-KEY-VIEW
                                           RELEASE-AFTER-VIEW.
           MOVE    SUSP-TAB-BYTES(FIX-ITEM-NUM)
                   TO  RELEASE-BEFORE-VIEW.
           MOVE    ZEROS               TO  AUD-PART-NUMBER.
           MOVE    SPACES              TO  AUD-SUPPLIER-ID.
           IF  (SUSP-TAB-PROGRAM(FIX-ITEM-NUM) = "INVMAINT"
                   OR SUSP-TAB-PROGRAM(FIX-ITEM-NUM) = "INVXFER"
                   OR (SUSP-TAB-PROGRAM(FIX-ITEM-NUM) = "INVPRICE"
                       AND RELEASE-CODE = "P"))
                   AND RELEASE-KEY-PART IS NUMERIC
               MOVE    RELEASE-KEY-PART    TO  AUD-PART-NUMBER.
           IF  SUSP-TAB-PROGRAM(FIX-ITEM-NUM) = "SUPPMAINT"
                   OR (SUSP-TAB-PROGRAM(FIX-ITEM-NUM) = "INVPRICE"
                       AND RELEASE-CODE = "S")
               MOVE    RELEASE-KEY-SUPPLIER    TO  AUD-SUPPLIER-ID.
           MOVE    SUSP-TAB-PROGRAM(FIX-ITEM-NUM)
                   TO  AUDIT-FIELD-PROGRAM.
           MOVE    ZEROS               TO  CHUNK-CHANGED-CNT.
           PERFORM 400-AUDIT-ONE-CHUNK
               VARYING CHUNK-IDX FROM 1 BY 1 UNTIL CHUNK-IDX > 4.
           IF  CHUNK-CHANGED-CNT = ZEROS
               MOVE    "AS IS"             TO  AUDIT-FIELD-RANGE
               MOVE    RELEASE-BEFORE-CHUNK(1) TO  AUD-BEFORE-VALUE
               MOVE    RELEASE-AFTER-CHUNK(1)  TO  AUD-AFTER-VALUE
               PERFORM 400-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * AUDITLOG.TXT is only ever appended to, but the very first
      * run anywhere has no file yet for OPEN EXTEND to extend --
      * probe with EXTEND and fall back to OPEN OUTPUT, the same way
      * the input files a release goes back into are opened.
      *-----------------------------------------------------------------
       300-OPEN-AUDIT-LOG.
           OPEN    EXTEND  AUDIT-LOG-OUT.
           IF  AUDIT-FILE-STATUS = "35"
               OPEN    OUTPUT  AUDIT-LOG-OUT.
           ACCEPT  AUDIT-RUN-DATE      FROM DATE YYYYMMDD.

      *-----------------------------------------------------------------
      * take the id of the operator working the suspense file, for
      * the audit trail.  asked again until something is keyed.
      *-----------------------------------------------------------------
       300-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID? ".
           ACCEPT  AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      * rewrite SUSPENSE.TXT with every item still open -- released
      * ones live on in the registers and the target input files.
               MOVE    SUSP-TAB-BYTES(SF-IDX)      TO
                       SUSP-TRANS-BYTES
               WRITE   SUSPENSE-RECORD.

      *-----------------------------------------------------------------
      * write one stretch of the released transaction, if the
      * correction changed it.
      *-----------------------------------------------------------------
       400-AUDIT-ONE-CHUNK.
           IF  RELEASE-BEFORE-CHUNK(CHUNK-IDX)
                   NOT = RELEASE-AFTER-CHUNK(CHUNK-IDX)
               ADD     1                   TO  CHUNK-CHANGED-CNT
               MOVE    CHUNK-RANGE-NAME(CHUNK-IDX)
                       TO  AUDIT-FIELD-RANGE
               MOVE    RELEASE-BEFORE-CHUNK(CHUNK-IDX)
                       TO  AUD-BEFORE-VALUE
               MOVE    RELEASE-AFTER-CHUNK(CHUNK-IDX)
                       TO  AUD-AFTER-VALUE
               PERFORM 400-WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * append one audit record for the release in hand.
      *-----------------------------------------------------------------
       400-WRITE-AUDIT-RECORD.
           MOVE    AUDIT-RUN-DATE      TO  AUD-DATE.
           ACCEPT  TIME-NOW            FROM TIME.
           COMPUTE AUD-TIME = TIME-NOW / 100.
           MOVE    AUDIT-OPERATOR      TO  AUD-OPERATOR.
           MOVE    "SUSPFIX"           TO  AUD-PROGRAM.
           MOVE    "R"                 TO  AUD-ACTION.
           MOVE    AUDIT-FIELD-BUILD   TO  AUD-FIELD-NAME.
           WRITE   AUDIT-RECORD.
