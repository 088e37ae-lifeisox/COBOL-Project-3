      *-----------------------------------------------------------------
      *    Shared field-change audit record layout for AUDITLOG.TXT --
      *    one record appended for every master field a maintenance
      *    program sets, changes or clears, carrying the value before
      *    and after, the operator id keyed at the start of the run,
      *    the program, and the date and time.  written by INVMAINT
      *    (adds, changes and deletes), INVPRICE, SUPPMAINT, XREFMNT
      *    and SUSPFIX (releases); read by INVAUDIT.  the action is
      *    "A" add, "C" change, "D" delete or "R" release; the part
      *    number is zeros and the supplier id spaces where the
      *    field does not belong to one.  the values are held as
      *    text, numbers edited, so every field fits the one layout.
      *    COPY this under a program's own 01-level record name.
      *-----------------------------------------------------------------
           05  AUD-DATE            PIC 9(08).
           05  AUD-TIME            PIC 9(06).
           05  AUD-OPERATOR        PIC X(08).
           05  AUD-PROGRAM         PIC X(09).
           05  AUD-ACTION          PIC X(01).
           05  AUD-PART-NUMBER     PIC 9(05).
           05  AUD-SUPPLIER-ID     PIC X(02).
           05  AUD-FIELD-NAME      PIC X(15).
           05  AUD-BEFORE-VALUE    PIC X(20).
           05  AUD-AFTER-VALUE     PIC X(20).
