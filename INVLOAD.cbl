      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
      *    instead of INVREC's -I so both records can exist in the
      *    same program at once.
       FD  INVENT-MASTER-OUT
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENT-MASTER-RECORD.
       01  INVENT-MASTER-RECORD.
           COPY    INVREC
                              ==LAST-RECEIVED-DATE-I==    BY
                              ==LAST-RECEIVED-DATE-M==
                              ==LAST-SOLD-DATE-I==        BY
                              ==LAST-SOLD-DATE-M==
                              ==AVG-UNIT-COST-I==         BY
                              ==AVG-UNIT-COST-M==.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
           MOVE    LOCATION-CODE-I     TO  LOCATION-CODE-M.
           MOVE    LAST-RECEIVED-DATE-I    TO  LAST-RECEIVED-DATE-M.
           MOVE    LAST-SOLD-DATE-I    TO  LAST-SOLD-DATE-M.
           MOVE    AVG-UNIT-COST-I     TO  AVG-UNIT-COST-M.
           WRITE   INVENT-MASTER-RECORD
                   INVALID KEY ADD 1   TO  DUP-CNT
                   NOT INVALID KEY ADD 1   TO  WCNT.
