      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-MASTER-IN
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           COPY    INVREC.
