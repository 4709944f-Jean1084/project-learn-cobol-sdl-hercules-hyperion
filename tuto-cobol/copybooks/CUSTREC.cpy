      * 'E' = address failed the last audit (on the fix list),
      * 'V' = address passed, space = never audited. Maintenance
      * programs leave it alone; the next audit pass re-scores it.
      * 'N' = mail returned undeliverable (NPAI), set by ADRNPAI
      * from the mail-room returns: no letter is printed and
      * ADRAUDIT keeps the customer on the fix list until CUSTMNT
      * changes the address, which resets the flag to space.
      *------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           05 CUST-ID                 PIC 9(9).
           05 CUST-ADR-QUALITE        PIC X(1).
               88 ADR-A-CORRIGER      VALUE 'E'.
               88 ADR-VERIFIEE        VALUE 'V'.
               88 ADR-NPAI            VALUE 'N'.
