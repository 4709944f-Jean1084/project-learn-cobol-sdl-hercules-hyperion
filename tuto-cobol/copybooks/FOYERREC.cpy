      *------------------------------------------------------------
      * FOYERREC - household membership, one record per customer
      * who belongs to a household, keyed by FOY-CUST-ID with
      * FOY-FOYER-ID as an alternate key (with duplicates) so that
      * all the members of one household read back together with
      * a START on the household ID.
      *
      * The household ID is the CUST-ID of the customer who was
      * main contact when the household was created. When the
      * member whose CUST-ID numbers the household leaves it
      * (FOYERMNT removal, CUSTMNT/CUSTBTCH delete, CUSTMRG merge,
      * CUSTPURG purge) the remaining members are renumbered to
      * their main contact's CUST-ID, so a proposed or confirmed
      * household is always numbered after one of its own members
      * and no two of them share an ID; FOYERMNT also checks the
      * number is free before creating a household. Only refused
      * records may carry the same ID as a live household, which is
      * why readers filter on FOY-STATUT. Exactly one member per
      * household carries FOY-CONTACT 'O' (the main contact, to
      * whom the household letter is addressed).
      *
      * FOY-STATUT:
      *   P  proposed by GRTDUPRP from a shared address
      *   C  confirmed by an operator on FOYERMNT
      *   R  proposal refused - kept so GRTDUPRP does not propose
      *      the same customers again
      * Only confirmed households are used by GRTLETTR (one letter
      * per household); CUSTINQ shows proposed and confirmed ones
      * (refused never). FOY-ORIGINE tells a proposal ('A') from a
      * household keyed by hand ('M').
      * CUSTMNT, CUSTBTCH, CUSTMRG and CUSTPURG delete the record
      * of a customer who leaves CUSTMAST (CUSTMRG hands it to the
      * survivor when the survivor has no household) and dissolve
      * the household when one member is left.
      *------------------------------------------------------------
       01  FOYER-RECORD.
           05 FOY-CUST-ID             PIC 9(9).
           05 FOY-FOYER-ID            PIC 9(9).
           05 FOY-CONTACT             PIC X(1).
               88 FOY-CONTACT-PRINCIPAL VALUE 'O'.
               88 FOY-MEMBRE          VALUE 'N'.
           05 FOY-STATUT              PIC X(1).
               88 FOY-PROPOSE         VALUE 'P'.
               88 FOY-CONFIRME        VALUE 'C'.
               88 FOY-REFUSE          VALUE 'R'.
           05 FOY-ORIGINE             PIC X(1).
               88 FOY-ORIGINE-AUTO    VALUE 'A'.
               88 FOY-ORIGINE-MANUELLE VALUE 'M'.
           05 FOY-OPERATEUR           PIC X(8).
           05 FOY-TIMESTAMP           PIC X(14).
           05 FILLER                  PIC X(17).
