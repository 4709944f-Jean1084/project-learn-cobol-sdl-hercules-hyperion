      *------------------------------------------------------------
      * CONSREC - customer contact-consent record, keyed by
      * CNS-CUST-ID. One record per customer, two channels:
      * CNS-COURRIER (postal mail, honoured by GRTLETTR) and
      * CNS-CRM (sharing with the CRM, honoured by GRTEXTR). Each
      * channel carries 'O' (consent given) or 'N' (opted out),
      * the date the customer gave or withdrew it and the source:
      *   A  agence (guichet)   C  courrier   T  telephone
      *   W  internet           B  traitement batch
      * B is set by batch programs only; the -SOURCE-SAISIE 88s
      * give the four sources an operator may key on CUSTMNT.
      * A customer with no record, or a channel left blank, is
      * treated as consenting - the rule that applied before the
      * file existed. CUSTMNT captures the flags and appends every
      * change to CONSHIST; CUSTINQ shows them on the 360 screen;
      * CUSTMRG keeps the stricter choice of the two customers;
      * CUSTPURG deletes the record on a right-to-erasure purge.
      *------------------------------------------------------------
       01  CUSTOMER-CONSENT-RECORD.
           05 CNS-CUST-ID             PIC 9(9).
           05 CNS-COURRIER            PIC X(1).
               88 CNS-COURRIER-ACCEPTE VALUE 'O'.
               88 CNS-COURRIER-REFUSE VALUE 'N'.
           05 CNS-COURRIER-DATE       PIC X(8).
           05 CNS-COURRIER-SOURCE     PIC X(1).
               88 CNS-COURRIER-SOURCE-VALIDE VALUE 'A' 'C' 'T' 'W' 'B'.
               88 CNS-COURRIER-SOURCE-SAISIE VALUE 'A' 'C' 'T' 'W'.
           05 CNS-CRM                 PIC X(1).
               88 CNS-CRM-ACCEPTE     VALUE 'O'.
               88 CNS-CRM-REFUSE      VALUE 'N'.
           05 CNS-CRM-DATE            PIC X(8).
           05 CNS-CRM-SOURCE          PIC X(1).
               88 CNS-CRM-SOURCE-VALIDE VALUE 'A' 'C' 'T' 'W' 'B'.
               88 CNS-CRM-SOURCE-SAISIE VALUE 'A' 'C' 'T' 'W'.
           05 CNS-OPERATEUR           PIC X(8).
           05 CNS-TIMESTAMP           PIC X(14).
