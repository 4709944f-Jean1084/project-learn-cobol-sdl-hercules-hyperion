      *------------------------------------------------------------
      * TARIFREF - agency chargeback rate card, one 80-byte card per
      * billable line, read by AGCFACT at initialisation. The file
      * is maintained by hand by operations, like BRNCHREF.
      *
      * TAR-PRESTATION is one of the AGCFACT line codes: SAISIES,
      * CREES, REJETS, DOUBLONS, CRMEXPED, CRMACCEP, CRMREJET,
      * LETTRES. TAR-BRANCH-CODE blank gives the house rate for
      * every agency; a card with a branch code overrides it for
      * that agency only. TAR-PRIX-UNITAIRE is in euros, two
      * implied decimals (000150 = 1.50).
      *------------------------------------------------------------
       01  TARIF-REF-RECORD.
           05 TAR-PRESTATION          PIC X(8).
           05 TAR-BRANCH-CODE         PIC X(3).
           05 TAR-PRIX-UNITAIRE       PIC 9(4)V99.
           05 FILLER                  PIC X(63).
