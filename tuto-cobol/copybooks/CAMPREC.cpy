      *------------------------------------------------------------
      * CAMPREC - letter campaign definition, one 80-byte card per
      * campaign in the CAMPAGNE file (maintained by hand by the
      * marketing team, like BRNCHREF). GRTLETTR takes the campaign
      * ID on its third SYSIN line; the night run uses ACCUEIL.
      *
      * CMP-MODELE is the GRTMSG message type whose text, in the
      * customer's language, replaces the standard welcome body;
      * blank keeps the welcome text. Selection criteria left blank
      * select everyone: CMP-BRANCH-CODE against CUST-BRANCH-CODE,
      * CMP-LANGUE against CUST-LANGUAGE-CODE, and the creation
      * dates (YYYYMMDD, inclusive) against the date part of
      * CUST-TIMESTAMP. With CMP-EXCLURE-DEJA-SERVIS 'O' a customer
      * who already has a LTRHIST record for the campaign is not
      * mailed again.
      *------------------------------------------------------------
       01  CAMPAGNE-RECORD.
           05 CMP-ID                  PIC X(8).
           05 CMP-LIBELLE             PIC X(30).
           05 CMP-MODELE              PIC X(1).
           05 CMP-BRANCH-CODE         PIC X(3).
           05 CMP-LANGUE              PIC X(2).
           05 CMP-CREE-DU             PIC X(8).
           05 CMP-CREE-AU             PIC X(8).
           05 CMP-EXCLURE-SW          PIC X(1).
               88 CMP-EXCLURE-DEJA-SERVIS VALUE 'O'.
               88 CMP-EXCLURE-VALIDE  VALUE 'O' 'N' ' '.
           05 FILLER                  PIC X(19).
