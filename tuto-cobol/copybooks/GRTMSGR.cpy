      * GREETLNG table) and GRTMSGM (the maintenance screen).
      *
      * Keyed by language code + message type; type 'S' is the
      * salutation used by SALUT and GRTLETTR; any other type is
      * the letter text of a GRTLETTR campaign (CMP-MODELE in
      * CAMPREC), one line per language. MSG-TEXTE is a full
      * template line in which the variable &NOM is replaced by the
      * customer's name at greeting time.
      *------------------------------------------------------------
