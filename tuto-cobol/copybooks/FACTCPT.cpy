      *------------------------------------------------------------
      * FACTCPT - agency chargeback interface record for the
      * accounting system, written by AGCFACT: one 'D' record per
      * agency and billable line with a non-zero quantity, then a
      * single 'T' trailer carrying the number of 'D' records and
      * the grand totals. The trailer amount equals the sum of the
      * 'D' amounts and the grand total printed on the statements.
      * Amounts are in euros, two implied decimals.
      *------------------------------------------------------------
       01  FACT-CPT-RECORD.
           05 FCP-TYPE                PIC X(1).
               88 FCP-DETAIL          VALUE 'D'.
               88 FCP-TOTAL           VALUE 'T'.
           05 FCP-MOIS                PIC X(6).
           05 FCP-ZONE-DETAIL.
               10 FCP-BRANCH-CODE     PIC X(3).
               10 FCP-PRESTATION      PIC X(8).
               10 FCP-QUANTITE        PIC 9(9).
               10 FCP-PRIX-UNITAIRE   PIC 9(4)V99.
               10 FCP-MONTANT         PIC 9(9)V99.
               10 FILLER              PIC X(28).
           05 FCP-ZONE-TOTAL REDEFINES FCP-ZONE-DETAIL.
               10 FCP-NB-DETAILS      PIC 9(9).
               10 FCP-TOTAL-QUANTITE  PIC 9(11).
               10 FCP-TOTAL-MONTANT   PIC 9(11)V99.
               10 FCP-DATE-TRAITEMENT PIC X(8).
               10 FILLER              PIC X(24).
           05 FILLER                  PIC X(8).
