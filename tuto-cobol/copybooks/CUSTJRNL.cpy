      *------------------------------------------------------------
      * CUSTJRNL - CUSTOMER-MASTER change-journal record, shared by
      * CUSTMNT (which writes one entry per Ajouter / Modifier /
      * Supprimer), CUSTBTCH (the same three actions from a batch
      * transaction file), CUSTMRG (which writes the survivor's 'M' and
      * the absorbed customer's 'F'), CUSTRCVR (which replays the
      * journal forward against a restored copy of CUSTMAST) and
      * GRTEXTR (which turns the cycle's entries into the CRM
      * change feed).
      *
      * JRN-IMAGE-AVANT / JRN-IMAGE-APRES each hold a full
      * CUSTOMER-MASTER-RECORD image (see CUSTREC); AVANT is spaces
      * on an add, APRES is spaces on a delete.  On a fusion, AVANT
      * is the absorbed customer (removed from the master) and
      * APRES is the survivor it was merged into.
      *------------------------------------------------------------
       01  CUSTOMER-JOURNAL-RECORD.
           05 JRN-ACTION              PIC X(1).
               88 JRN-AJOUT           VALUE 'A'.
               88 JRN-MODIF           VALUE 'M'.
               88 JRN-SUPPR           VALUE 'S'.
               88 JRN-FUSION          VALUE 'F'.
           05 JRN-OPERATEUR           PIC X(8).
           05 JRN-TIMESTAMP           PIC X(14).
           05 JRN-IMAGE-AVANT         PIC X(200).
