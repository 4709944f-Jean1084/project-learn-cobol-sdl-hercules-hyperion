      *------------------------------------------------------------
      * UNLDREC - pre-chain backup record, shared by CUSTUNLD (which
      * unloads CUSTOMER-MASTER, CRMSTAT and CUSTSEQ each to its own
      * sequential generation before GRTMERGE / SALUT) and CUSTRELD
      * (which rebuilds the three files from those generations).
      *
      * 'D' records carry the source record image exactly as read
      * (see CUSTREC, CRMSTAT; for CUSTSEQ the 9-digit last ID), so
      * the first nine characters are always a CUST-ID. Each
      * generation ends with one 'T' trailer: record count, hash
      * total (sum) and highest value of those CUST-IDs, and the
      * CUSTJRNL position when the unload ran - entries counted and
      * timestamp of the last one. All three trailers of one unload
      * carry the same UNL-TIMESTAMP. CUSTPURG rewrites the MASTER
      * and CRMSTAT generations without an erased customer and
      * recomputes count, hash and highest CUST-ID in the trailer.
      *------------------------------------------------------------
       01  UNLOAD-RECORD.
           05 UNL-TYPE                PIC X(1).
               88 UNL-DONNEE          VALUE 'D'.
               88 UNL-TRAILER         VALUE 'T'.
           05 UNL-IMAGE               PIC X(200).
           05 UNL-ZONE-TRAILER REDEFINES UNL-IMAGE.
               10 UNL-FICHIER         PIC X(8).
               10 UNL-NB-ENREG        PIC 9(9).
               10 UNL-HASH-CUST-ID    PIC 9(18).
               10 UNL-MAX-CUST-ID     PIC 9(9).
               10 UNL-DATE-CYCLE      PIC X(8).
               10 UNL-TIMESTAMP       PIC X(14).
               10 UNL-JRN-NB-ENTREES  PIC 9(9).
               10 UNL-JRN-DERNIER-TS  PIC X(14).
               10 FILLER              PIC X(111).
