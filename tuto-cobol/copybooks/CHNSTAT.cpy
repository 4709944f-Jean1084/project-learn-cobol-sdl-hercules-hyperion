      *   SALUT     1=enreg. lus  2=salutations  3=rejets
      *             4=doublons
      *   GRTEXTR   1=clients extraits     2=relances
      *             3=mouvements CUSTJRNL  4=refus partage CRM
      *   GRTACK    1=extraits lus  2=accuses recus  3=acceptes
      *             4=rejetes
      *   GRTRECON  1=ecarts               2=nuits sautees
      *   CUSTARCH  1=clients archives     2=lignes log archivees
      *   GRTLETTR  1=lettres produites    2=sautes sans adresse
      *             3=sautes refus courrier  4=sautes NPAI
      *   INTAUDIT  1=clients lus  2=anomalies  3=regles en anomalie
      *             4=statuts CRM lus
      *   CUSTUNLD  1=clients decharges  2=statuts CRM decharges
      *             3=entrees CUSTJRNL  4=dernier CUST-ID (CUSTSEQ)
      *------------------------------------------------------------
       01  CHAIN-STATUS-RECORD.
           05 CHN-JOB                 PIC X(8).
