      *------------------------------------------------------------
      * SECLOG - security log record. One entry per sign-on attempt
      * on CUSTMNT, CUSTINQ, GRTMSGM, CUSTMRG, CUSTPURG, CUSTBTCH and
      * FOYERMNT:
      * 'A' when the operator was let in, 'R' with the refusal
      * motif when not. Appended only; OPERRPT reads it back weekly
      * for the usage-and-refusal report.
      *------------------------------------------------------------
       01  SECURITY-LOG-RECORD.
           05 SEC-TIMESTAMP           PIC X(14).
           05 SEC-PROGRAMME           PIC X(8).
           05 SEC-OPERATEUR           PIC X(8).
           05 SEC-RESULTAT            PIC X(1).
               88 SEC-ACCEPTE         VALUE 'A'.
               88 SEC-REFUSE          VALUE 'R'.
           05 SEC-MOTIF               PIC X(30).
