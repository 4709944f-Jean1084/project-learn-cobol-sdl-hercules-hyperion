      *------------------------------------------------------------
      * OPERREC - operator sign-on record, keyed by OPR-ID. Loaded
      * and maintained by OPERUTIL; read at sign-on by CUSTMNT,
      * CUSTINQ, GRTMSGM, CUSTMRG, CUSTPURG, CUSTBTCH and FOYERMNT,
      * which refuse an unknown, inactive or wrong-PIN operator and
      * any operator whose role does not cover the function:
      *   C  consultation   CUSTINQ
      *   M  maintenance    CUSTINQ, CUSTMNT, CUSTBTCH, FOYERMNT
      *   T  modeles        GRTMSGM
      *   F  fusion/purge   CUSTINQ, CUSTMNT, CUSTBTCH, CUSTMRG,
      *                     CUSTPURG, FOYERMNT
      * Every sign-on, accepted or refused, is written to SECLOG.
      *------------------------------------------------------------
       01  OPERATOR-RECORD.
           05 OPR-ID                  PIC X(8).
           05 OPR-NOM                 PIC X(30).
           05 OPR-PIN                 PIC X(8).
           05 OPR-ACTIF               PIC X(1).
               88 OPR-EST-ACTIF       VALUE 'O'.
               88 OPR-EST-INACTIF     VALUE 'N'.
           05 OPR-ROLE                PIC X(1).
               88 OPR-ROLE-CONSULTATION VALUE 'C'.
               88 OPR-ROLE-MAINTENANCE  VALUE 'M'.
               88 OPR-ROLE-MODELES      VALUE 'T'.
               88 OPR-ROLE-FUSION-PURGE VALUE 'F'.
               88 OPR-ROLE-VALIDE       VALUE 'C' 'M' 'T' 'F'.
           05 OPR-TIMESTAMP           PIC X(14).
