      *------------------------------------------------------------
      * CONSHIST - consent-change history record. Appended, never
      * rewritten, each time a channel of a CONSREC record changes
      * value: by CUSTMNT when an operator records an opt-in or an
      * opt-out, by CUSTMRG when a merge carries an opt-out over to
      * the surviving customer. CNH-ANCIEN is space when the
      * channel had never been recorded. CONSRPT reads it back
      * monthly for the compliance report.
      *------------------------------------------------------------
       01  CONSENT-HISTORY-RECORD.
           05 CNH-TIMESTAMP           PIC X(14).
           05 CNH-CUST-ID             PIC 9(9).
           05 CNH-CANAL               PIC X(1).
               88 CNH-CANAL-COURRIER  VALUE 'P'.
               88 CNH-CANAL-CRM       VALUE 'R'.
           05 CNH-ANCIEN              PIC X(1).
           05 CNH-NOUVEAU             PIC X(1).
               88 CNH-OPT-IN          VALUE 'O'.
               88 CNH-OPT-OUT         VALUE 'N'.
           05 CNH-DATE                PIC X(8).
           05 CNH-SOURCE              PIC X(1).
           05 CNH-OPERATEUR           PIC X(8).
           05 CNH-PROGRAMME           PIC X(8).
