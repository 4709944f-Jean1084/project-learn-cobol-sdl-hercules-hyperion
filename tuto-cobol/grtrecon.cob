           05 EXT-NOM                  PIC X(30).
           05 EXT-LANGUAGE-CODE        PIC X(2).
           05 EXT-TIMESTAMP            PIC X(14).
           05 EXT-ACTION               PIC X(1).
               88 EXT-RETRAIT          VALUE 'S' 'F'.
           05 EXT-CUST-ID-CIBLE        PIC 9(9).

       FD  RECON-RPT.
       01  RECON-RPT-RECORD            PIC X(80).

           IF NOT FIN-GREETING-EXTRACT
               ADD 1 TO WS-EXTRACT-LUS
           END-IF

           IF NOT FIN-GREETING-EXTRACT AND NOT EXT-RETRAIT
               MOVE EXT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER KEY IS CUST-ID
                   INVALID KEY
