       01 WS-CLIENTS-EN-ANOMALIE      PIC 9(9) VALUE ZERO.
       01 WS-CLIENTS-CORRIGES         PIC 9(9) VALUE ZERO.
       01 WS-CLIENTS-TOUJOURS-KO      PIC 9(9) VALUE ZERO.
       01 WS-CLIENTS-NPAI             PIC 9(9) VALUE ZERO.
       01 WS-LIGNES-FIX-LIST          PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       2000-AUDITER-UN-CLIENT.
           ADD 1 TO WS-CLIENTS-LUS

           EVALUATE TRUE
               WHEN CUST-INACTIF
                   ADD 1 TO WS-CLIENTS-INACTIFS
               WHEN ADR-NPAI
                   PERFORM 3500-SIGNALER-NPAI
               WHEN OTHER
                   PERFORM 3000-CONTROLER-ADRESSE
           END-EVALUATE

           PERFORM 1050-LIRE-CUSTOMER-MASTER.

                   END-IF
           END-EVALUATE.

      *    Une adresse revenue NPAI peut etre bien formee : elle n'est
      *    pas re-evaluee et reste sur la FIX LIST jusqu'a ce que
      *    CUSTMNT enregistre une nouvelle adresse.
       3500-SIGNALER-NPAI.
           ADD 1 TO WS-CLIENTS-NPAI
           MOVE "PLI REVENU NPAI - ADRESSE A CHANGER" TO WS-FIX-MOTIF
           PERFORM 8400-ECRIRE-FIX-LIST.

       8400-ECRIRE-FIX-LIST.
           SET ADRESSE-EN-ANOMALIE TO TRUE
           MOVE SPACES TO FIX-LIST-RECORD
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-CLIENTS-NPAI TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ADRESSES NPAI (RETOURS)   : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-LIGNES-FIX-LIST TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "LIGNES SUR LA FIX LIST    : " DELIMITED BY SIZE
           CLOSE AUDIT-RPT

           IF WS-CLIENTS-EN-ANOMALIE > ZERO
              OR WS-CLIENTS-NPAI > ZERO
               DISPLAY "ADRAUDIT: " WS-CLIENTS-EN-ANOMALIE
                       " adresse(s) a corriger, " WS-CLIENTS-NPAI
                       " NPAI - voir FIXLIST"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "ADRAUDIT: toutes les adresses sont conformes"
