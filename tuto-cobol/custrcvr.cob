       01 WS-CUSTMAST-STATUS          PIC XX.

       01 WS-PARM-LIMITE              PIC X(14).
       01 WS-PARM-REPRISE             PIC X(14).

       01 WS-CUSTJRNL-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-JOURNAL    VALUE 'O'.
       01 WS-JRN-LUS                  PIC 9(9) VALUE ZERO.
       01 WS-JRN-APPLIQUES            PIC 9(9) VALUE ZERO.
       01 WS-JRN-IGNORES              PIC 9(9) VALUE ZERO.
       01 WS-JRN-DEJA-SAUVES          PIC 9(9) VALUE ZERO.
       01 WS-JRN-ERREURS              PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
               DISPLAY "CUSTRCVR: rejeu jusqu'a " WS-PARM-LIMITE
           END-IF

      *    Ligne 2 : point de reprise donne par CUSTRELD apres un
      *    rechargement. Les entrees jusqu'a ce timestamp inclus sont
      *    deja dans la sauvegarde et ne sont pas rejouees.
           MOVE SPACES TO WS-PARM-REPRISE
           ACCEPT WS-PARM-REPRISE
           IF WS-PARM-REPRISE = SPACES
               MOVE LOW-VALUES TO WS-PARM-REPRISE
           ELSE
               DISPLAY "CUSTRCVR: reprise apres " WS-PARM-REPRISE
           END-IF

           OPEN INPUT CUSTOMER-JOURNAL
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "CUSTRCVR: ouverture CUSTJRNL impossible, "
       2000-REJOUER-UNE-ENTREE.
           ADD 1 TO WS-JRN-LUS

           EVALUATE TRUE
               WHEN JRN-TIMESTAMP NOT > WS-PARM-REPRISE
                   ADD 1 TO WS-JRN-DEJA-SAUVES
               WHEN JRN-TIMESTAMP > WS-PARM-LIMITE
                   ADD 1 TO WS-JRN-IGNORES
               WHEN OTHER
                   PERFORM 2100-APPLIQUER-ENTREE
           END-EVALUATE

           PERFORM 1050-LIRE-JOURNAL.

       2100-APPLIQUER-ENTREE.
           EVALUATE TRUE
               WHEN JRN-AJOUT
                   PERFORM 3000-REJOUER-AJOUT
               WHEN JRN-MODIF
                   PERFORM 4000-REJOUER-MODIF
               WHEN JRN-SUPPR
               WHEN JRN-FUSION
                   PERFORM 5000-REJOUER-SUPPRESSION
               WHEN OTHER
                   ADD 1 TO WS-JRN-ERREURS
                   DISPLAY "CUSTRCVR: action inconnue '"
                           JRN-ACTION "' ignoree"
           END-EVALUATE.

       3000-REJOUER-AJOUT.
           MOVE JRN-IMAGE-APRES TO CUSTOMER-MASTER-RECORD

           CLOSE CUSTOMER-MASTER

           DISPLAY "CUSTRCVR: " WS-JRN-LUS " entree(s) lue(s)"
           IF WS-PARM-REPRISE NOT = LOW-VALUES
               DISPLAY "CUSTRCVR: " WS-JRN-DEJA-SAUVES
                       " entree(s) deja dans la sauvegarde"
           END-IF
           DISPLAY "CUSTRCVR: " WS-JRN-APPLIQUES
                   " entree(s) appliquee(s)"
           DISPLAY "CUSTRCVR: " WS-JRN-IGNORES
