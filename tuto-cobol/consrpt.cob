       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSHIST-STATUS.

           SELECT CUSTOMER-CONSENT ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT TRI-CHANGEMENTS ASSIGN TO "SORTWK".

           SELECT CONS-RPT ASSIGN TO "CONSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-HISTORY.
           COPY CONSHIST.

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       SD  TRI-CHANGEMENTS.
       01  TRI-CHANGEMENT-RECORD.
           05 TCH-CANAL                PIC X(1).
           05 TCH-TIMESTAMP            PIC X(14).
           05 TCH-CUST-ID              PIC 9(9).
           05 TCH-ANCIEN               PIC X(1).
           05 TCH-NOUVEAU              PIC X(1).
               88 TCH-OPT-IN           VALUE 'O'.
               88 TCH-OPT-OUT          VALUE 'N'.
           05 TCH-DATE                 PIC X(8).
           05 TCH-SOURCE               PIC X(1).
           05 TCH-OPERATEUR            PIC X(8).
           05 TCH-PROGRAMME            PIC X(8).

       FD  CONS-RPT.
       01  CONS-RPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CONSHIST-STATUS      PIC XX.
           05 WS-CONSENT-STATUS       PIC XX.
           05 WS-CONSRPT-STATUS       PIC XX.

       01 WS-PARM-MOIS                PIC X(6).
       01 WS-MOIS.
           05 WS-MOIS-AAAA            PIC 9(4).
           05 WS-MOIS-MM              PIC 9(2).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-CONSHIST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CONSENT-HISTORY     VALUE 'O'.
       01 WS-CONSENT-SW               PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-CONSENT    VALUE 'O'.
       01 WS-TRI-SW                   PIC X(1) VALUE 'N'.
           88 FIN-TRI                 VALUE 'O'.

       01 WS-GRP-CANAL                PIC X(1).
       01 WS-GRP-OPT-IN               PIC 9(9).
       01 WS-GRP-OPT-OUT              PIC 9(9).
       01 WS-LIB-CANAL                PIC X(30).
       01 WS-LIB-SENS                 PIC X(7).

       01 WS-TOT-LUS                  PIC 9(9) VALUE ZERO.
       01 WS-TOT-OPT-IN               PIC 9(9) VALUE ZERO.
       01 WS-TOT-OPT-OUT              PIC 9(9) VALUE ZERO.
       01 WS-SIT-CLIENTS              PIC 9(9) VALUE ZERO.
       01 WS-SIT-REFUS-COURRIER       PIC 9(9) VALUE ZERO.
       01 WS-SIT-REFUS-CRM            PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-CPT-1                PIC ZZZZZ9.
       01 WS-RPT-CPT-2                PIC ZZZZZ9.
       01 WS-RPT-ANCIEN               PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-LISTER-LES-CHANGEMENTS

           PERFORM 3000-SITUATION-COURANTE

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE SPACES TO WS-PARM-MOIS
           ACCEPT WS-PARM-MOIS
           IF WS-PARM-MOIS = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-MOIS
               IF WS-MOIS-MM = 1
                   MOVE 12 TO WS-MOIS-MM
                   SUBTRACT 1 FROM WS-MOIS-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-MM
               END-IF
           ELSE
               IF WS-PARM-MOIS IS NOT NUMERIC
                  OR WS-PARM-MOIS(5:2) < "01"
                  OR WS-PARM-MOIS(5:2) > "12"
                   DISPLAY "CONSRPT: mois invalide '" WS-PARM-MOIS
                           "' (AAAAMM) - arret"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-MOIS TO WS-MOIS
           END-IF

           DISPLAY "CONSRPT: changements de consentement du mois "
                   WS-MOIS

           OPEN OUTPUT CONS-RPT

           MOVE "CONSRPT - CHANGEMENTS DE CONSENTEMENT CLIENT"
               TO CONS-RPT-RECORD
           WRITE CONS-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MOIS " DELIMITED BY SIZE
                  WS-MOIS DELIMITED BY SIZE
                  " - EDITE LE " DELIMITED BY SIZE
                  WS-CURRENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO CONS-RPT-RECORD
           WRITE CONS-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

      *    Section 1 : chaque changement du mois (CONSHIST), par
      *    canal puis dans l'ordre chronologique, avec un sous-total
      *    d'acceptations (OPT-IN) et de refus (OPT-OUT) par canal.
       2000-LISTER-LES-CHANGEMENTS.
           SORT TRI-CHANGEMENTS
               ON ASCENDING KEY TCH-CANAL
                                TCH-TIMESTAMP
                                TCH-CUST-ID
               INPUT PROCEDURE IS 2100-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 2300-EXPLOITER-TRI.

       2100-ALIMENTER-TRI.
           OPEN INPUT CONSENT-HISTORY
           EVALUATE WS-CONSHIST-STATUS
               WHEN "00"
                   PERFORM 2150-LIRE-HISTORIQUE
                   PERFORM 2200-VERSER-UN-CHANGEMENT
                       UNTIL FIN-CONSENT-HISTORY
                   CLOSE CONSENT-HISTORY
               WHEN "35"
                   DISPLAY "CONSRPT: pas de fichier CONSHIST - aucun "
                           "changement enregistre"
               WHEN OTHER
                   DISPLAY "CONSRPT: ouverture CONSHIST impossible, "
                           "statut " WS-CONSHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2150-LIRE-HISTORIQUE.
           READ CONSENT-HISTORY
               AT END SET FIN-CONSENT-HISTORY TO TRUE
           END-READ.

       2200-VERSER-UN-CHANGEMENT.
           IF CNH-TIMESTAMP(1:6) = WS-MOIS
               ADD 1 TO WS-TOT-LUS
               MOVE CNH-CANAL TO TCH-CANAL
               MOVE CNH-TIMESTAMP TO TCH-TIMESTAMP
               MOVE CNH-CUST-ID TO TCH-CUST-ID
               MOVE CNH-ANCIEN TO TCH-ANCIEN
               MOVE CNH-NOUVEAU TO TCH-NOUVEAU
               MOVE CNH-DATE TO TCH-DATE
               MOVE CNH-SOURCE TO TCH-SOURCE
               MOVE CNH-OPERATEUR TO TCH-OPERATEUR
               MOVE CNH-PROGRAMME TO TCH-PROGRAMME
               RELEASE TRI-CHANGEMENT-RECORD
           END-IF

           PERFORM 2150-LIRE-HISTORIQUE.

       2300-EXPLOITER-TRI.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 2350-RETOURNER-CHANGEMENT

           IF FIN-TRI
               MOVE "  (AUCUN CHANGEMENT DE CONSENTEMENT CE MOIS)"
                   TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 2400-TRAITER-UN-CANAL
               UNTIL FIN-TRI.

       2350-RETOURNER-CHANGEMENT.
           RETURN TRI-CHANGEMENTS
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       2400-TRAITER-UN-CANAL.
           MOVE TCH-CANAL TO WS-GRP-CANAL
           MOVE ZERO TO WS-GRP-OPT-IN
           MOVE ZERO TO WS-GRP-OPT-OUT

           EVALUATE WS-GRP-CANAL
               WHEN 'P'
                   MOVE "CANAL COURRIER POSTAL" TO WS-LIB-CANAL
               WHEN 'R'
                   MOVE "CANAL PARTAGE CRM" TO WS-LIB-CANAL
               WHEN OTHER
                   MOVE SPACES TO WS-LIB-CANAL
                   STRING "CANAL INCONNU '" DELIMITED BY SIZE
                          WS-GRP-CANAL DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO WS-LIB-CANAL
           END-EVALUATE
           MOVE WS-LIB-CANAL TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  HORODATAGE      CLIENT     AV>AP SENS     "
                      DELIMITED BY SIZE
                  "DATE     S OPERAT.  PROGRAMME" DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 2450-IMPRIMER-UN-CHANGEMENT
               UNTIL FIN-TRI
                  OR TCH-CANAL NOT = WS-GRP-CANAL

           MOVE WS-GRP-OPT-IN TO WS-RPT-CPT-1
           MOVE WS-GRP-OPT-OUT TO WS-RPT-CPT-2
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  SOUS-TOTAL  OPT-IN " DELIMITED BY SIZE
                  WS-RPT-CPT-1 DELIMITED BY SIZE
                  "  OPT-OUT " DELIMITED BY SIZE
                  WS-RPT-CPT-2 DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       2450-IMPRIMER-UN-CHANGEMENT.
           EVALUATE TRUE
               WHEN TCH-OPT-IN
                   MOVE "OPT-IN " TO WS-LIB-SENS
                   ADD 1 TO WS-GRP-OPT-IN
                   ADD 1 TO WS-TOT-OPT-IN
               WHEN TCH-OPT-OUT
                   MOVE "OPT-OUT" TO WS-LIB-SENS
                   ADD 1 TO WS-GRP-OPT-OUT
                   ADD 1 TO WS-TOT-OPT-OUT
               WHEN OTHER
                   MOVE "?" TO WS-LIB-SENS
           END-EVALUATE

           IF TCH-ANCIEN = SPACE
               MOVE "-" TO WS-RPT-ANCIEN
           ELSE
               MOVE TCH-ANCIEN TO WS-RPT-ANCIEN
           END-IF

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  TCH-TIMESTAMP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TCH-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-ANCIEN DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  TCH-NOUVEAU DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-LIB-SENS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TCH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCH-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCH-OPERATEUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TCH-PROGRAMME DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 2350-RETOURNER-CHANGEMENT.

      *    Section 2 : etat des refus en vigueur a la date d'edition,
      *    d'apres le fichier CONSENT.
       3000-SITUATION-COURANTE.
           OPEN INPUT CUSTOMER-CONSENT
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   PERFORM 3050-LIRE-CONSENTEMENT
                   PERFORM 3100-CUMULER-UN-CONSENTEMENT
                       UNTIL FIN-CUSTOMER-CONSENT
                   CLOSE CUSTOMER-CONSENT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CONSRPT: ouverture CONSENT impossible, "
                           "statut " WS-CONSENT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3050-LIRE-CONSENTEMENT.
           READ CUSTOMER-CONSENT NEXT RECORD
               AT END SET FIN-CUSTOMER-CONSENT TO TRUE
           END-READ.

       3100-CUMULER-UN-CONSENTEMENT.
           ADD 1 TO WS-SIT-CLIENTS
           IF CNS-COURRIER-REFUSE
               ADD 1 TO WS-SIT-REFUS-COURRIER
           END-IF
           IF CNS-CRM-REFUSE
               ADD 1 TO WS-SIT-REFUS-CRM
           END-IF

           PERFORM 3050-LIRE-CONSENTEMENT.

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO CONS-RPT-RECORD
           WRITE CONS-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-CONSRPT-STATUS NOT = "00"
               DISPLAY "CONSRPT: erreur ecriture CONSRPT, statut "
                       WS-CONSRPT-STATUS
           END-IF.

       8300-IMPRIMER-TOTAUX.
           MOVE "----------------------------------------"
               TO CONS-RPT-RECORD
           WRITE CONS-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-TOT-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CHANGEMENTS DU MOIS       : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TOT-OPT-IN TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  DONT OPT-IN             : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TOT-OPT-OUT TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  DONT OPT-OUT            : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-SIT-CLIENTS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS AVEC CONSENTEMENT : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-SIT-REFUS-COURRIER TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REFUS COURRIER EN VIGUEUR : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-SIT-REFUS-CRM TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REFUS CRM EN VIGUEUR      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO CONS-RPT-RECORD
           WRITE CONS-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       9000-TERMINAISON.
           PERFORM 8300-IMPRIMER-TOTAUX

           CLOSE CONS-RPT

           DISPLAY "CONSRPT: " WS-TOT-LUS " changement(s), "
                   WS-TOT-OPT-IN " opt-in, " WS-TOT-OPT-OUT
                   " opt-out".
