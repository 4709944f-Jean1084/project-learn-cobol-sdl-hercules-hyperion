               RECORD KEY IS STA-CUST-ID
               FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATR-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT CUSTOMER-CONSENT ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSHIST-STATUS.

           SELECT FOYER-FILE ASSIGN TO "FOYER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOY-CUST-ID
               ALTERNATE RECORD KEY IS FOY-FOYER-ID WITH DUPLICATES
               FILE STATUS IS WS-FOYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  CRM-STATUS-FILE.
           COPY CRMSTAT.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       FD  CONSENT-HISTORY.
           COPY CONSHIST.

       FD  FOYER-FILE.
           COPY FOYERREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS          PIC XX.
       01 WS-CUSTJRNL-STATUS          PIC XX.
       01 WS-BATCHLCK-STATUS          PIC XX.
       01 WS-CRMSTAT-STATUS           PIC XX.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-SECLOG-STATUS            PIC XX.
       01 WS-CONSENT-STATUS           PIC XX.
       01 WS-CONSHIST-STATUS          PIC XX.
       01 WS-FOYER-STATUS             PIC XX.

       01 WS-PARM-ID-SURVIVANT        PIC X(9).
       01 WS-PARM-ID-ABSORBE          PIC X(9).
       01 WS-PARM-OPERATEUR           PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).

       01 WS-ID-SURVIVANT             PIC 9(9).
       01 WS-ID-ABSORBE               PIC 9(9).
           REPLACING ==CUSTOMER-MASTER-RECORD== BY ==ABSORBE-RECORD==
                     LEADING ==CUST== BY ==ABS==.

       01 WS-CONSENT-MODIFIE-SW       PIC X(1).
           88 CONSENT-MODIFIE         VALUE 'O'.
       01 WS-CONSENT-SURV-SW          PIC X(1).
           88 CONSENT-SURV-PRESENT    VALUE 'O'.
           88 CONSENT-SURV-ABSENT     VALUE 'N'.

       COPY CONSREC
           REPLACING ==CUSTOMER-CONSENT-RECORD== BY
                     ==CONSENT-ABSORBE-RECORD==
                     LEADING ==CNS== BY ==CNA==.

       01 WS-FOY-PARTANT-ID           PIC 9(9).
       01 WS-FOY-ID-AVANT             PIC 9(9).
       01 WS-FOY-STATUT-AVANT         PIC X(1).
       01 WS-FOY-NOUVEL-ID            PIC 9(9).
       01 WS-FOY-CONTACT-ID           PIC 9(9).
       01 WS-FOY-RETIRE-SW            PIC X(1).
           88 FOY-FICHE-RETIREE       VALUE 'O'.
       01 WS-FOY-FIN-SW               PIC X(1).
           88 FIN-MEMBRES-FOYER       VALUE 'O'.
       01 WS-FOY-REECRIRE-SW          PIC X(1).
           88 FOY-A-REECRIRE          VALUE 'O'.
       01 WS-FOY-NB                   PIC 9(3).
       01 WS-FOY-IX                   PIC 9(3).
       01 WS-FOY-MAX                  PIC 9(3) VALUE 10.
       01 WS-FOY-MEMBRES.
           05 WS-FOY-MBR              PIC 9(9) OCCURS 10 TIMES.
       01 WS-FOY-MESSAGE              PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           ACCEPT WS-PARM-ID-SURVIVANT
           ACCEPT WS-PARM-ID-ABSORBE
           ACCEPT WS-PARM-OPERATEUR
           MOVE SPACES TO WS-PIN-SAISI
           ACCEPT WS-PIN-SAISI

           IF WS-PARM-ID-SURVIVANT IS NOT NUMERIC
              OR WS-PARM-ID-ABSORBE IS NOT NUMERIC
               STOP RUN
           END-IF

           PERFORM 1400-IDENTIFIER-OPERATEUR

           PERFORM 1600-VERIFIER-FENETRE-BATCH
           IF BATCH-OCCUPE

           PERFORM 1300-OUVRIR-JOURNAL.

       1400-IDENTIFIER-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-PARM-OPERATEUR)
               TO WS-PARM-OPERATEUR

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "CUSTMRG: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1420-CONTROLER-OPERATEUR

           CLOSE OPERATOR-FILE

           PERFORM 1450-JOURNALISER-SECURITE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTMRG: operateur '" WS-PARM-OPERATEUR
                       "' refuse (" FUNCTION TRIM(WS-MOTIF-REFUS)
                       ") - fusion refusee"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1420-CONTROLER-OPERATEUR.
           SET OPERATEUR-REFUSE TO TRUE
           MOVE SPACES TO WS-MOTIF-REFUS

           MOVE WS-PARM-OPERATEUR TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-MOTIF-REFUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPR-EST-ACTIF
                           MOVE "OPERATEUR INACTIF" TO WS-MOTIF-REFUS
                       WHEN OPR-PIN NOT = WS-PIN-SAISI
                           MOVE "CODE PIN ERRONE" TO WS-MOTIF-REFUS
                       WHEN OPR-ROLE-FUSION-PURGE
                           SET OPERATEUR-ACCEPTE TO TRUE
                       WHEN OTHER
                           MOVE "ROLE NON AUTORISE" TO WS-MOTIF-REFUS
                   END-EVALUATE
           END-READ.

       1450-JOURNALISER-SECURITE.
           OPEN EXTEND SECURITY-LOG
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG
               CLOSE SECURITY-LOG
               OPEN EXTEND SECURITY-LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO SEC-TIMESTAMP
           MOVE "CUSTMRG" TO SEC-PROGRAMME
           MOVE WS-PARM-OPERATEUR TO SEC-OPERATEUR
           IF OPERATEUR-ACCEPTE
               SET SEC-ACCEPTE TO TRUE
               MOVE SPACES TO SEC-MOTIF
           ELSE
               SET SEC-REFUSE TO TRUE
               MOVE WS-MOTIF-REFUS TO SEC-MOTIF
           END-IF

           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "CUSTMRG: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1300-OUVRIR-JOURNAL.
           OPEN EXTEND CUSTOMER-JOURNAL
           IF WS-CUSTJRNL-STATUS = "35"
                   " mis a jour".

       4000-SUPPRIMER-L-ABSORBE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-APRES
           MOVE WS-ID-ABSORBE TO CUST-ID
           DELETE CUSTOMER-MASTER
               INVALID KEY
                           WS-ID-ABSORBE " impossible"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'F' TO WS-JRN-ACTION
                   MOVE WS-IMAGE-ABSORBE TO WS-IMAGE-AVANT
                   PERFORM 5000-ECRIRE-JOURNAL
                   PERFORM 4100-SUPPRIMER-STATUT-CRM
                   PERFORM 4200-REPORTER-CONSENTEMENT
                   PERFORM 4500-REPORTER-FOYER
                   DISPLAY "CUSTMRG: client absorbe " WS-ID-ABSORBE
                           " supprime"
           END-DELETE.
               CLOSE CRM-STATUS-FILE
           END-IF.

      *    Le survivant herite du choix le plus restrictif : un refus
      *    de l'absorbe l'emporte, avec sa date et sa source. Sans
      *    consentement propre, le survivant reprend celui de
      *    l'absorbe. Chaque canal change est trace dans CONSHIST.
       4200-REPORTER-CONSENTEMENT.
           OPEN I-O CUSTOMER-CONSENT
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   MOVE WS-ID-ABSORBE TO CNS-CUST-ID
                   READ CUSTOMER-CONSENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUSTOMER-CONSENT-RECORD
                               TO CONSENT-ABSORBE-RECORD
                           PERFORM 4300-FUSIONNER-CONSENTEMENT
                   END-READ
                   CLOSE CUSTOMER-CONSENT
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTMRG: CONSENT indisponible, statut "
                           WS-CONSENT-STATUS
                           " - consentements de l'absorbe non repris"
           END-EVALUATE.

       4300-FUSIONNER-CONSENTEMENT.
           MOVE 'N' TO WS-CONSENT-MODIFIE-SW
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 4350-OUVRIR-HISTORIQUE

           MOVE WS-ID-SURVIVANT TO CNS-CUST-ID
           READ CUSTOMER-CONSENT
               INVALID KEY
                   SET CONSENT-SURV-ABSENT TO TRUE
                   MOVE SPACES TO CUSTOMER-CONSENT-RECORD
                   MOVE WS-ID-SURVIVANT TO CNS-CUST-ID
               NOT INVALID KEY
                   SET CONSENT-SURV-PRESENT TO TRUE
           END-READ

           IF CNA-COURRIER NOT = SPACES
              AND (CNS-COURRIER = SPACES
                   OR (CNA-COURRIER-REFUSE
                       AND NOT CNS-COURRIER-REFUSE))
               SET CONSENT-MODIFIE TO TRUE
               SET CNH-CANAL-COURRIER TO TRUE
               MOVE CNS-COURRIER TO CNH-ANCIEN
               MOVE CNA-COURRIER TO CNS-COURRIER
               MOVE CNA-COURRIER-DATE TO CNS-COURRIER-DATE
               MOVE CNA-COURRIER-SOURCE TO CNS-COURRIER-SOURCE
               MOVE CNS-COURRIER TO CNH-NOUVEAU
               MOVE CNS-COURRIER-DATE TO CNH-DATE
               MOVE CNS-COURRIER-SOURCE TO CNH-SOURCE
               PERFORM 4400-ECRIRE-HISTORIQUE
           END-IF

           IF CNA-CRM NOT = SPACES
              AND (CNS-CRM = SPACES
                   OR (CNA-CRM-REFUSE AND NOT CNS-CRM-REFUSE))
               SET CONSENT-MODIFIE TO TRUE
               SET CNH-CANAL-CRM TO TRUE
               MOVE CNS-CRM TO CNH-ANCIEN
               MOVE CNA-CRM TO CNS-CRM
               MOVE CNA-CRM-DATE TO CNS-CRM-DATE
               MOVE CNA-CRM-SOURCE TO CNS-CRM-SOURCE
               MOVE CNS-CRM TO CNH-NOUVEAU
               MOVE CNS-CRM-DATE TO CNH-DATE
               MOVE CNS-CRM-SOURCE TO CNH-SOURCE
               PERFORM 4400-ECRIRE-HISTORIQUE
           END-IF

           IF CONSENT-MODIFIE
               MOVE WS-PARM-OPERATEUR TO CNS-OPERATEUR
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO CNS-TIMESTAMP
               IF CONSENT-SURV-PRESENT
                   REWRITE CUSTOMER-CONSENT-RECORD
                       INVALID KEY
                           DISPLAY "CUSTMRG: maj CONSENT du survivant "
                                   "impossible, statut "
                                   WS-CONSENT-STATUS
                   END-REWRITE
               ELSE
                   WRITE CUSTOMER-CONSENT-RECORD
                       INVALID KEY
                           DISPLAY "CUSTMRG: maj CONSENT du survivant "
                                   "impossible, statut "
                                   WS-CONSENT-STATUS
                   END-WRITE
               END-IF
               DISPLAY "CUSTMRG: consentements de l'absorbe reportes "
                       "sur " WS-ID-SURVIVANT
           END-IF

           CLOSE CONSENT-HISTORY

           MOVE WS-ID-ABSORBE TO CNS-CUST-ID
           DELETE CUSTOMER-CONSENT
               INVALID KEY
                   CONTINUE
           END-DELETE.

       4350-OUVRIR-HISTORIQUE.
           OPEN EXTEND CONSENT-HISTORY
           IF WS-CONSHIST-STATUS = "35"
               OPEN OUTPUT CONSENT-HISTORY
               CLOSE CONSENT-HISTORY
               OPEN EXTEND CONSENT-HISTORY
           END-IF.

       4400-ECRIRE-HISTORIQUE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO CNH-TIMESTAMP
           MOVE WS-ID-SURVIVANT TO CNH-CUST-ID
           MOVE WS-PARM-OPERATEUR TO CNH-OPERATEUR
           MOVE "CUSTMRG" TO CNH-PROGRAMME

           WRITE CONSENT-HISTORY-RECORD
           IF WS-CONSHIST-STATUS NOT = "00"
               DISPLAY "CUSTMRG: erreur ecriture CONSHIST, statut "
                       WS-CONSHIST-STATUS
           END-IF.

      *    Le survivant prend la place de l'absorbe dans son foyer
      *    s'il n'appartient lui-meme a aucun foyer propose ou
      *    confirme ; sinon la fiche de l'absorbe est seulement
      *    retiree. Dans les deux cas 7600 renumerote le foyer qui
      *    portait le numero de l'absorbe.
       4500-REPORTER-FOYER.
           OPEN I-O FOYER-FILE
           EVALUATE WS-FOYER-STATUS
               WHEN "00"
                   MOVE WS-ID-SURVIVANT TO FOY-CUST-ID
                   READ FOYER-FILE
                       INVALID KEY
                           MOVE SPACES TO FOY-STATUT
                   END-READ
                   IF NOT FOY-PROPOSE AND NOT FOY-CONFIRME
                       PERFORM 4550-TRANSFERER-FICHE-FOYER
                   END-IF
                   MOVE WS-ID-ABSORBE TO WS-FOY-PARTANT-ID
                   PERFORM 7600-RETIRER-DU-FOYER
                   IF WS-FOY-MESSAGE NOT = SPACES
                       DISPLAY "CUSTMRG: " WS-FOY-MESSAGE
                   END-IF
                   CLOSE FOYER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTMRG: FOYER indisponible, statut "
                           WS-FOYER-STATUS
                           " - foyer de l'absorbe non repris"
           END-EVALUATE.

       4550-TRANSFERER-FICHE-FOYER.
           MOVE WS-ID-ABSORBE TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FOY-PROPOSE OR FOY-CONFIRME
                       MOVE WS-ID-SURVIVANT TO FOY-CUST-ID
                       MOVE WS-PARM-OPERATEUR TO FOY-OPERATEUR
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-TIMESTAMP
                       MOVE WS-CURRENT-TIMESTAMP(1:14)
                           TO FOY-TIMESTAMP
                       WRITE FOYER-RECORD
                           INVALID KEY
                               REWRITE FOYER-RECORD
                       END-WRITE
                       DISPLAY "CUSTMRG: survivant " WS-ID-SURVIVANT
                               " rattache au foyer " FOY-FOYER-ID
                   END-IF
           END-READ.

       5000-ECRIRE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

                       WS-CUSTJRNL-STATUS
           END-IF.

      *    Retrait du client WS-FOY-PARTANT-ID de son foyer : sa
      *    fiche FOYER est supprimee. S'il ne reste qu'un membre, le
      *    foyer est dissous (le membre redevient seul, statut refuse,
      *    comme une dissolution sur FOYERMNT). Si le client etait le
      *    contact principal, le premier membre restant le remplace ;
      *    si le foyer portait son numero, il est renumerote au
      *    CUST-ID du contact principal. Le compte rendu est laisse
      *    dans WS-FOY-MESSAGE ; FOYER est ouvert en I-O.
       7600-RETIRER-DU-FOYER.
           MOVE SPACES TO WS-FOY-MESSAGE
           MOVE 'N' TO WS-FOY-RETIRE-SW
           MOVE WS-FOY-PARTANT-ID TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOY-FOYER-ID TO WS-FOY-ID-AVANT
                   MOVE FOY-STATUT TO WS-FOY-STATUT-AVANT
                   DELETE FOYER-FILE
                       INVALID KEY
                           DISPLAY "CUSTMRG: DELETE FOYER, statut "
                                   WS-FOYER-STATUS
                       NOT INVALID KEY
                           SET FOY-FICHE-RETIREE TO TRUE
                   END-DELETE
           END-READ

           IF FOY-FICHE-RETIREE
              AND WS-FOY-STATUT-AVANT NOT = 'R'
               PERFORM 7610-RECOMPOSER-FOYER
           END-IF.

       7610-RECOMPOSER-FOYER.
           MOVE ZERO TO WS-FOY-NB
           MOVE ZERO TO WS-FOY-CONTACT-ID
           MOVE 'N' TO WS-FOY-FIN-SW
           MOVE WS-FOY-ID-AVANT TO FOY-FOYER-ID
           START FOYER-FILE KEY IS EQUAL TO FOY-FOYER-ID
               INVALID KEY
                   SET FIN-MEMBRES-FOYER TO TRUE
           END-START
           PERFORM 7620-LIRE-MEMBRE-FOYER
               UNTIL FIN-MEMBRES-FOYER

           IF WS-FOY-NB = 1
               PERFORM 7630-DISSOUDRE-FOYER
           ELSE
               IF WS-FOY-NB > 1
                   PERFORM 7640-RENUMEROTER-FOYER
               END-IF
           END-IF.

       7620-LIRE-MEMBRE-FOYER.
           READ FOYER-FILE NEXT RECORD
               AT END
                   SET FIN-MEMBRES-FOYER TO TRUE
           END-READ

           IF NOT FIN-MEMBRES-FOYER
               IF FOY-FOYER-ID NOT = WS-FOY-ID-AVANT
                   SET FIN-MEMBRES-FOYER TO TRUE
               ELSE
                   IF FOY-STATUT = WS-FOY-STATUT-AVANT
                      AND WS-FOY-NB < WS-FOY-MAX
                       ADD 1 TO WS-FOY-NB
                       MOVE FOY-CUST-ID TO WS-FOY-MBR(WS-FOY-NB)
                       IF FOY-CONTACT-PRINCIPAL
                           MOVE FOY-CUST-ID TO WS-FOY-CONTACT-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7630-DISSOUDRE-FOYER.
           MOVE WS-FOY-MBR(1) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FOY-CUST-ID TO FOY-FOYER-ID
                   SET FOY-CONTACT-PRINCIPAL TO TRUE
                   SET FOY-REFUSE TO TRUE
                   PERFORM 7670-REECRIRE-MEMBRE-FOYER
                   STRING "FOYER " DELIMITED BY SIZE
                          WS-FOY-ID-AVANT DELIMITED BY SIZE
                          " DISSOUS - CUST-ID " DELIMITED BY SIZE
                          WS-FOY-MBR(1) DELIMITED BY SIZE
                          " RESTE SEUL" DELIMITED BY SIZE
                          INTO WS-FOY-MESSAGE
           END-READ.

       7640-RENUMEROTER-FOYER.
           MOVE 'N' TO WS-FOY-REECRIRE-SW
           MOVE WS-FOY-ID-AVANT TO WS-FOY-NOUVEL-ID
           IF WS-FOY-CONTACT-ID = ZERO
               MOVE WS-FOY-MBR(1) TO WS-FOY-CONTACT-ID
               SET FOY-A-REECRIRE TO TRUE
           END-IF
           IF WS-FOY-ID-AVANT = WS-FOY-PARTANT-ID
               MOVE WS-FOY-CONTACT-ID TO WS-FOY-NOUVEL-ID
               SET FOY-A-REECRIRE TO TRUE
           END-IF

           IF FOY-A-REECRIRE
               PERFORM 7650-RENUMEROTER-MEMBRE
                   VARYING WS-FOY-IX FROM 1 BY 1
                   UNTIL WS-FOY-IX > WS-FOY-NB
               STRING "FOYER " DELIMITED BY SIZE
                      WS-FOY-ID-AVANT DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-FOY-NOUVEL-ID DELIMITED BY SIZE
                      " CONTACT PRINCIPAL " DELIMITED BY SIZE
                      WS-FOY-CONTACT-ID DELIMITED BY SIZE
                      INTO WS-FOY-MESSAGE
           END-IF.

       7650-RENUMEROTER-MEMBRE.
           MOVE WS-FOY-MBR(WS-FOY-IX) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-FOY-NOUVEL-ID TO FOY-FOYER-ID
                   IF FOY-CUST-ID = WS-FOY-CONTACT-ID
                       SET FOY-CONTACT-PRINCIPAL TO TRUE
                   ELSE
                       SET FOY-MEMBRE TO TRUE
                   END-IF
                   PERFORM 7670-REECRIRE-MEMBRE-FOYER
           END-READ.

       7670-REECRIRE-MEMBRE-FOYER.
           MOVE WS-PARM-OPERATEUR TO FOY-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO FOY-TIMESTAMP
           REWRITE FOYER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMRG: erreur REWRITE FOYER, statut "
                           WS-FOYER-STATUS
           END-REWRITE.

       9000-TERMINAISON.
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-JOURNAL
