               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCHLCK-STATUS.

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
       FD  BATCH-LOCK-FILE.
           COPY BATCHLCK.

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
       01 WS-CUSTSEQ-STATUS           PIC XX.
       01 WS-CUSTJRNL-STATUS          PIC XX.
       01 WS-BATCHLCK-STATUS          PIC XX.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-SECLOG-STATUS            PIC XX.
       01 WS-CONSENT-STATUS           PIC XX.
       01 WS-CONSHIST-STATUS          PIC XX.
       01 WS-FOYER-STATUS             PIC XX.

       01 WS-BATCH-LIBRE-SW           PIC X(1).
           88 BATCH-LIBRE             VALUE 'O'.
       01 WS-NEXT-CUSTOMER-ID         PIC 9(9).

       01 WS-OPERATEUR                PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-NB-ESSAIS                PIC 9(1) VALUE ZERO.
       01 WS-MAX-ESSAIS               PIC 9(1) VALUE 3.
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).
       01 WS-JRN-ACTION               PIC X(1).
       01 WS-IMAGE-AVANT              PIC X(200).
       01 WS-IMAGE-APRES              PIC X(200).
           88 NOM-VALIDE              VALUE 'O'.
           88 NOM-INVALIDE            VALUE 'N'.

       01 WS-CONSENT-VALIDE-SW        PIC X(1).
           88 CONSENT-VALIDE          VALUE 'O'.
           88 CONSENT-INVALIDE        VALUE 'N'.
       01 WS-CONSENT-MODIFIE-SW       PIC X(1).
           88 CONSENT-MODIFIE         VALUE 'O'.

       01 WS-ADRESSE-AVANT.
           05 WS-AVANT-ADR-LIGNE-1    PIC X(30).
           05 WS-AVANT-ADR-LIGNE-2    PIC X(30).
           05 WS-AVANT-VILLE          PIC X(20).
           05 WS-AVANT-CODE-POSTAL    PIC X(10).
           05 WS-AVANT-PAYS           PIC X(20).
       01 WS-MSG-NPAI                 PIC X(50).

       01 WS-FOYER-PRESENT-SW         PIC X(1) VALUE 'N'.
           88 FOYER-PRESENT           VALUE 'O'.
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

       COPY CONSREC
           REPLACING ==CUSTOMER-CONSENT-RECORD== BY
                     ==CONSENT-AVANT-RECORD==
                     LEADING ==CNS== BY ==CNA==.

       SCREEN SECTION.
       01  SCR-OPERATEUR.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "CUSTMNT - MAINTENANCE CLIENTS".
           05 LINE 3 COLUMN 1 VALUE "Code operateur : ".
           05 LINE 3 COLUMN 18 PIC X(8) USING WS-OPERATEUR.
           05 LINE 4 COLUMN 1 VALUE "Code PIN       : ".
           05 LINE 4 COLUMN 18 PIC X(8) USING WS-PIN-SAISI SECURE.

       01  SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 10 COLUMN 15 PIC X(10) USING CUST-CODE-POSTAL.
           05 LINE 11 COLUMN 1 VALUE "Pays        : ".
           05 LINE 11 COLUMN 15 PIC X(20) USING CUST-PAYS.
           05 LINE 13 COLUMN 1 VALUE
              "CONSENTEMENTS (O/N, blanc = non recueilli)".
           05 LINE 14 COLUMN 1 VALUE "Courrier    : ".
           05 LINE 14 COLUMN 15 PIC X(1) USING CNS-COURRIER.
           05 LINE 14 COLUMN 20 VALUE "Source : ".
           05 LINE 14 COLUMN 29 PIC X(1) USING CNS-COURRIER-SOURCE.
           05 LINE 15 COLUMN 1 VALUE "Partage CRM : ".
           05 LINE 15 COLUMN 15 PIC X(1) USING CNS-CRM.
           05 LINE 15 COLUMN 20 VALUE "Source : ".
           05 LINE 15 COLUMN 29 PIC X(1) USING CNS-CRM-SOURCE.
           05 LINE 16 COLUMN 1 VALUE
              "Source : A agence C courrier T telephone W internet".

       01  SCR-MODIF-CLE.
           05 BLANK SCREEN.
           05 LINE 12 COLUMN 15 PIC X(20) USING CUST-PAYS.
           05 LINE 13 COLUMN 1 VALUE "Statut (A/I): ".
           05 LINE 13 COLUMN 15 PIC X(1) USING CUST-STATUT.
           05 LINE 14 COLUMN 1 PIC X(50) FROM WS-MSG-NPAI.
           05 LINE 15 COLUMN 1 VALUE
              "CONSENTEMENTS (O/N, blanc = non recueilli)".
           05 LINE 16 COLUMN 1 VALUE "Courrier    : ".
           05 LINE 16 COLUMN 15 PIC X(1) USING CNS-COURRIER.
           05 LINE 16 COLUMN 20 VALUE "Source : ".
           05 LINE 16 COLUMN 29 PIC X(1) USING CNS-COURRIER-SOURCE.
           05 LINE 16 COLUMN 33 VALUE "Depuis le : ".
           05 LINE 16 COLUMN 45 PIC X(8) FROM CNS-COURRIER-DATE.
           05 LINE 17 COLUMN 1 VALUE "Partage CRM : ".
           05 LINE 17 COLUMN 15 PIC X(1) USING CNS-CRM.
           05 LINE 17 COLUMN 20 VALUE "Source : ".
           05 LINE 17 COLUMN 29 PIC X(1) USING CNS-CRM-SOURCE.
           05 LINE 17 COLUMN 33 VALUE "Depuis le : ".
           05 LINE 17 COLUMN 45 PIC X(8) FROM CNS-CRM-DATE.
           05 LINE 18 COLUMN 1 VALUE
              "Source : A agence C courrier T telephone W internet".

       01  SCR-SUPPR-CLE.
           05 BLANK SCREEN.
           PERFORM 1200-OUVRIR-CUSTOMER-MASTER
           PERFORM 1100-OUVRIR-CUSTOMER-SEQ
           PERFORM 1300-OUVRIR-JOURNAL
           PERFORM 1500-OUVRIR-CONSENTEMENTS
           PERFORM 1550-OUVRIR-FOYER

           PERFORM 1400-IDENTIFIER-OPERATEUR


           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-JOURNAL
           CLOSE CUSTOMER-CONSENT
           CLOSE CONSENT-HISTORY
           IF FOYER-PRESENT
               CLOSE FOYER-FILE
           END-IF

           REWRITE CUSTOMER-SEQ-RECORD
           CLOSE CUSTOMER-SEQ-FILE
               OPEN EXTEND CUSTOMER-JOURNAL
           END-IF.

       1500-OUVRIR-CONSENTEMENTS.
           OPEN I-O CUSTOMER-CONSENT
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-CONSENT
               CLOSE CUSTOMER-CONSENT
               OPEN I-O CUSTOMER-CONSENT
           END-IF

           OPEN EXTEND CONSENT-HISTORY
           IF WS-CONSHIST-STATUS = "35"
               OPEN OUTPUT CONSENT-HISTORY
               CLOSE CONSENT-HISTORY
               OPEN EXTEND CONSENT-HISTORY
           END-IF.

      *    Pas de fichier FOYER : aucun foyer n'a encore ete cree, il
      *    n'y a rien a mettre a jour a la suppression d'un client.
       1550-OUVRIR-FOYER.
           OPEN I-O FOYER-FILE
           EVALUATE WS-FOYER-STATUS
               WHEN "00"
                   SET FOYER-PRESENT TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTMNT: FOYER indisponible, statut "
                           WS-FOYER-STATUS
                           " - foyers non mis a jour"
           END-EVALUATE.

       1400-IDENTIFIER-OPERATEUR.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "CUSTMNT: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - acces refuse"
               STOP RUN
           END-IF

           PERFORM 1410-SAISIR-IDENTIFIANTS
               UNTIL OPERATEUR-ACCEPTE
                  OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS

           CLOSE OPERATOR-FILE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTMNT: " WS-MAX-ESSAIS
                       " essais refuses - session terminee"
               STOP RUN
           END-IF.

       1410-SAISIR-IDENTIFIANTS.
           ADD 1 TO WS-NB-ESSAIS
           MOVE SPACES TO WS-OPERATEUR
           MOVE SPACES TO WS-PIN-SAISI
           DISPLAY SCR-OPERATEUR
           ACCEPT SCR-OPERATEUR
           MOVE FUNCTION UPPER-CASE(WS-OPERATEUR) TO WS-OPERATEUR

           PERFORM 1420-CONTROLER-OPERATEUR
           PERFORM 1450-JOURNALISER-SECURITE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTMNT: acces refuse - " WS-MOTIF-REFUS
           END-IF.

       1420-CONTROLER-OPERATEUR.
           SET OPERATEUR-REFUSE TO TRUE
           MOVE SPACES TO WS-MOTIF-REFUS

           MOVE WS-OPERATEUR TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-MOTIF-REFUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPR-EST-ACTIF
                           MOVE "OPERATEUR INACTIF" TO WS-MOTIF-REFUS
                       WHEN OPR-PIN NOT = WS-PIN-SAISI
                           MOVE "CODE PIN ERRONE" TO WS-MOTIF-REFUS
                       WHEN OPR-ROLE-MAINTENANCE
                         OR OPR-ROLE-FUSION-PURGE
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
           MOVE "CUSTMNT" TO SEC-PROGRAMME
           MOVE WS-OPERATEUR TO SEC-OPERATEUR
           IF OPERATEUR-ACCEPTE
               SET SEC-ACCEPTE TO TRUE
               MOVE SPACES TO SEC-MOTIF
           ELSE
               SET SEC-REFUSE TO TRUE
               MOVE WS-MOTIF-REFUS TO SEC-MOTIF
           END-IF

           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "CUSTMNT: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1000-TRAITER-MENU.
           MOVE SPACES TO WS-CHOIX-MENU
           DISPLAY SCR-MENU
           MOVE SPACES TO CUST-PAYS
           SET CUST-ACTIF TO TRUE
           MOVE SPACES TO CUST-ADR-QUALITE
           MOVE SPACES TO CONSENT-AVANT-RECORD
           MOVE SPACES TO CUSTOMER-CONSENT-RECORD

           DISPLAY SCR-AJOUT
           ACCEPT SCR-AJOUT

           PERFORM 6000-COMPOSER-NOM-COMPLET
           PERFORM 6100-VALIDER-NOM
           PERFORM 7000-VALIDER-CONSENTEMENT
           EVALUATE TRUE
               WHEN NOM-INVALIDE
                   DISPLAY "CUSTMNT: nom absent ou caracteres non "
                           "autorises - ajout refuse"
               WHEN CONSENT-INVALIDE
                   DISPLAY "CUSTMNT: consentement invalide (O/N et "
                           "source A/C/T/W) - ajout refuse"
               WHEN OTHER
                   PERFORM 2100-VERIFIER-DOUBLON
                   IF DOUBLON-TROUVE
                       DISPLAY "CUSTMNT: " WS-NOM-COMPLET
                               " existe deja sous ID "
                               WS-DOUBLON-CUST-ID " - ajout refuse"
                   ELSE
                       PERFORM 2200-CREER-CLIENT
                   END-IF
           END-EVALUATE.

       2100-VERIFIER-DOUBLON.
           SET DOUBLON-ABSENT TO TRUE
                   MOVE SPACES TO WS-IMAGE-AVANT
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-APRES
                   PERFORM 5000-ECRIRE-JOURNAL
                   PERFORM 7100-ENREGISTRER-CONSENTEMENT
           END-WRITE.

       3000-MODIFIER-CLIENT.
                   DISPLAY "CUSTMNT: client introuvable"
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-AVANT
                   PERFORM 7050-CHARGER-CONSENTEMENT
                   PERFORM 3050-MEMORISER-ADRESSE
                   DISPLAY SCR-MODIF-DONNEES
                   ACCEPT SCR-MODIF-DONNEES
                   PERFORM 6000-COMPOSER-NOM-COMPLET
                   PERFORM 6100-VALIDER-NOM
                   PERFORM 7000-VALIDER-CONSENTEMENT
                   EVALUATE TRUE
                       WHEN NOM-INVALIDE
                           DISPLAY "CUSTMNT: nom absent ou caracteres "
                                   "non autorises - modification "
                                   "refusee"
                       WHEN CONSENT-INVALIDE
                           DISPLAY "CUSTMNT: consentement invalide "
                                   "(O/N et source A/C/T/W) - "
                                   "modification refusee"
                       WHEN OTHER
                           PERFORM 3100-REECRIRE-CLIENT
                   END-EVALUATE
           END-READ.

      *    Une adresse revenue NPAI reste bloquee pour le courrier
      *    tant qu'elle n'est pas changee; la saisie d'une nouvelle
      *    adresse leve l'indicateur et ADRAUDIT la re-evaluera.
       3050-MEMORISER-ADRESSE.
           MOVE CUST-ADR-LIGNE-1 TO WS-AVANT-ADR-LIGNE-1
           MOVE CUST-ADR-LIGNE-2 TO WS-AVANT-ADR-LIGNE-2
           MOVE CUST-VILLE TO WS-AVANT-VILLE
           MOVE CUST-CODE-POSTAL TO WS-AVANT-CODE-POSTAL
           MOVE CUST-PAYS TO WS-AVANT-PAYS

           IF ADR-NPAI
               MOVE "*** PLI REVENU NPAI - ADRESSE A CHANGER ***"
                   TO WS-MSG-NPAI
           ELSE
               MOVE SPACES TO WS-MSG-NPAI
           END-IF.

       3100-REECRIRE-CLIENT.
           MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET) TO CUST-NOM-KEY

           IF ADR-NPAI
              AND (CUST-ADR-LIGNE-1 NOT = WS-AVANT-ADR-LIGNE-1
                   OR CUST-ADR-LIGNE-2 NOT = WS-AVANT-ADR-LIGNE-2
                   OR CUST-VILLE NOT = WS-AVANT-VILLE
                   OR CUST-CODE-POSTAL NOT = WS-AVANT-CODE-POSTAL
                   OR CUST-PAYS NOT = WS-AVANT-PAYS)
               MOVE SPACES TO CUST-ADR-QUALITE
               DISPLAY "CUSTMNT: nouvelle adresse - indicateur NPAI "
                       "leve"
           END-IF

           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMNT: echec de la mise a jour"
                   MOVE 'M' TO WS-JRN-ACTION
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-APRES
                   PERFORM 5000-ECRIRE-JOURNAL
                   PERFORM 7100-ENREGISTRER-CONSENTEMENT
           END-REWRITE.

       4000-SUPPRIMER-CLIENT.
                               MOVE 'S' TO WS-JRN-ACTION
                               MOVE SPACES TO WS-IMAGE-APRES
                               PERFORM 5000-ECRIRE-JOURNAL
                               PERFORM 7300-RETIRER-CONSENTEMENT
                               PERFORM 7400-SORTIR-DU-FOYER
                       END-DELETE
                   ELSE
                       DISPLAY "CUSTMNT: suppression annulee"
               DISPLAY "CUSTMNT: erreur ecriture CUSTJRNL, statut "
                       WS-CUSTJRNL-STATUS
           END-IF.

      *    Un canal vide signifie "non recueilli" : le client est
      *    alors traite comme consentant. Un canal deja recueilli ne
      *    peut pas etre remis a blanc, et tout changement de valeur
      *    exige une source valide.
       7000-VALIDER-CONSENTEMENT.
           SET CONSENT-VALIDE TO TRUE
           MOVE FUNCTION UPPER-CASE(CNS-COURRIER) TO CNS-COURRIER
           MOVE FUNCTION UPPER-CASE(CNS-COURRIER-SOURCE)
               TO CNS-COURRIER-SOURCE
           MOVE FUNCTION UPPER-CASE(CNS-CRM) TO CNS-CRM
           MOVE FUNCTION UPPER-CASE(CNS-CRM-SOURCE) TO CNS-CRM-SOURCE

           IF CNS-COURRIER NOT = CNA-COURRIER
               IF NOT CNS-COURRIER-ACCEPTE
                  AND NOT CNS-COURRIER-REFUSE
                   SET CONSENT-INVALIDE TO TRUE
               END-IF
               IF NOT CNS-COURRIER-SOURCE-SAISIE
                   SET CONSENT-INVALIDE TO TRUE
               END-IF
           END-IF

           IF CNS-CRM NOT = CNA-CRM
               IF NOT CNS-CRM-ACCEPTE
                  AND NOT CNS-CRM-REFUSE
                   SET CONSENT-INVALIDE TO TRUE
               END-IF
               IF NOT CNS-CRM-SOURCE-SAISIE
                   SET CONSENT-INVALIDE TO TRUE
               END-IF
           END-IF.

       7050-CHARGER-CONSENTEMENT.
           MOVE CUST-ID TO CNS-CUST-ID
           READ CUSTOMER-CONSENT
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-CONSENT-RECORD
                   MOVE CUST-ID TO CNS-CUST-ID
           END-READ
           MOVE CUSTOMER-CONSENT-RECORD TO CONSENT-AVANT-RECORD.

      *    Seul un canal dont la valeur change est date du jour et
      *    trace dans CONSHIST; sinon la date et la source deja
      *    enregistrees sont conservees.
       7100-ENREGISTRER-CONSENTEMENT.
           MOVE 'N' TO WS-CONSENT-MODIFIE-SW
           MOVE CUST-ID TO CNS-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           IF CNS-COURRIER = CNA-COURRIER
               MOVE CNA-COURRIER-DATE TO CNS-COURRIER-DATE
               MOVE CNA-COURRIER-SOURCE TO CNS-COURRIER-SOURCE
           ELSE
               SET CONSENT-MODIFIE TO TRUE
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO CNS-COURRIER-DATE
               SET CNH-CANAL-COURRIER TO TRUE
               MOVE CNA-COURRIER TO CNH-ANCIEN
               MOVE CNS-COURRIER TO CNH-NOUVEAU
               MOVE CNS-COURRIER-DATE TO CNH-DATE
               MOVE CNS-COURRIER-SOURCE TO CNH-SOURCE
               PERFORM 7200-ECRIRE-HISTORIQUE
           END-IF

           IF CNS-CRM = CNA-CRM
               MOVE CNA-CRM-DATE TO CNS-CRM-DATE
               MOVE CNA-CRM-SOURCE TO CNS-CRM-SOURCE
           ELSE
               SET CONSENT-MODIFIE TO TRUE
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO CNS-CRM-DATE
               SET CNH-CANAL-CRM TO TRUE
               MOVE CNA-CRM TO CNH-ANCIEN
               MOVE CNS-CRM TO CNH-NOUVEAU
               MOVE CNS-CRM-DATE TO CNH-DATE
               MOVE CNS-CRM-SOURCE TO CNH-SOURCE
               PERFORM 7200-ECRIRE-HISTORIQUE
           END-IF

           IF CONSENT-MODIFIE
               MOVE WS-OPERATEUR TO CNS-OPERATEUR
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO CNS-TIMESTAMP
               WRITE CUSTOMER-CONSENT-RECORD
                   INVALID KEY
                       REWRITE CUSTOMER-CONSENT-RECORD
                           INVALID KEY
                               DISPLAY "CUSTMNT: maj CONSENT "
                                       "impossible, statut "
                                       WS-CONSENT-STATUS
                       END-REWRITE
               END-WRITE
               DISPLAY "CUSTMNT: consentements enregistres"
           END-IF.

       7200-ECRIRE-HISTORIQUE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO CNH-TIMESTAMP
           MOVE CUST-ID TO CNH-CUST-ID
           MOVE WS-OPERATEUR TO CNH-OPERATEUR
           MOVE "CUSTMNT" TO CNH-PROGRAMME

           WRITE CONSENT-HISTORY-RECORD
           IF WS-CONSHIST-STATUS NOT = "00"
               DISPLAY "CUSTMNT: erreur ecriture CONSHIST, statut "
                       WS-CONSHIST-STATUS
           END-IF.

      *    Le client supprime n'a plus de consentements courants;
      *    leur historique reste dans CONSHIST (seul CUSTPURG
      *    l'efface).
       7300-RETIRER-CONSENTEMENT.
           MOVE CUST-ID TO CNS-CUST-ID
           DELETE CUSTOMER-CONSENT
               INVALID KEY
                   CONTINUE
           END-DELETE.

       7400-SORTIR-DU-FOYER.
           IF FOYER-PRESENT
               MOVE CUST-ID TO WS-FOY-PARTANT-ID
               PERFORM 7600-RETIRER-DU-FOYER
               IF WS-FOY-MESSAGE NOT = SPACES
                   DISPLAY "CUSTMNT: " WS-FOY-MESSAGE
               END-IF
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
                           DISPLAY "CUSTMNT: DELETE FOYER, statut "
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
           MOVE WS-OPERATEUR TO FOY-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO FOY-TIMESTAMP
           REWRITE FOYER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMNT: erreur REWRITE FOYER, statut "
                           WS-FOYER-STATUS
           END-REWRITE.
