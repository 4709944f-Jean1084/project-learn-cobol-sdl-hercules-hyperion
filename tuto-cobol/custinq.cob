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

           SELECT LETTRE-HIST-FILE ASSIGN TO "LTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTH-CLE
               FILE STATUS IS WS-LTRHIST-STATUS.

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

       FD  LETTRE-HIST-FILE.
           COPY LTRHIST.

       FD  FOYER-FILE.
           COPY FOYERREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS          PIC XX.
       01 WS-GREETLOG-STATUS          PIC XX.
       01 WS-CUSTJRNL-STATUS          PIC XX.
       01 WS-CRMSTAT-STATUS           PIC XX.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-SECLOG-STATUS            PIC XX.
       01 WS-CONSENT-STATUS           PIC XX.
       01 WS-LTRHIST-STATUS           PIC XX.
       01 WS-FOYER-STATUS             PIC XX.

       01 WS-OPERATEUR                PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-NB-ESSAIS                PIC 9(1) VALUE ZERO.
       01 WS-MAX-ESSAIS               PIC 9(1) VALUE 3.
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-NOM-RECHERCHE            PIC X(30).

       01 WS-DETAIL-CUST-ID           PIC 9(9).
       01 WS-ID-CHERCHE-X             PIC X(9).
       01 WS-PAUSE                    PIC X(1).
           88 PAUSE-SUITE             VALUE 'S' 's'.

       01 WS-DET-GREETLOG-SW          PIC X(1).
           88 FIN-GREETING-LOG        VALUE 'O'.
           88 FIN-CUSTOMER-JOURNAL    VALUE 'O'.

       01 WS-DET-CRM-LIGNE            PIC X(60).
       01 WS-DET-CONSENT-LIGNE        PIC X(60).
       01 WS-DET-CANAL                PIC X(24).
       01 WS-DET-CP-VILLE             PIC X(35).
       01 WS-DET-ADR-ETAT             PIC X(30).
       01 WS-NUITS-AFFICHE            PIC ZZ9.

       01 WS-NB-DET-LOGS              PIC 9(5).
       01 WS-DET-JRN-2                PIC X(60).
       01 WS-DET-JRN-3                PIC X(60).

       01 WS-DET-LTRHIST-SW           PIC X(1).
           88 FIN-LETTRE-HIST         VALUE 'O'.
       01 WS-NB-DET-LETTRES           PIC 9(5).
       01 WS-NB-DET-CAMPAGNES         PIC 9(3).
       01 WS-DET-GRP-CAMPAGNE         PIC X(8).
       01 WS-DET-GRP-NB               PIC 9(5).
       01 WS-DET-GRP-PREMIERE         PIC X(8).
       01 WS-DET-GRP-DERNIERE         PIC X(8).
       01 WS-DET-NB-AFFICHE           PIC ZZZZ9.
       01 WS-DET-LTR-TOTAL            PIC X(60).
       01 WS-DET-LTR-LIGNES.
           05 WS-DET-LTR              PIC X(60) OCCURS 8 TIMES.

       01 WS-DET-FOYER-SW             PIC X(1).
           88 FIN-FOYER               VALUE 'O'.
       01 WS-DET-CONTACT-SW           PIC X(1).
           88 DET-CONTACT-PRINCIPAL   VALUE 'O'.
       01 WS-DET-FOYER-ID             PIC 9(9).
       01 WS-DET-FOYER-STATUT         PIC X(1).
       01 WS-DET-FOYER-LIGNE          PIC X(60).
       01 WS-DET-FOYER-ROLE           PIC X(17).
       01 WS-DET-FOYER-LIB            PIC X(8).
       01 WS-DET-MBR-MARQUE           PIC X(1).
       01 WS-NB-DET-MEMBRES           PIC 9(3).
       01 WS-DET-IMAGE-CLIENT         PIC X(200).
       01 WS-DET-MBR-LIGNES.
           05 WS-DET-MBR              PIC X(60) OCCURS 5 TIMES.

       SCREEN SECTION.
       01  SCR-OPERATEUR.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "CUSTINQ - CONSULTATION CLIENTS".
           05 LINE 3 COLUMN 1 VALUE "Code operateur : ".
           05 LINE 3 COLUMN 18 PIC X(8) USING WS-OPERATEUR.
           05 LINE 4 COLUMN 1 VALUE "Code PIN       : ".
           05 LINE 4 COLUMN 18 PIC X(8) USING WS-PIN-SAISI SECURE.

       01  SCR-RECHERCHE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "CUSTINQ - CONSULTATION CLIENTS".
           05 LINE 8 COLUMN 15 PIC X(30) FROM CUST-ADR-LIGNE-2.
           05 LINE 9 COLUMN 15 PIC X(35) FROM WS-DET-CP-VILLE.
           05 LINE 10 COLUMN 15 PIC X(20) FROM CUST-PAYS.
           05 LINE 10 COLUMN 40 PIC X(30) FROM WS-DET-ADR-ETAT.
           05 LINE 11 COLUMN 1 VALUE "CRM         : ".
           05 LINE 11 COLUMN 15 PIC X(60) FROM WS-DET-CRM-LIGNE.
           05 LINE 12 COLUMN 1 VALUE "Consentement: ".
           05 LINE 12 COLUMN 15 PIC X(60) FROM WS-DET-CONSENT-LIGNE.
           05 LINE 13 COLUMN 1 VALUE
              "DERNIERES SALUTATIONS (GREETLOG)".
           05 LINE 14 COLUMN 3 PIC X(60) FROM WS-DET-LOG-1.
           05 LINE 18 COLUMN 3 PIC X(60) FROM WS-DET-JRN-1.
           05 LINE 19 COLUMN 3 PIC X(60) FROM WS-DET-JRN-2.
           05 LINE 20 COLUMN 3 PIC X(60) FROM WS-DET-JRN-3.
           05 LINE 21 COLUMN 1 VALUE "Foyer       : ".
           05 LINE 21 COLUMN 15 PIC X(60) FROM WS-DET-FOYER-LIGNE.
           05 LINE 22 COLUMN 1 VALUE
              "Entree pour revenir, S pour la suite : ".
           05 LINE 22 COLUMN 40 PIC X USING WS-PAUSE.

       01  SCR-DETAIL-SUITE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE
              "CUSTINQ - FICHE CLIENT 360 (SUITE)".
           05 LINE 3 COLUMN 1 VALUE "ID Client   : ".
           05 LINE 3 COLUMN 15 PIC 9(9) FROM CUST-ID.
           05 LINE 3 COLUMN 26 PIC X(31) FROM WS-NOM-AFFICHE.
           05 LINE 5 COLUMN 1 VALUE
              "COURRIERS ENVOYES PAR CAMPAGNE (LTRHIST)".
           05 LINE 6 COLUMN 3 PIC X(60) FROM WS-DET-LTR(1).
           05 LINE 7 COLUMN 3 PIC X(60) FROM WS-DET-LTR(2).
           05 LINE 8 COLUMN 3 PIC X(60) FROM WS-DET-LTR(3).
           05 LINE 9 COLUMN 3 PIC X(60) FROM WS-DET-LTR(4).
           05 LINE 10 COLUMN 3 PIC X(60) FROM WS-DET-LTR(5).
           05 LINE 11 COLUMN 3 PIC X(60) FROM WS-DET-LTR(6).
           05 LINE 12 COLUMN 3 PIC X(60) FROM WS-DET-LTR(7).
           05 LINE 13 COLUMN 3 PIC X(60) FROM WS-DET-LTR(8).
           05 LINE 14 COLUMN 3 PIC X(60) FROM WS-DET-LTR-TOTAL.
           05 LINE 16 COLUMN 1 VALUE
              "AUTRES MEMBRES DU FOYER (P = CONTACT PRINCIPAL)".
           05 LINE 17 COLUMN 3 PIC X(60) FROM WS-DET-MBR(1).
           05 LINE 18 COLUMN 3 PIC X(60) FROM WS-DET-MBR(2).
           05 LINE 19 COLUMN 3 PIC X(60) FROM WS-DET-MBR(3).
           05 LINE 20 COLUMN 3 PIC X(60) FROM WS-DET-MBR(4).
           05 LINE 21 COLUMN 3 PIC X(60) FROM WS-DET-MBR(5).
           05 LINE 22 COLUMN 1 VALUE "Entree pour revenir : ".
           05 LINE 22 COLUMN 23 PIC X USING WS-PAUSE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1400-IDENTIFIER-OPERATEUR

           PERFORM 1200-OUVRIR-CUSTOMER-MASTER

           PERFORM 2000-NOUVELLE-RECHERCHE
               STOP RUN
           END-IF.

       1400-IDENTIFIER-OPERATEUR.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "CUSTINQ: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - acces refuse"
               STOP RUN
           END-IF

           PERFORM 1410-SAISIR-IDENTIFIANTS
               UNTIL OPERATEUR-ACCEPTE
                  OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS

           CLOSE OPERATOR-FILE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTINQ: " WS-MAX-ESSAIS
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
               DISPLAY "CUSTINQ: acces refuse - " WS-MOTIF-REFUS
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
                       WHEN OPR-ROLE-CONSULTATION
                         OR OPR-ROLE-MAINTENANCE
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
           MOVE "CUSTINQ" TO SEC-PROGRAMME
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
               DISPLAY "CUSTINQ: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1000-TRAITER-COMMANDE.
           MOVE SPACES TO WS-CHOIX-INQ
           DISPLAY SCR-LISTE
               NOT INVALID KEY
                   PERFORM 6000-COMPOSER-NOM-AFFICHE
                   PERFORM 5100-CHARGER-STATUT-CRM
                   PERFORM 5600-CHARGER-CONSENTEMENT
                   PERFORM 5200-CHARGER-HISTO-LOG
                   PERFORM 5300-CHARGER-HISTO-JOURNAL
                   PERFORM 5400-COMPOSER-CP-VILLE
                   PERFORM 5800-CHARGER-FOYER
                   MOVE SPACES TO WS-PAUSE
                   DISPLAY SCR-DETAIL
                   ACCEPT SCR-DETAIL
                   IF PAUSE-SUITE
                       PERFORM 5700-CHARGER-COURRIERS
                       MOVE SPACES TO WS-PAUSE
                       DISPLAY SCR-DETAIL-SUITE
                       ACCEPT SCR-DETAIL-SUITE
                   END-IF
           END-READ

           PERFORM 5500-REPOSITIONNER-LISTE.
                   MOVE "STATUT CRM INCONNU" TO WS-DET-CRM-LIGNE
           END-EVALUATE.

      *    "COURRIER N 20261015 T  CRM O 20260302 A" : valeur, date
      *    et source de chaque canal; un canal jamais recueilli
      *    s'affiche "-" (le client est alors traite comme
      *    consentant).
       5600-CHARGER-CONSENTEMENT.
           MOVE SPACES TO WS-DET-CONSENT-LIGNE
           MOVE CUST-ID TO CNS-CUST-ID

           OPEN INPUT CUSTOMER-CONSENT
           IF WS-CONSENT-STATUS NOT = "00"
               MOVE "NON RECUEILLI (FICHIER CONSENT ABSENT)"
                   TO WS-DET-CONSENT-LIGNE
           ELSE
               READ CUSTOMER-CONSENT
                   INVALID KEY
                       MOVE "NON RECUEILLI - COURRIER ET CRM AUTORISES"
                           TO WS-DET-CONSENT-LIGNE
                   NOT INVALID KEY
                       PERFORM 5650-COMPOSER-CONSENTEMENT
               END-READ
               CLOSE CUSTOMER-CONSENT
           END-IF.

       5650-COMPOSER-CONSENTEMENT.
           MOVE SPACES TO WS-DET-CANAL
           IF CNS-COURRIER = SPACE
               MOVE "COURRIER -" TO WS-DET-CANAL
           ELSE
               STRING "COURRIER " DELIMITED BY SIZE
                      CNS-COURRIER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNS-COURRIER-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNS-COURRIER-SOURCE DELIMITED BY SIZE
                      INTO WS-DET-CANAL
           END-IF
           MOVE WS-DET-CANAL TO WS-DET-CONSENT-LIGNE

           MOVE SPACES TO WS-DET-CANAL
           IF CNS-CRM = SPACE
               MOVE "CRM -" TO WS-DET-CANAL
           ELSE
               STRING "CRM " DELIMITED BY SIZE
                      CNS-CRM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNS-CRM-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNS-CRM-SOURCE DELIMITED BY SIZE
                      INTO WS-DET-CANAL
           END-IF
           MOVE WS-DET-CANAL TO WS-DET-CONSENT-LIGNE(25:24).

       5200-CHARGER-HISTO-LOG.
           MOVE ZERO TO WS-NB-DET-LOGS
           MOVE "  (AUCUNE)" TO WS-DET-LOG-1
           STRING CUST-CODE-POSTAL DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-VILLE DELIMITED BY SIZE
                  INTO WS-DET-CP-VILLE

           EVALUATE TRUE
               WHEN ADR-NPAI
                   MOVE "*** NPAI - PLI REVENU ***" TO WS-DET-ADR-ETAT
               WHEN ADR-A-CORRIGER
                   MOVE "ADRESSE A CORRIGER (AUDIT)" TO WS-DET-ADR-ETAT
               WHEN OTHER
                   MOVE SPACES TO WS-DET-ADR-ETAT
           END-EVALUATE.

      *    Une ligne par campagne, dans l'ordre de la cle LTRHIST :
      *    "ACCUEIL      12 LETTRE(S) DU 20260101 AU 20261015".
       5700-CHARGER-COURRIERS.
           MOVE SPACES TO WS-DET-LTR-LIGNES
           MOVE SPACES TO WS-DET-LTR-TOTAL
           MOVE ZERO TO WS-NB-DET-LETTRES
           MOVE ZERO TO WS-NB-DET-CAMPAGNES
           MOVE ZERO TO WS-DET-GRP-NB
           MOVE 'N' TO WS-DET-LTRHIST-SW

           OPEN INPUT LETTRE-HIST-FILE
           IF WS-LTRHIST-STATUS NOT = "00"
               MOVE "  (HISTORIQUE LTRHIST INDISPONIBLE)"
                   TO WS-DET-LTR(1)
           ELSE
               MOVE CUST-ID TO LTH-CUST-ID
               MOVE LOW-VALUES TO LTH-CAMPAGNE
               MOVE LOW-VALUES TO LTH-DATE-CYCLE
               START LETTRE-HIST-FILE KEY IS NOT LESS THAN LTH-CLE
                   INVALID KEY
                       SET FIN-LETTRE-HIST TO TRUE
               END-START
               IF NOT FIN-LETTRE-HIST
                   PERFORM 5750-LIRE-LETTRE-HIST
               END-IF
               PERFORM 5720-EXAMINER-COURRIER
                   UNTIL FIN-LETTRE-HIST
               IF WS-DET-GRP-NB > ZERO
                   PERFORM 5780-RETENIR-CAMPAGNE
               END-IF
               CLOSE LETTRE-HIST-FILE

               IF WS-NB-DET-LETTRES = ZERO
                   MOVE "  (AUCUN)" TO WS-DET-LTR(1)
               ELSE
                   PERFORM 5790-COMPOSER-TOTAL-COURRIERS
               END-IF
           END-IF.

       5720-EXAMINER-COURRIER.
           IF WS-DET-GRP-NB > ZERO
              AND LTH-CAMPAGNE NOT = WS-DET-GRP-CAMPAGNE
               PERFORM 5780-RETENIR-CAMPAGNE
           END-IF
           IF WS-DET-GRP-NB = ZERO
               MOVE LTH-CAMPAGNE TO WS-DET-GRP-CAMPAGNE
               MOVE LTH-DATE-CYCLE TO WS-DET-GRP-PREMIERE
           END-IF
           ADD 1 TO WS-DET-GRP-NB
           ADD 1 TO WS-NB-DET-LETTRES
           MOVE LTH-DATE-CYCLE TO WS-DET-GRP-DERNIERE

           PERFORM 5750-LIRE-LETTRE-HIST.

       5750-LIRE-LETTRE-HIST.
           READ LETTRE-HIST-FILE NEXT RECORD
               AT END SET FIN-LETTRE-HIST TO TRUE
           END-READ
           IF NOT FIN-LETTRE-HIST
              AND LTH-CUST-ID NOT = CUST-ID
               SET FIN-LETTRE-HIST TO TRUE
           END-IF.

       5780-RETENIR-CAMPAGNE.
           ADD 1 TO WS-NB-DET-CAMPAGNES
           IF WS-NB-DET-CAMPAGNES NOT > 8
               MOVE WS-DET-GRP-NB TO WS-DET-NB-AFFICHE
               STRING WS-DET-GRP-CAMPAGNE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DET-NB-AFFICHE DELIMITED BY SIZE
                      " LETTRE(S) DU " DELIMITED BY SIZE
                      WS-DET-GRP-PREMIERE DELIMITED BY SIZE
                      " AU " DELIMITED BY SIZE
                      WS-DET-GRP-DERNIERE DELIMITED BY SIZE
                      INTO WS-DET-LTR(WS-NB-DET-CAMPAGNES)
           END-IF
           MOVE ZERO TO WS-DET-GRP-NB.

       5790-COMPOSER-TOTAL-COURRIERS.
           MOVE WS-NB-DET-LETTRES TO WS-DET-NB-AFFICHE
           STRING "TOTAL    " DELIMITED BY SIZE
                  WS-DET-NB-AFFICHE DELIMITED BY SIZE
                  " LETTRE(S)" DELIMITED BY SIZE
                  INTO WS-DET-LTR-TOTAL
           IF WS-NB-DET-CAMPAGNES > 8
               MOVE WS-NB-DET-CAMPAGNES TO WS-DET-NB-AFFICHE
               STRING WS-DET-NB-AFFICHE DELIMITED BY SIZE
                      " CAMPAGNES, 8 AFFICHEES" DELIMITED BY SIZE
                      INTO WS-DET-LTR-TOTAL(30:31)
           END-IF.

      *    Les autres membres du foyer (meme numero de foyer et meme
      *    statut) sont lus par la cle alternative FOY-FOYER-ID ; leur
      *    nom est relu sur CUSTMAST, puis la fiche affichee est
      *    restauree. Un foyer refuse n'est pas montre.
       5800-CHARGER-FOYER.
           MOVE SPACES TO WS-DET-MBR-LIGNES
           MOVE "(AUCUN)" TO WS-DET-FOYER-LIGNE
           MOVE "(AUCUN)" TO WS-DET-MBR(1)
           MOVE ZERO TO WS-NB-DET-MEMBRES

           OPEN INPUT FOYER-FILE
           EVALUATE WS-FOYER-STATUS
               WHEN "00"
                   MOVE CUST-ID TO FOY-CUST-ID
                   READ FOYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT FOY-REFUSE
                               PERFORM 5810-LISTER-MEMBRES
                           END-IF
                   END-READ
                   CLOSE FOYER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "(FICHIER FOYER INDISPONIBLE)"
                       TO WS-DET-FOYER-LIGNE
           END-EVALUATE.

       5810-LISTER-MEMBRES.
           MOVE FOY-FOYER-ID TO WS-DET-FOYER-ID
           MOVE FOY-STATUT TO WS-DET-FOYER-STATUT
           MOVE FOY-CONTACT TO WS-DET-CONTACT-SW
           MOVE CUSTOMER-MASTER-RECORD TO WS-DET-IMAGE-CLIENT

           MOVE 'N' TO WS-DET-FOYER-SW
           START FOYER-FILE KEY IS EQUAL TO FOY-FOYER-ID
               INVALID KEY
                   SET FIN-FOYER TO TRUE
           END-START
           PERFORM 5820-LIRE-MEMBRE-FOYER
               UNTIL FIN-FOYER

           MOVE WS-DET-IMAGE-CLIENT TO CUSTOMER-MASTER-RECORD
           PERFORM 6000-COMPOSER-NOM-AFFICHE
           PERFORM 5890-COMPOSER-LIGNE-FOYER.

       5820-LIRE-MEMBRE-FOYER.
           READ FOYER-FILE NEXT RECORD
               AT END
                   SET FIN-FOYER TO TRUE
           END-READ

           IF NOT FIN-FOYER
               IF FOY-FOYER-ID NOT = WS-DET-FOYER-ID
                   SET FIN-FOYER TO TRUE
               ELSE
                   IF FOY-STATUT = WS-DET-FOYER-STATUT
                      AND FOY-CUST-ID NOT = WS-DETAIL-CUST-ID
                       ADD 1 TO WS-NB-DET-MEMBRES
                       IF WS-NB-DET-MEMBRES NOT > 5
                           PERFORM 5850-COMPOSER-LIGNE-MEMBRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5850-COMPOSER-LIGNE-MEMBRE.
           IF FOY-CONTACT-PRINCIPAL
               MOVE "P" TO WS-DET-MBR-MARQUE
           ELSE
               MOVE SPACE TO WS-DET-MBR-MARQUE
           END-IF

           MOVE FOY-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER KEY IS CUST-ID
               INVALID KEY
                   MOVE "(ABSENT DE CUSTMAST)" TO WS-NOM-AFFICHE
               NOT INVALID KEY
                   PERFORM 6000-COMPOSER-NOM-AFFICHE
           END-READ

           MOVE SPACES TO WS-DET-MBR(WS-NB-DET-MEMBRES)
           STRING FOY-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DET-MBR-MARQUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-AFFICHE DELIMITED BY SIZE
                  INTO WS-DET-MBR(WS-NB-DET-MEMBRES).

      *    "000000123 CONFIRME CONTACT PRINCIPAL, 2 AUTRE(S) MEMBRE(S)"
       5890-COMPOSER-LIGNE-FOYER.
           IF WS-DET-FOYER-STATUT = 'P'
               MOVE "PROPOSE" TO WS-DET-FOYER-LIB
           ELSE
               MOVE "CONFIRME" TO WS-DET-FOYER-LIB
           END-IF
           IF DET-CONTACT-PRINCIPAL
               MOVE "CONTACT PRINCIPAL" TO WS-DET-FOYER-ROLE
           ELSE
               MOVE "MEMBRE" TO WS-DET-FOYER-ROLE
           END-IF
           MOVE WS-NB-DET-MEMBRES TO WS-DET-NB-AFFICHE

           MOVE SPACES TO WS-DET-FOYER-LIGNE
           STRING WS-DET-FOYER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DET-FOYER-LIB DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DET-FOYER-ROLE TRAILING)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DET-NB-AFFICHE DELIMITED BY SIZE
                  " AUTRE(S) MEMBRE(S)" DELIMITED BY SIZE
                  INTO WS-DET-FOYER-LIGNE

           IF WS-NB-DET-MEMBRES = ZERO
               MOVE "(AUCUN)" TO WS-DET-MBR(1)
           END-IF.

       6000-COMPOSER-NOM-AFFICHE.
           MOVE SPACES TO WS-NOM-AFFICHE
