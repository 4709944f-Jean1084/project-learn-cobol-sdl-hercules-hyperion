       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOYERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOYER-FILE ASSIGN TO "FOYER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOY-CUST-ID
               ALTERNATE RECORD KEY IS FOY-FOYER-ID WITH DUPLICATES
               FILE STATUS IS WS-FOYER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATR-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FOYER-FILE.
           COPY FOYERREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-FOYER-STATUS             PIC XX.
       01 WS-CUSTMAST-STATUS          PIC XX.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-SECLOG-STATUS            PIC XX.

       01 WS-OPERATEUR                PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-NB-ESSAIS                PIC 9(1) VALUE ZERO.
       01 WS-MAX-ESSAIS               PIC 9(1) VALUE 3.
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-CHOIX-MENU               PIC X(1).
           88 CHOIX-CONSULTER         VALUE 'C'.
           88 CHOIX-VALIDER           VALUE 'V'.
           88 CHOIX-REFUSER           VALUE 'R'.
           88 CHOIX-AJOUTER           VALUE 'A'.
           88 CHOIX-ENLEVER           VALUE 'E'.
           88 CHOIX-CONTACT           VALUE 'P'.
           88 CHOIX-QUITTER           VALUE 'Q'.

       01 WS-FIN-PROGRAMME-SW         PIC X(1) VALUE 'N'.
           88 FIN-PROGRAMME           VALUE 'O'.

       01 WS-CONFIRMATION             PIC X(1).
           88 CONFIRMATION-OUI        VALUE 'O' 'o'.

       01 WS-SAISIE-CUST-ID           PIC 9(9).
       01 WS-SAISIE-AJOUT-ID          PIC 9(9).

       01 WS-FOYER-TROUVE-SW          PIC X(1).
           88 FOYER-TROUVE            VALUE 'O'.
           88 FOYER-ABSENT            VALUE 'N'.
       01 WS-FIN-FOYER-SW             PIC X(1).
           88 FIN-FOYER               VALUE 'O'.
       01 WS-NUMERO-PRIS-SW           PIC X(1).
           88 NUMERO-PRIS             VALUE 'O'.
       01 WS-CLIENT-TROUVE-SW         PIC X(1).
           88 CLIENT-TROUVE           VALUE 'O'.
           88 CLIENT-ABSENT           VALUE 'N'.

       01 WS-FOYER-ID                 PIC 9(9).
       01 WS-FOYER-STATUT             PIC X(1).
           88 FOYER-PROPOSE           VALUE 'P'.
           88 FOYER-CONFIRME          VALUE 'C'.
           88 FOYER-REFUSE            VALUE 'R'.
       01 WS-FOYER-ORIGINE            PIC X(1).
       01 WS-CONTACT-ID               PIC 9(9).
       01 WS-LIB-STATUT               PIC X(10).
       01 WS-LIB-ORIGINE              PIC X(10).

       01 WS-NB-MEMBRES               PIC 9(2) VALUE ZERO.
       01 WS-MEMBRES-MAX              PIC 9(2) VALUE 10.
       01 WS-MBR-IDX                  PIC 9(2).
       01 WS-TABLE-MEMBRES.
           05 WS-MBR-ENTREE OCCURS 10 TIMES.
               10 WS-MBR-CUST-ID      PIC 9(9).
               10 WS-MBR-CONTACT      PIC X(1).

       01 WS-RESTANTS                 PIC 9(2).
       01 WS-NOUVEAU-CONTACT-ID       PIC 9(9).

       01 WS-NOM-COMPLET              PIC X(31).
       01 WS-CONTACT-ADR-LIGNE-1      PIC X(30).
       01 WS-CONTACT-ADR-LIGNE-2      PIC X(30).

       01 WS-LIGNES-FOYER.
           05 WS-FOY-LIGNE OCCURS 10 TIMES.
               10 WS-FL-CUST-ID       PIC 9(9).
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WS-FL-CONTACT       PIC X(1).
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WS-FL-NOM           PIC X(31).
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WS-FL-ADRESSE       PIC X(30).
       01 WS-LIGNE-VIDE               PIC X(77) VALUE SPACES.

       01 WS-MESSAGE                  PIC X(60).
       01 WS-INVITE                   PIC X(40).

       SCREEN SECTION.
       01  SCR-OPERATEUR.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "FOYERMNT - FOYERS CLIENTS".
           05 LINE 3 COLUMN 1 VALUE "Code operateur : ".
           05 LINE 3 COLUMN 18 PIC X(8) USING WS-OPERATEUR.
           05 LINE 4 COLUMN 1 VALUE "Code PIN       : ".
           05 LINE 4 COLUMN 18 PIC X(8) USING WS-PIN-SAISI SECURE.

       01  SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "FOYERMNT - MAINTENANCE DES".
           05 LINE 1 COLUMN 28 VALUE "FOYERS CLIENTS".
           05 LINE 3 COLUMN 1 VALUE "C) Consulter un foyer".
           05 LINE 4 COLUMN 1 VALUE "V) Valider une proposition".
           05 LINE 5 COLUMN 1 VALUE "R) Refuser / dissoudre un foyer".
           05 LINE 6 COLUMN 1 VALUE "A) Ajouter un membre".
           05 LINE 7 COLUMN 1 VALUE "E) Enlever un membre".
           05 LINE 8 COLUMN 1 VALUE "P) Changer le contact principal".
           05 LINE 9 COLUMN 1 VALUE "Q) Quitter".
           05 LINE 11 COLUMN 1 VALUE "Choix : ".
           05 LINE 11 COLUMN 9 PIC X USING WS-CHOIX-MENU.

       01  SCR-CLE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "FOYERMNT - FOYERS CLIENTS".
           05 LINE 3 COLUMN 1 VALUE "ID Client membre du foyer : ".
           05 LINE 3 COLUMN 29 PIC 9(9) USING WS-SAISIE-CUST-ID.

       01  SCR-AJOUT-CLE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "FOYERMNT - AJOUT D'UN MEMBRE".
           05 LINE 3 COLUMN 1 VALUE "ID Client du foyer        : ".
           05 LINE 3 COLUMN 29 PIC 9(9) USING WS-SAISIE-CUST-ID.
           05 LINE 4 COLUMN 1 VALUE "ID Client a ajouter       : ".
           05 LINE 4 COLUMN 29 PIC 9(9) USING WS-SAISIE-AJOUT-ID.
           05 LINE 6 COLUMN 1 VALUE
              "Client sans foyer = nouveau foyer dont il est le".
           05 LINE 7 COLUMN 1 VALUE
              "contact principal".

       01  SCR-FOYER.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "FOYERMNT - FOYER".
           05 LINE 3 COLUMN 1 VALUE "Foyer       : ".
           05 LINE 3 COLUMN 15 PIC 9(9) FROM WS-FOYER-ID.
           05 LINE 3 COLUMN 26 VALUE "Statut : ".
           05 LINE 3 COLUMN 35 PIC X(10) FROM WS-LIB-STATUT.
           05 LINE 3 COLUMN 47 VALUE "Origine : ".
           05 LINE 3 COLUMN 57 PIC X(10) FROM WS-LIB-ORIGINE.
           05 LINE 5 COLUMN 1 VALUE "ID CLIENT  P  NOM".
           05 LINE 5 COLUMN 48 VALUE "ADRESSE".
           05 LINE 6 COLUMN 1  PIC X(77) FROM WS-FOY-LIGNE(1).
           05 LINE 7 COLUMN 1  PIC X(77) FROM WS-FOY-LIGNE(2).
           05 LINE 8 COLUMN 1  PIC X(77) FROM WS-FOY-LIGNE(3).
           05 LINE 9 COLUMN 1  PIC X(77) FROM WS-FOY-LIGNE(4).
           05 LINE 10 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(5).
           05 LINE 11 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(6).
           05 LINE 12 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(7).
           05 LINE 13 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(8).
           05 LINE 14 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(9).
           05 LINE 15 COLUMN 1 PIC X(77) FROM WS-FOY-LIGNE(10).
           05 LINE 17 COLUMN 1 VALUE
              "P = contact principal, destinataire du courrier".
           05 LINE 19 COLUMN 1 PIC X(60) FROM WS-MESSAGE.
           05 LINE 21 COLUMN 1 PIC X(40) FROM WS-INVITE.
           05 LINE 21 COLUMN 41 PIC X USING WS-CONFIRMATION.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1400-IDENTIFIER-OPERATEUR

           PERFORM 1200-OUVRIR-FOYER
           PERFORM 1300-OUVRIR-CUSTOMER-MASTER

           PERFORM 1000-TRAITER-MENU UNTIL FIN-PROGRAMME

           CLOSE FOYER-FILE
           CLOSE CUSTOMER-MASTER

           STOP RUN.

       1200-OUVRIR-FOYER.
           OPEN I-O FOYER-FILE
           IF WS-FOYER-STATUS = "35"
               OPEN OUTPUT FOYER-FILE
               CLOSE FOYER-FILE
               OPEN I-O FOYER-FILE
           END-IF
           IF WS-FOYER-STATUS NOT = "00"
               DISPLAY "FOYERMNT: ouverture FOYER impossible, "
                       "statut " WS-FOYER-STATUS
               STOP RUN
           END-IF.

       1300-OUVRIR-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "FOYERMNT: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               CLOSE FOYER-FILE
               STOP RUN
           END-IF.

       1400-IDENTIFIER-OPERATEUR.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "FOYERMNT: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - acces refuse"
               STOP RUN
           END-IF

           PERFORM 1410-SAISIR-IDENTIFIANTS
               UNTIL OPERATEUR-ACCEPTE
                  OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS

           CLOSE OPERATOR-FILE

           IF OPERATEUR-REFUSE
               DISPLAY "FOYERMNT: " WS-MAX-ESSAIS
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
               DISPLAY "FOYERMNT: acces refuse - " WS-MOTIF-REFUS
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
           MOVE "FOYERMNT" TO SEC-PROGRAMME
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
               DISPLAY "FOYERMNT: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1000-TRAITER-MENU.
           MOVE SPACES TO WS-CHOIX-MENU
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           MOVE FUNCTION UPPER-CASE(WS-CHOIX-MENU) TO WS-CHOIX-MENU

           EVALUATE TRUE
               WHEN CHOIX-CONSULTER
                   PERFORM 2000-CONSULTER-FOYER
               WHEN CHOIX-VALIDER
                   PERFORM 3000-VALIDER-FOYER
               WHEN CHOIX-REFUSER
                   PERFORM 3500-REFUSER-FOYER
               WHEN CHOIX-AJOUTER
                   PERFORM 4000-AJOUTER-MEMBRE
               WHEN CHOIX-ENLEVER
                   PERFORM 5000-ENLEVER-MEMBRE
               WHEN CHOIX-CONTACT
                   PERFORM 5500-CHANGER-CONTACT
               WHEN CHOIX-QUITTER
                   SET FIN-PROGRAMME TO TRUE
               WHEN OTHER
                   DISPLAY "FOYERMNT: choix invalide"
           END-EVALUATE.

       1500-SAISIR-CLE.
           MOVE ZERO TO WS-SAISIE-CUST-ID
           DISPLAY SCR-CLE
           ACCEPT SCR-CLE

           PERFORM 7000-CHARGER-FOYER
           IF FOYER-ABSENT
               DISPLAY "FOYERMNT: client " WS-SAISIE-CUST-ID
                       " dans aucun foyer"
           END-IF.

       2000-CONSULTER-FOYER.
           PERFORM 1500-SAISIR-CLE
           IF FOYER-TROUVE
               MOVE SPACES TO WS-MESSAGE
               PERFORM 7300-AFFICHER-FOYER
           END-IF.

       3000-VALIDER-FOYER.
           PERFORM 1500-SAISIR-CLE
           IF FOYER-TROUVE
               IF FOYER-PROPOSE
                   MOVE "VALIDATION : COURRIER AU CONTACT PRINCIPAL"
                       TO WS-MESSAGE
                   PERFORM 7350-DEMANDER-CONFIRMATION
                   IF CONFIRMATION-OUI
                       PERFORM 3100-CONFIRMER-UN-MEMBRE
                           VARYING WS-MBR-IDX FROM 1 BY 1
                           UNTIL WS-MBR-IDX > WS-NB-MEMBRES
                       DISPLAY "FOYERMNT: foyer " WS-FOYER-ID
                               " confirme"
                   ELSE
                       DISPLAY "FOYERMNT: validation annulee"
                   END-IF
               ELSE
                   DISPLAY "FOYERMNT: le foyer " WS-FOYER-ID
                           " n'est pas une proposition ("
                           WS-LIB-STATUT ")"
               END-IF
           END-IF.

       3100-CONFIRMER-UN-MEMBRE.
           MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   DISPLAY "FOYERMNT: membre " FOY-CUST-ID
                           " disparu de FOYER"
               NOT INVALID KEY
                   SET FOY-CONFIRME TO TRUE
                   PERFORM 7600-REECRIRE-MEMBRE
           END-READ.

       3500-REFUSER-FOYER.
           PERFORM 1500-SAISIR-CLE
           IF FOYER-TROUVE
               IF FOYER-REFUSE
                   DISPLAY "FOYERMNT: le foyer " WS-FOYER-ID
                           " est deja refuse"
               ELSE
                   MOVE "REFUS : CES CLIENTS NE SERONT PLUS PROPOSES"
                       TO WS-MESSAGE
                   PERFORM 7350-DEMANDER-CONFIRMATION
                   IF CONFIRMATION-OUI
                       PERFORM 3600-REFUSER-UN-MEMBRE
                           VARYING WS-MBR-IDX FROM 1 BY 1
                           UNTIL WS-MBR-IDX > WS-NB-MEMBRES
                       DISPLAY "FOYERMNT: foyer " WS-FOYER-ID
                               " refuse"
                   ELSE
                       DISPLAY "FOYERMNT: refus annule"
                   END-IF
               END-IF
           END-IF.

       3600-REFUSER-UN-MEMBRE.
           MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   DISPLAY "FOYERMNT: membre " FOY-CUST-ID
                           " disparu de FOYER"
               NOT INVALID KEY
                   SET FOY-REFUSE TO TRUE
                   PERFORM 7600-REECRIRE-MEMBRE
           END-READ.

      *    Un client qui n'est dans aucun foyer (ou seulement dans une
      *    proposition refusee) devient le contact principal d'un
      *    nouveau foyer confirme ; sinon le nouveau membre prend le
      *    statut du foyer existant. L'adresse n'est pas bloquante :
      *    le courrier part a celle du contact principal.
       4000-AJOUTER-MEMBRE.
           MOVE ZERO TO WS-SAISIE-CUST-ID
           MOVE ZERO TO WS-SAISIE-AJOUT-ID
           DISPLAY SCR-AJOUT-CLE
           ACCEPT SCR-AJOUT-CLE

           MOVE WS-SAISIE-AJOUT-ID TO CUST-ID
           PERFORM 7400-LIRE-CLIENT
           EVALUATE TRUE
               WHEN WS-SAISIE-AJOUT-ID = WS-SAISIE-CUST-ID
                   DISPLAY "FOYERMNT: les deux clients sont "
                           "identiques - ajout refuse"
               WHEN CLIENT-ABSENT
                   DISPLAY "FOYERMNT: client " WS-SAISIE-AJOUT-ID
                           " inconnu - ajout refuse"
               WHEN OTHER
                   PERFORM 4100-CONTROLER-NOUVEAU-MEMBRE
           END-EVALUATE.

       4100-CONTROLER-NOUVEAU-MEMBRE.
           MOVE WS-SAISIE-AJOUT-ID TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   MOVE SPACES TO FOY-STATUT
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF FOY-PROPOSE OR FOY-CONFIRME
               DISPLAY "FOYERMNT: client " WS-SAISIE-AJOUT-ID
                       " deja dans le foyer " FOY-FOYER-ID
                       " - l'en enlever d'abord"
           ELSE
               PERFORM 7000-CHARGER-FOYER
               IF FOYER-TROUVE AND NOT FOYER-REFUSE
                   PERFORM 4200-RATTACHER-AU-FOYER
               ELSE
                   PERFORM 4300-CREER-FOYER
               END-IF
           END-IF.

       4200-RATTACHER-AU-FOYER.
           IF WS-NB-MEMBRES NOT < WS-MEMBRES-MAX
               DISPLAY "FOYERMNT: foyer " WS-FOYER-ID " complet ("
                       WS-MEMBRES-MAX " membres) - ajout refuse"
           ELSE
               MOVE WS-CONTACT-ID TO CUST-ID
               PERFORM 7400-LIRE-CLIENT
               IF CLIENT-TROUVE
                   MOVE CUST-ADR-LIGNE-1 TO WS-CONTACT-ADR-LIGNE-1
                   MOVE CUST-ADR-LIGNE-2 TO WS-CONTACT-ADR-LIGNE-2
               ELSE
                   MOVE SPACES TO WS-CONTACT-ADR-LIGNE-1
                   MOVE SPACES TO WS-CONTACT-ADR-LIGNE-2
               END-IF
               MOVE WS-SAISIE-AJOUT-ID TO CUST-ID
               PERFORM 7400-LIRE-CLIENT
               IF WS-CONTACT-ADR-LIGNE-1 NOT = SPACES
                  AND (CUST-ADR-LIGNE-1 NOT = WS-CONTACT-ADR-LIGNE-1
                    OR CUST-ADR-LIGNE-2 NOT = WS-CONTACT-ADR-LIGNE-2)
                   DISPLAY "FOYERMNT: attention, adresse differente "
                           "de celle du contact principal"
               END-IF
               MOVE SPACES TO FOYER-RECORD
               MOVE WS-SAISIE-AJOUT-ID TO FOY-CUST-ID
               MOVE WS-FOYER-ID TO FOY-FOYER-ID
               SET FOY-MEMBRE TO TRUE
               MOVE WS-FOYER-STATUT TO FOY-STATUT
               SET FOY-ORIGINE-MANUELLE TO TRUE
               PERFORM 7650-ECRIRE-MEMBRE
               PERFORM 7000-CHARGER-FOYER
               MOVE "MEMBRE AJOUTE" TO WS-MESSAGE
               PERFORM 7300-AFFICHER-FOYER
           END-IF.

      *    Le nouveau foyer prend le CUST-ID de son contact ; ce
      *    numero ne doit porter aucun foyer propose ou confirme (seul
      *    un ancien foyer refuse peut le partager).
       4300-CREER-FOYER.
           MOVE WS-SAISIE-CUST-ID TO CUST-ID
           PERFORM 7400-LIRE-CLIENT
           IF CLIENT-ABSENT
               DISPLAY "FOYERMNT: client " WS-SAISIE-CUST-ID
                       " inconnu - ajout refuse"
           ELSE
               PERFORM 4350-CONTROLER-NUMERO-LIBRE
           END-IF.

       4350-CONTROLER-NUMERO-LIBRE.
           MOVE 'N' TO WS-NUMERO-PRIS-SW
           MOVE 'N' TO WS-FIN-FOYER-SW
           MOVE WS-SAISIE-CUST-ID TO FOY-FOYER-ID
           START FOYER-FILE KEY IS EQUAL TO FOY-FOYER-ID
               INVALID KEY
                   SET FIN-FOYER TO TRUE
           END-START
           PERFORM 4360-LIRE-NUMERO-FOYER
               UNTIL FIN-FOYER

           IF NUMERO-PRIS
               DISPLAY "FOYERMNT: le numero de foyer "
                       WS-SAISIE-CUST-ID " est deja utilise"
                       " - ajout refuse"
           ELSE
               PERFORM 4400-ECRIRE-NOUVEAU-FOYER
           END-IF.

       4360-LIRE-NUMERO-FOYER.
           READ FOYER-FILE NEXT RECORD
               AT END
                   SET FIN-FOYER TO TRUE
           END-READ

           IF NOT FIN-FOYER
               IF FOY-FOYER-ID NOT = WS-SAISIE-CUST-ID
                   SET FIN-FOYER TO TRUE
               ELSE
                   IF NOT FOY-REFUSE
                       SET NUMERO-PRIS TO TRUE
                       SET FIN-FOYER TO TRUE
                   END-IF
               END-IF
           END-IF.

       4400-ECRIRE-NOUVEAU-FOYER.
           MOVE SPACES TO FOYER-RECORD
           MOVE WS-SAISIE-CUST-ID TO FOY-CUST-ID
           MOVE WS-SAISIE-CUST-ID TO FOY-FOYER-ID
           SET FOY-CONTACT-PRINCIPAL TO TRUE
           SET FOY-CONFIRME TO TRUE
           SET FOY-ORIGINE-MANUELLE TO TRUE
           PERFORM 7650-ECRIRE-MEMBRE

           MOVE SPACES TO FOYER-RECORD
           MOVE WS-SAISIE-AJOUT-ID TO FOY-CUST-ID
           MOVE WS-SAISIE-CUST-ID TO FOY-FOYER-ID
           SET FOY-MEMBRE TO TRUE
           SET FOY-CONFIRME TO TRUE
           SET FOY-ORIGINE-MANUELLE TO TRUE
           PERFORM 7650-ECRIRE-MEMBRE

           PERFORM 7000-CHARGER-FOYER
           MOVE "FOYER CREE" TO WS-MESSAGE
           PERFORM 7300-AFFICHER-FOYER.

      *    Le client enleve garde une fiche refusee a son seul nom
      *    pour ne pas etre repropose. Un foyer reduit a un membre
      *    est dissous ; si le contact principal part, le premier
      *    membre restant le remplace. Si le foyer portait le numero
      *    du client enleve, il est renumerote au CUST-ID de son
      *    contact principal : un foyer porte toujours le numero de
      *    l'un de ses membres, qui ne peut en fonder un autre.
       5000-ENLEVER-MEMBRE.
           PERFORM 1500-SAISIR-CLE
           IF FOYER-TROUVE
               IF FOYER-REFUSE
                   DISPLAY "FOYERMNT: le foyer " WS-FOYER-ID
                           " est refuse - rien a enlever"
               ELSE
                   MOVE SPACES TO WS-MESSAGE
                   STRING "RETRAIT DU CLIENT " DELIMITED BY SIZE
                          WS-SAISIE-CUST-ID DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   PERFORM 7350-DEMANDER-CONFIRMATION
                   IF CONFIRMATION-OUI
                       PERFORM 5100-RETIRER-LE-MEMBRE
                   ELSE
                       DISPLAY "FOYERMNT: retrait annule"
                   END-IF
               END-IF
           END-IF.

       5100-RETIRER-LE-MEMBRE.
           MOVE WS-SAISIE-CUST-ID TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   DISPLAY "FOYERMNT: membre " FOY-CUST-ID
                           " disparu de FOYER"
               NOT INVALID KEY
                   MOVE WS-SAISIE-CUST-ID TO FOY-FOYER-ID
                   SET FOY-CONTACT-PRINCIPAL TO TRUE
                   SET FOY-REFUSE TO TRUE
                   PERFORM 7600-REECRIRE-MEMBRE
           END-READ

           COMPUTE WS-RESTANTS = WS-NB-MEMBRES - 1
           MOVE ZERO TO WS-NOUVEAU-CONTACT-ID
           IF WS-RESTANTS < 2
               PERFORM 5200-DISSOUDRE-UN-RESTANT
                   VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-NB-MEMBRES
               DISPLAY "FOYERMNT: client " WS-SAISIE-CUST-ID
                       " enleve, foyer " WS-FOYER-ID " dissous"
           ELSE
               IF WS-SAISIE-CUST-ID = WS-CONTACT-ID
                  OR WS-CONTACT-ID = ZERO
                   PERFORM 5300-PROMOUVOIR-UN-RESTANT
                       VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-NB-MEMBRES
                          OR WS-NOUVEAU-CONTACT-ID > ZERO
                   DISPLAY "FOYERMNT: client " WS-SAISIE-CUST-ID
                           " enleve, nouveau contact principal "
                           WS-NOUVEAU-CONTACT-ID
               ELSE
                   MOVE WS-CONTACT-ID TO WS-NOUVEAU-CONTACT-ID
                   DISPLAY "FOYERMNT: client " WS-SAISIE-CUST-ID
                           " enleve du foyer " WS-FOYER-ID
               END-IF
               IF WS-SAISIE-CUST-ID = WS-FOYER-ID
                   PERFORM 5400-RENUMEROTER-UN-RESTANT
                       VARYING WS-MBR-IDX FROM 1 BY 1
                       UNTIL WS-MBR-IDX > WS-NB-MEMBRES
                   DISPLAY "FOYERMNT: foyer " WS-FOYER-ID
                           " renumerote " WS-NOUVEAU-CONTACT-ID
               END-IF
           END-IF.

       5200-DISSOUDRE-UN-RESTANT.
           IF WS-MBR-CUST-ID(WS-MBR-IDX) NOT = WS-SAISIE-CUST-ID
               MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
               READ FOYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOY-CUST-ID TO FOY-FOYER-ID
                       SET FOY-CONTACT-PRINCIPAL TO TRUE
                       SET FOY-REFUSE TO TRUE
                       PERFORM 7600-REECRIRE-MEMBRE
               END-READ
           END-IF.

       5300-PROMOUVOIR-UN-RESTANT.
           IF WS-MBR-CUST-ID(WS-MBR-IDX) NOT = WS-SAISIE-CUST-ID
               MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
               READ FOYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FOY-CONTACT-PRINCIPAL TO TRUE
                       PERFORM 7600-REECRIRE-MEMBRE
                       MOVE FOY-CUST-ID TO WS-NOUVEAU-CONTACT-ID
               END-READ
           END-IF.

       5400-RENUMEROTER-UN-RESTANT.
           IF WS-MBR-CUST-ID(WS-MBR-IDX) NOT = WS-SAISIE-CUST-ID
               MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
               READ FOYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NOUVEAU-CONTACT-ID TO FOY-FOYER-ID
                       PERFORM 7600-REECRIRE-MEMBRE
               END-READ
           END-IF.

       5500-CHANGER-CONTACT.
           PERFORM 1500-SAISIR-CLE
           EVALUATE TRUE
               WHEN FOYER-ABSENT
                   CONTINUE
               WHEN FOYER-REFUSE
                   DISPLAY "FOYERMNT: le foyer " WS-FOYER-ID
                           " est refuse"
               WHEN WS-SAISIE-CUST-ID = WS-CONTACT-ID
                   DISPLAY "FOYERMNT: le client " WS-SAISIE-CUST-ID
                           " est deja le contact principal"
               WHEN OTHER
                   MOVE SPACES TO WS-MESSAGE
                   STRING "NOUVEAU CONTACT PRINCIPAL : "
                              DELIMITED BY SIZE
                          WS-SAISIE-CUST-ID DELIMITED BY SIZE
                          INTO WS-MESSAGE
                   PERFORM 7350-DEMANDER-CONFIRMATION
                   IF CONFIRMATION-OUI
                       PERFORM 5600-DESIGNER-UN-MEMBRE
                           VARYING WS-MBR-IDX FROM 1 BY 1
                           UNTIL WS-MBR-IDX > WS-NB-MEMBRES
                       DISPLAY "FOYERMNT: contact principal du foyer "
                               WS-FOYER-ID " : " WS-SAISIE-CUST-ID
                   ELSE
                       DISPLAY "FOYERMNT: changement annule"
                   END-IF
           END-EVALUATE.

       5600-DESIGNER-UN-MEMBRE.
           MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   DISPLAY "FOYERMNT: membre " FOY-CUST-ID
                           " disparu de FOYER"
               NOT INVALID KEY
                   IF FOY-CUST-ID = WS-SAISIE-CUST-ID
                       SET FOY-CONTACT-PRINCIPAL TO TRUE
                   ELSE
                       SET FOY-MEMBRE TO TRUE
                   END-IF
                   PERFORM 7600-REECRIRE-MEMBRE
           END-READ.

      *    Les membres d'un foyer se relisent par la cle alternative
      *    FOY-FOYER-ID. Seules les fiches de meme statut que celle du
      *    client saisi sont retenues : un ancien foyer refuse peut
      *    porter le meme numero qu'un foyer cree depuis.
       7000-CHARGER-FOYER.
           SET FOYER-ABSENT TO TRUE
           MOVE ZERO TO WS-NB-MEMBRES
           MOVE ZERO TO WS-CONTACT-ID

           MOVE WS-SAISIE-CUST-ID TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FOYER-TROUVE TO TRUE
                   MOVE FOY-FOYER-ID TO WS-FOYER-ID
                   MOVE FOY-STATUT TO WS-FOYER-STATUT
                   MOVE FOY-ORIGINE TO WS-FOYER-ORIGINE
           END-READ

           IF FOYER-TROUVE
               MOVE 'N' TO WS-FIN-FOYER-SW
               MOVE WS-FOYER-ID TO FOY-FOYER-ID
               START FOYER-FILE KEY IS EQUAL TO FOY-FOYER-ID
                   INVALID KEY
                       SET FIN-FOYER TO TRUE
               END-START
               PERFORM 7100-LIRE-UN-MEMBRE
                   UNTIL FIN-FOYER
               PERFORM 7200-COMPOSER-LIGNES
           END-IF.

       7100-LIRE-UN-MEMBRE.
           READ FOYER-FILE NEXT RECORD
               AT END
                   SET FIN-FOYER TO TRUE
           END-READ

           IF NOT FIN-FOYER
               IF FOY-FOYER-ID NOT = WS-FOYER-ID
                   SET FIN-FOYER TO TRUE
               ELSE
                   IF FOY-STATUT = WS-FOYER-STATUT
                       IF WS-NB-MEMBRES < WS-MEMBRES-MAX
                           ADD 1 TO WS-NB-MEMBRES
                           MOVE FOY-CUST-ID
                               TO WS-MBR-CUST-ID(WS-NB-MEMBRES)
                           MOVE FOY-CONTACT
                               TO WS-MBR-CONTACT(WS-NB-MEMBRES)
                       ELSE
                           DISPLAY "FOYERMNT: plus de "
                                   WS-MEMBRES-MAX " membres - client "
                                   FOY-CUST-ID " non affiche"
                       END-IF
                       IF FOY-CONTACT-PRINCIPAL
                           MOVE FOY-CUST-ID TO WS-CONTACT-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7200-COMPOSER-LIGNES.
           EVALUATE TRUE
               WHEN FOYER-PROPOSE
                   MOVE "PROPOSE" TO WS-LIB-STATUT
               WHEN FOYER-CONFIRME
                   MOVE "CONFIRME" TO WS-LIB-STATUT
               WHEN FOYER-REFUSE
                   MOVE "REFUSE" TO WS-LIB-STATUT
               WHEN OTHER
                   MOVE WS-FOYER-STATUT TO WS-LIB-STATUT
           END-EVALUATE

           IF WS-FOYER-ORIGINE = 'A'
               MOVE "GRTDUPRP" TO WS-LIB-ORIGINE
           ELSE
               MOVE "MANUELLE" TO WS-LIB-ORIGINE
           END-IF

           PERFORM 7250-COMPOSER-UNE-LIGNE
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MEMBRES-MAX.

       7250-COMPOSER-UNE-LIGNE.
           IF WS-MBR-IDX > WS-NB-MEMBRES
               MOVE WS-LIGNE-VIDE TO WS-FOY-LIGNE(WS-MBR-IDX)
           ELSE
               MOVE WS-MBR-CUST-ID(WS-MBR-IDX)
                   TO WS-FL-CUST-ID(WS-MBR-IDX)
               IF WS-MBR-CONTACT(WS-MBR-IDX) = 'O'
                   MOVE "P" TO WS-FL-CONTACT(WS-MBR-IDX)
               ELSE
                   MOVE SPACE TO WS-FL-CONTACT(WS-MBR-IDX)
               END-IF
               MOVE WS-MBR-CUST-ID(WS-MBR-IDX) TO CUST-ID
               PERFORM 7400-LIRE-CLIENT
               IF CLIENT-TROUVE
                   PERFORM 8000-COMPOSER-NOM-COMPLET
                   MOVE WS-NOM-COMPLET TO WS-FL-NOM(WS-MBR-IDX)
                   MOVE CUST-ADR-LIGNE-1 TO WS-FL-ADRESSE(WS-MBR-IDX)
               ELSE
                   MOVE "(ABSENT DE CUSTMAST)"
                       TO WS-FL-NOM(WS-MBR-IDX)
                   MOVE SPACES TO WS-FL-ADRESSE(WS-MBR-IDX)
               END-IF
           END-IF.

       7300-AFFICHER-FOYER.
           MOVE "Entree pour revenir : " TO WS-INVITE
           MOVE SPACE TO WS-CONFIRMATION
           DISPLAY SCR-FOYER
           ACCEPT SCR-FOYER.

       7350-DEMANDER-CONFIRMATION.
           MOVE "Confirmer (O/N) : " TO WS-INVITE
           MOVE SPACE TO WS-CONFIRMATION
           DISPLAY SCR-FOYER
           ACCEPT SCR-FOYER.

       7400-LIRE-CLIENT.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET CLIENT-ABSENT TO TRUE
               NOT INVALID KEY
                   SET CLIENT-TROUVE TO TRUE
           END-READ.

       7600-REECRIRE-MEMBRE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATEUR TO FOY-OPERATEUR
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO FOY-TIMESTAMP
           REWRITE FOYER-RECORD
               INVALID KEY
                   DISPLAY "FOYERMNT: echec mise a jour du client "
                           FOY-CUST-ID ", statut " WS-FOYER-STATUS
           END-REWRITE.

       7650-ECRIRE-MEMBRE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATEUR TO FOY-OPERATEUR
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO FOY-TIMESTAMP
           WRITE FOYER-RECORD
               INVALID KEY
                   REWRITE FOYER-RECORD
           END-WRITE
           IF WS-FOYER-STATUS NOT = "00"
               DISPLAY "FOYERMNT: erreur ecriture FOYER, statut "
                       WS-FOYER-STATUS " client " FOY-CUST-ID
           END-IF.

       8000-COMPOSER-NOM-COMPLET.
           MOVE SPACES TO WS-NOM-COMPLET
           IF CUST-PRENOM = SPACES
               MOVE CUST-NOM-FAMILLE TO WS-NOM-COMPLET
           ELSE
               STRING FUNCTION TRIM(CUST-PRENOM TRAILING)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NOM-FAMILLE TRAILING)
                          DELIMITED BY SIZE
                      INTO WS-NOM-COMPLET
           END-IF.
