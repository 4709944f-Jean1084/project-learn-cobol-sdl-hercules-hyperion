       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBTCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSEQ-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCHLCK"
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

           SELECT FOYER-FILE ASSIGN TO "FOYER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOY-CUST-ID
               ALTERNATE RECORD KEY IS FOY-FOYER-ID WITH DUPLICATES
               FILE STATUS IS WS-FOYER-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "CUSTTRX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTTRX-STATUS.

           SELECT BATCH-RPT ASSIGN TO "BTCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  CUSTOMER-SEQ-FILE.
       01  CUSTOMER-SEQ-RECORD.
           05 WS-LAST-CUSTOMER-ID     PIC 9(9).

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       FD  BATCH-LOCK-FILE.
           COPY BATCHLCK.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       FD  FOYER-FILE.
           COPY FOYERREC.

      *    Transactions de maintenance, une par client : code A
      *    (ajout, CUST-ID a blanc, attribue par CUSTSEQ), M
      *    (modification : seules les zones renseignees remplacent
      *    celles du master) ou S (suppression). Les zones suivent
      *    l'ordre et la longueur de CUSTREC.
       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-CODE                 PIC X(1).
               88 TRX-AJOUT            VALUE 'A'.
               88 TRX-MODIF            VALUE 'M'.
               88 TRX-SUPPR            VALUE 'S'.
           05 TRX-CUST-ID              PIC X(9).
           05 TRX-PRENOM               PIC X(15).
           05 TRX-NOM-FAMILLE          PIC X(15).
           05 TRX-LANGUAGE-CODE        PIC X(2).
           05 TRX-BRANCH-CODE          PIC X(3).
           05 TRX-ADR-LIGNE-1          PIC X(30).
           05 TRX-ADR-LIGNE-2          PIC X(30).
           05 TRX-VILLE                PIC X(20).
           05 TRX-CODE-POSTAL          PIC X(10).
           05 TRX-PAYS                 PIC X(20).
           05 TRX-STATUT               PIC X(1).
           05 FILLER                   PIC X(44).

       FD  BATCH-RPT.
       01  BATCH-RPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-CUSTSEQ-STATUS       PIC XX.
           05 WS-CUSTJRNL-STATUS      PIC XX.
           05 WS-BATCHLCK-STATUS      PIC XX.
           05 WS-OPERATR-STATUS       PIC XX.
           05 WS-SECLOG-STATUS        PIC XX.
           05 WS-CONSENT-STATUS       PIC XX.
           05 WS-FOYER-STATUS         PIC XX.
           05 WS-CUSTTRX-STATUS       PIC XX.
           05 WS-BTCHRPT-STATUS       PIC XX.

       01 WS-PARM-MODE                PIC X(8).
           88 MODE-VALIDATION         VALUE "VALIDER".
           88 MODE-MISE-A-JOUR        VALUE SPACES.
       01 WS-PARM-OPERATEUR           PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).

       01 WS-BATCH-LIBRE-SW           PIC X(1).
           88 BATCH-LIBRE             VALUE 'O'.
           88 BATCH-OCCUPE            VALUE 'N'.
       01 WS-BATCH-RUN-ID             PIC X(14).

       01 WS-CUSTTRX-SW               PIC X(1) VALUE 'N'.
           88 FIN-TRANSACTIONS        VALUE 'O'.
       01 WS-CUSTTRX-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CUSTTRX-PRESENT         VALUE 'O'.

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-AUJOURDHUI               PIC X(8).
       01 WS-NEXT-CUSTOMER-ID         PIC 9(9).
       01 WS-JRN-ACTION               PIC X(1).
       01 WS-IMAGE-AVANT              PIC X(200).
       01 WS-IMAGE-APRES              PIC X(200).

       01 WS-DOUBLON-SW               PIC X(1).
           88 DOUBLON-TROUVE          VALUE 'O'.
           88 DOUBLON-ABSENT          VALUE 'N'.
       01 WS-DOUBLON-CUST-ID          PIC 9(9).
       01 WS-IMAGE-SAISIE             PIC X(200).
       01 WS-NOM-COMPLET              PIC X(31).
       01 WS-NOM-CTRL                 PIC X(31).
       01 WS-NOM-VALIDE-SW            PIC X(1).
           88 NOM-VALIDE              VALUE 'O'.
           88 NOM-INVALIDE            VALUE 'N'.
       01 WS-ANCIENNE-CLE             PIC X(30).

       01 WS-ADRESSE-AVANT.
           05 WS-AVANT-ADR-LIGNE-1    PIC X(30).
           05 WS-AVANT-ADR-LIGNE-2    PIC X(30).
           05 WS-AVANT-VILLE          PIC X(20).
           05 WS-AVANT-CODE-POSTAL    PIC X(10).
           05 WS-AVANT-PAYS           PIC X(20).

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

       01 WS-MOTIF-REJET              PIC X(27).
       01 WS-RESULTAT                 PIC X(35).

       01 WS-TRX-LUES                 PIC 9(9) VALUE ZERO.
       01 WS-TRX-AJOUTS               PIC 9(9) VALUE ZERO.
       01 WS-TRX-MODIFS               PIC 9(9) VALUE ZERO.
       01 WS-TRX-SUPPRS               PIC 9(9) VALUE ZERO.
       01 WS-TRX-REJETEES             PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.

       01 WS-LIGNE-DETAIL.
           05 WS-LD-NO-TRX            PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LD-CODE              PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LD-CUST-ID           PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LD-NOM               PIC X(25).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LD-RESULTAT          PIC X(35).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-TRAITER-UNE-TRANSACTION
               UNTIL FIN-TRANSACTIONS

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-AUJOURDHUI

           MOVE SPACES TO WS-PARM-MODE
           MOVE SPACES TO WS-PARM-OPERATEUR
           MOVE SPACES TO WS-PIN-SAISI
           ACCEPT WS-PARM-MODE
           ACCEPT WS-PARM-OPERATEUR
           ACCEPT WS-PIN-SAISI
           MOVE FUNCTION UPPER-CASE(WS-PARM-MODE) TO WS-PARM-MODE

           IF NOT MODE-VALIDATION AND NOT MODE-MISE-A-JOUR
               DISPLAY "CUSTBTCH: mode '" WS-PARM-MODE "' inconnu - "
                       "VALIDER ou blanc attendu - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1400-IDENTIFIER-OPERATEUR

           IF MODE-VALIDATION
               DISPLAY "CUSTBTCH: validation seule - le master "
                       "n'est pas modifie"
               OPEN INPUT CUSTOMER-MASTER
           ELSE
               PERFORM 1600-VERIFIER-FENETRE-BATCH
               IF BATCH-OCCUPE
                   DISPLAY "CUSTBTCH: master en traitement batch "
                           "(run " WS-BATCH-RUN-ID
                           ") - mise a jour refusee"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O CUSTOMER-MASTER
           END-IF
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTBTCH: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTIONS
           EVALUATE WS-CUSTTRX-STATUS
               WHEN "00"
                   SET CUSTTRX-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "CUSTBTCH: pas de fichier CUSTTRX - aucune "
                           "transaction a traiter"
                   SET FIN-TRANSACTIONS TO TRUE
               WHEN OTHER
                   DISPLAY "CUSTBTCH: ouverture CUSTTRX impossible, "
                           "statut " WS-CUSTTRX-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF MODE-MISE-A-JOUR
               PERFORM 1100-OUVRIR-CUSTOMER-SEQ
               PERFORM 1300-OUVRIR-JOURNAL
               PERFORM 1500-OUVRIR-CONSENTEMENTS
               PERFORM 1550-OUVRIR-FOYER
           END-IF

           OPEN OUTPUT BATCH-RPT

           MOVE "CUSTBTCH - MAINTENANCE CLIENTS PAR LOT"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           IF MODE-VALIDATION
               STRING "TRAITEMENT DU " DELIMITED BY SIZE
                      WS-AUJOURDHUI DELIMITED BY SIZE
                      " - VALIDATION SEULE, MASTER INCHANGE"
                          DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
           ELSE
               STRING "TRAITEMENT DU " DELIMITED BY SIZE
                      WS-AUJOURDHUI DELIMITED BY SIZE
                      " - MISE A JOUR PAR " DELIMITED BY SIZE
                      WS-PARM-OPERATEUR DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
           END-IF
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           PERFORM 2050-LIRE-TRANSACTION.

       1100-OUVRIR-CUSTOMER-SEQ.
           OPEN I-O CUSTOMER-SEQ-FILE
           IF WS-CUSTSEQ-STATUS = "35"
               OPEN OUTPUT CUSTOMER-SEQ-FILE
               MOVE ZERO TO WS-LAST-CUSTOMER-ID
               WRITE CUSTOMER-SEQ-RECORD
               CLOSE CUSTOMER-SEQ-FILE
               OPEN I-O CUSTOMER-SEQ-FILE
           END-IF

           READ CUSTOMER-SEQ-FILE
               NOT AT END
                   CONTINUE
           END-READ.

       1300-OUVRIR-JOURNAL.
           OPEN EXTEND CUSTOMER-JOURNAL
           IF WS-CUSTJRNL-STATUS = "35"
               OPEN OUTPUT CUSTOMER-JOURNAL
               CLOSE CUSTOMER-JOURNAL
               OPEN EXTEND CUSTOMER-JOURNAL
           END-IF.

       1400-IDENTIFIER-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-PARM-OPERATEUR)
               TO WS-PARM-OPERATEUR

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "CUSTBTCH: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1420-CONTROLER-OPERATEUR

           CLOSE OPERATOR-FILE

           PERFORM 1450-JOURNALISER-SECURITE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTBTCH: operateur '" WS-PARM-OPERATEUR
                       "' refuse (" FUNCTION TRIM(WS-MOTIF-REFUS)
                       ") - traitement refuse"
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
           MOVE "CUSTBTCH" TO SEC-PROGRAMME
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
               DISPLAY "CUSTBTCH: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1500-OUVRIR-CONSENTEMENTS.
           OPEN I-O CUSTOMER-CONSENT
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-CONSENT
               CLOSE CUSTOMER-CONSENT
               OPEN I-O CUSTOMER-CONSENT
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
                   DISPLAY "CUSTBTCH: FOYER indisponible, statut "
                           WS-FOYER-STATUS
                           " - foyers non mis a jour"
           END-EVALUATE.

       1600-VERIFIER-FENETRE-BATCH.
           SET BATCH-LIBRE TO TRUE
           MOVE SPACES TO WS-BATCH-RUN-ID

           OPEN INPUT BATCH-LOCK-FILE
           EVALUATE WS-BATCHLCK-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ BATCH-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BATCH-EN-COURS
                               SET BATCH-OCCUPE TO TRUE
                               MOVE LCK-RUN-ID TO WS-BATCH-RUN-ID
                           END-IF
                   END-READ
                   CLOSE BATCH-LOCK-FILE
               WHEN OTHER
                   SET BATCH-OCCUPE TO TRUE
                   DISPLAY "CUSTBTCH: ouverture BATCHLCK impossible, "
                           "statut " WS-BATCHLCK-STATUS
           END-EVALUATE.

       2000-TRAITER-UNE-TRANSACTION.
           ADD 1 TO WS-TRX-LUES
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE SPACES TO WS-NOM-COMPLET
           MOVE FUNCTION UPPER-CASE(TRX-CODE) TO TRX-CODE
           MOVE FUNCTION UPPER-CASE(TRX-STATUT) TO TRX-STATUT

           EVALUATE TRUE
               WHEN TRX-AJOUT
                   PERFORM 3000-TRAITER-AJOUT
               WHEN TRX-MODIF
                   PERFORM 4000-TRAITER-MODIF
               WHEN TRX-SUPPR
                   PERFORM 5000-TRAITER-SUPPRESSION
               WHEN OTHER
                   MOVE "CODE TRANSACTION INCONNU" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
           END-EVALUATE

           PERFORM 2050-LIRE-TRANSACTION.

       2050-LIRE-TRANSACTION.
           IF NOT FIN-TRANSACTIONS
               READ TRANSACTIONS
                   AT END SET FIN-TRANSACTIONS TO TRUE
               END-READ
           END-IF.

      *    Meme controle que CUSTMNT : un client portant deja ce nom
      *    complet (CUST-NOM-KEY) bloque la transaction.
       2100-VERIFIER-DOUBLON.
           SET DOUBLON-ABSENT TO TRUE
           MOVE ZERO TO WS-DOUBLON-CUST-ID

           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-SAISIE
           MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET) TO CUST-NOM-KEY

           READ CUSTOMER-MASTER KEY IS CUST-NOM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DOUBLON-TROUVE TO TRUE
                   MOVE CUST-ID TO WS-DOUBLON-CUST-ID
           END-READ

           MOVE WS-IMAGE-SAISIE TO CUSTOMER-MASTER-RECORD.

       2800-ACCEPTER-TRANSACTION.
           IF MODE-VALIDATION
               MOVE "VALIDE" TO WS-RESULTAT
           ELSE
               MOVE "APPLIQUE" TO WS-RESULTAT
           END-IF
           PERFORM 2950-IMPRIMER-TRANSACTION.

       2900-REJETER-TRANSACTION.
           ADD 1 TO WS-TRX-REJETEES
           MOVE SPACES TO WS-RESULTAT
           STRING "REJET : " DELIMITED BY SIZE
                  WS-MOTIF-REJET DELIMITED BY SIZE
                  INTO WS-RESULTAT
           PERFORM 2950-IMPRIMER-TRANSACTION.

       2950-IMPRIMER-TRANSACTION.
           MOVE WS-TRX-LUES TO WS-LD-NO-TRX
           MOVE TRX-CODE TO WS-LD-CODE
           IF TRX-AJOUT AND MODE-MISE-A-JOUR
              AND WS-MOTIF-REJET = SPACES
               MOVE CUST-ID TO WS-LD-CUST-ID
           ELSE
               MOVE TRX-CUST-ID TO WS-LD-CUST-ID
           END-IF
           IF WS-NOM-COMPLET = SPACES
               STRING TRX-PRENOM DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      TRX-NOM-FAMILLE DELIMITED BY SIZE
                      INTO WS-NOM-COMPLET
           END-IF
           MOVE WS-NOM-COMPLET TO WS-LD-NOM
           MOVE WS-RESULTAT TO WS-LD-RESULTAT
           MOVE WS-LIGNE-DETAIL TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       3000-TRAITER-AJOUT.
           MOVE ZERO TO CUST-ID
           MOVE TRX-PRENOM TO CUST-PRENOM
           MOVE TRX-NOM-FAMILLE TO CUST-NOM-FAMILLE
           MOVE SPACES TO CUST-NOM-KEY
           MOVE TRX-LANGUAGE-CODE TO CUST-LANGUAGE-CODE
           MOVE SPACES TO CUST-TIMESTAMP
           MOVE TRX-BRANCH-CODE TO CUST-BRANCH-CODE
           MOVE TRX-ADR-LIGNE-1 TO CUST-ADR-LIGNE-1
           MOVE TRX-ADR-LIGNE-2 TO CUST-ADR-LIGNE-2
           MOVE TRX-VILLE TO CUST-VILLE
           MOVE TRX-CODE-POSTAL TO CUST-CODE-POSTAL
           MOVE TRX-PAYS TO CUST-PAYS
           IF TRX-STATUT = SPACES
               SET CUST-ACTIF TO TRUE
           ELSE
               MOVE TRX-STATUT TO CUST-STATUT
           END-IF
           MOVE SPACES TO CUST-ADR-QUALITE

           PERFORM 6000-COMPOSER-NOM-COMPLET
           PERFORM 6100-VALIDER-NOM

           EVALUATE TRUE
               WHEN TRX-CUST-ID NOT = SPACES
                   MOVE "CUST-ID INTERDIT EN AJOUT" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN NOM-INVALIDE
                   MOVE "NOM ABSENT OU INVALIDE"
                       TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN NOT CUST-ACTIF AND NOT CUST-INACTIF
                   MOVE "STATUT INVALIDE (A/I)" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN OTHER
                   PERFORM 2100-VERIFIER-DOUBLON
                   IF DOUBLON-TROUVE
                       STRING "DOUBLON DE L'ID " DELIMITED BY SIZE
                              WS-DOUBLON-CUST-ID DELIMITED BY SIZE
                              INTO WS-MOTIF-REJET
                       PERFORM 2900-REJETER-TRANSACTION
                   ELSE
                       PERFORM 3100-CREER-CLIENT
                   END-IF
           END-EVALUATE.

       3100-CREER-CLIENT.
           IF MODE-VALIDATION
               PERFORM 2800-ACCEPTER-TRANSACTION
           ELSE
               ADD 1 TO WS-LAST-CUSTOMER-ID
                   GIVING WS-NEXT-CUSTOMER-ID
               MOVE WS-NEXT-CUSTOMER-ID TO WS-LAST-CUSTOMER-ID
               MOVE WS-NEXT-CUSTOMER-ID TO CUST-ID
               MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET)
                   TO CUST-NOM-KEY

               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO CUST-TIMESTAMP

               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "CLE CLIENT DEJA UTILISEE"
                           TO WS-MOTIF-REJET
                       PERFORM 2900-REJETER-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-TRX-AJOUTS
                       MOVE 'A' TO WS-JRN-ACTION
                       MOVE SPACES TO WS-IMAGE-AVANT
                       MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-APRES
                       PERFORM 8000-ECRIRE-JOURNAL
                       PERFORM 2800-ACCEPTER-TRANSACTION
               END-WRITE
           END-IF.

       4000-TRAITER-MODIF.
           IF TRX-CUST-ID IS NOT NUMERIC
               MOVE "CUST-ID NON NUMERIQUE" TO WS-MOTIF-REJET
               PERFORM 2900-REJETER-TRANSACTION
           ELSE
               MOVE TRX-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU DU MASTER"
                           TO WS-MOTIF-REJET
                       PERFORM 2900-REJETER-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 4100-CONTROLER-MODIF
               END-READ
           END-IF.

      *    Seules les zones renseignees de la transaction remplacent
      *    celles du master; une zone a blanc laisse la valeur en
      *    place.
       4100-CONTROLER-MODIF.
           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-AVANT
           MOVE CUST-NOM-KEY TO WS-ANCIENNE-CLE
           MOVE CUST-ADR-LIGNE-1 TO WS-AVANT-ADR-LIGNE-1
           MOVE CUST-ADR-LIGNE-2 TO WS-AVANT-ADR-LIGNE-2
           MOVE CUST-VILLE TO WS-AVANT-VILLE
           MOVE CUST-CODE-POSTAL TO WS-AVANT-CODE-POSTAL
           MOVE CUST-PAYS TO WS-AVANT-PAYS

           IF TRX-PRENOM NOT = SPACES
               MOVE TRX-PRENOM TO CUST-PRENOM
           END-IF
           IF TRX-NOM-FAMILLE NOT = SPACES
               MOVE TRX-NOM-FAMILLE TO CUST-NOM-FAMILLE
           END-IF
           IF TRX-LANGUAGE-CODE NOT = SPACES
               MOVE TRX-LANGUAGE-CODE TO CUST-LANGUAGE-CODE
           END-IF
           IF TRX-BRANCH-CODE NOT = SPACES
               MOVE TRX-BRANCH-CODE TO CUST-BRANCH-CODE
           END-IF
           IF TRX-ADR-LIGNE-1 NOT = SPACES
               MOVE TRX-ADR-LIGNE-1 TO CUST-ADR-LIGNE-1
           END-IF
           IF TRX-ADR-LIGNE-2 NOT = SPACES
               MOVE TRX-ADR-LIGNE-2 TO CUST-ADR-LIGNE-2
           END-IF
           IF TRX-VILLE NOT = SPACES
               MOVE TRX-VILLE TO CUST-VILLE
           END-IF
           IF TRX-CODE-POSTAL NOT = SPACES
               MOVE TRX-CODE-POSTAL TO CUST-CODE-POSTAL
           END-IF
           IF TRX-PAYS NOT = SPACES
               MOVE TRX-PAYS TO CUST-PAYS
           END-IF
           IF TRX-STATUT NOT = SPACES
               MOVE TRX-STATUT TO CUST-STATUT
           END-IF

           PERFORM 6000-COMPOSER-NOM-COMPLET
           PERFORM 6100-VALIDER-NOM
           MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET) TO CUST-NOM-KEY
           SET DOUBLON-ABSENT TO TRUE
           IF NOM-VALIDE AND CUST-NOM-KEY NOT = WS-ANCIENNE-CLE
               PERFORM 2100-VERIFIER-DOUBLON
           END-IF

           EVALUATE TRUE
               WHEN NOM-INVALIDE
                   MOVE "NOM ABSENT OU INVALIDE"
                       TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN NOT CUST-ACTIF AND NOT CUST-INACTIF
                   MOVE "STATUT INVALIDE (A/I)" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN DOUBLON-TROUVE
                   STRING "DOUBLON DE L'ID " DELIMITED BY SIZE
                          WS-DOUBLON-CUST-ID DELIMITED BY SIZE
                          INTO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN CUSTOMER-MASTER-RECORD = WS-IMAGE-AVANT
                   MOVE "AUCUNE ZONE MODIFIEE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               WHEN MODE-VALIDATION
                   PERFORM 2800-ACCEPTER-TRANSACTION
               WHEN OTHER
                   PERFORM 4200-REECRIRE-CLIENT
           END-EVALUATE.

      *    Comme dans CUSTMNT, une nouvelle adresse leve
      *    l'indicateur NPAI; ADRAUDIT la re-evaluera.
       4200-REECRIRE-CLIENT.
           IF ADR-NPAI
              AND (CUST-ADR-LIGNE-1 NOT = WS-AVANT-ADR-LIGNE-1
                   OR CUST-ADR-LIGNE-2 NOT = WS-AVANT-ADR-LIGNE-2
                   OR CUST-VILLE NOT = WS-AVANT-VILLE
                   OR CUST-CODE-POSTAL NOT = WS-AVANT-CODE-POSTAL
                   OR CUST-PAYS NOT = WS-AVANT-PAYS)
               MOVE SPACES TO CUST-ADR-QUALITE
           END-IF

           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "MAJ DU MASTER IMPOSSIBLE"
                       TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-TRX-MODIFS
                   MOVE 'M' TO WS-JRN-ACTION
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-APRES
                   PERFORM 8000-ECRIRE-JOURNAL
                   PERFORM 2800-ACCEPTER-TRANSACTION
           END-REWRITE.

       5000-TRAITER-SUPPRESSION.
           IF TRX-CUST-ID IS NOT NUMERIC
               MOVE "CUST-ID NON NUMERIQUE" TO WS-MOTIF-REJET
               PERFORM 2900-REJETER-TRANSACTION
           ELSE
               MOVE TRX-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU DU MASTER"
                           TO WS-MOTIF-REJET
                       PERFORM 2900-REJETER-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 6000-COMPOSER-NOM-COMPLET
                       IF MODE-VALIDATION
                           PERFORM 2800-ACCEPTER-TRANSACTION
                       ELSE
                           PERFORM 5100-SUPPRIMER-CLIENT
                       END-IF
               END-READ
           END-IF.

       5100-SUPPRIMER-CLIENT.
           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGE-AVANT
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   MOVE "SUPPRESSION IMPOSSIBLE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-TRX-SUPPRS
                   MOVE 'S' TO WS-JRN-ACTION
                   MOVE SPACES TO WS-IMAGE-APRES
                   PERFORM 8000-ECRIRE-JOURNAL
                   PERFORM 7300-RETIRER-CONSENTEMENT
                   PERFORM 2800-ACCEPTER-TRANSACTION
                   PERFORM 7400-SORTIR-DU-FOYER
           END-DELETE.

       6000-COMPOSER-NOM-COMPLET.
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

       6100-VALIDER-NOM.
           MOVE 'O' TO WS-NOM-VALIDE-SW

           IF WS-NOM-COMPLET = SPACES
               MOVE 'N' TO WS-NOM-VALIDE-SW
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET)
                   TO WS-NOM-CTRL
               INSPECT WS-NOM-CTRL
                   CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ'-"
                   TO SPACE
               IF WS-NOM-CTRL NOT = SPACES
                   MOVE 'N' TO WS-NOM-VALIDE-SW
               END-IF
           END-IF.

      *    Le client supprime n'a plus de consentements courants;
      *    leur historique reste dans CONSHIST.
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
                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "         " DELIMITED BY SIZE
                          WS-FOY-MESSAGE DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 8200-ECRIRE-LIGNE
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
                           DISPLAY "CUSTBTCH: DELETE FOYER, statut "
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
                   DISPLAY "CUSTBTCH: erreur REWRITE FOYER, statut "
                           WS-FOYER-STATUS
           END-REWRITE.

       8000-ECRIRE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-PARM-OPERATEUR TO JRN-OPERATEUR
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO JRN-TIMESTAMP
           MOVE WS-IMAGE-AVANT TO JRN-IMAGE-AVANT
           MOVE WS-IMAGE-APRES TO JRN-IMAGE-APRES

           WRITE CUSTOMER-JOURNAL-RECORD

           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "CUSTBTCH: erreur ecriture CUSTJRNL, statut "
                       WS-CUSTJRNL-STATUS
           END-IF.

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-BTCHRPT-STATUS NOT = "00"
               DISPLAY "CUSTBTCH: erreur ecriture BTCHRPT, statut "
                       WS-BTCHRPT-STATUS
           END-IF.

       8300-IMPRIMER-TOTAUX.
           MOVE "----------------------------------------"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-TRX-LUES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TRANSACTIONS LUES         : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TRX-AJOUTS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS AJOUTES           : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TRX-MODIFS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS MODIFIES          : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TRX-SUPPRS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS SUPPRIMES         : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TRX-REJETEES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TRANSACTIONS REJETEES     : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           IF MODE-VALIDATION
               MOVE "VALIDATION SEULE - AUCUNE MISE A JOUR EFFECTUEE"
                   TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           MOVE "----------------------------------------"
               TO BATCH-RPT-RECORD
           WRITE BATCH-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       9000-TERMINAISON.
           PERFORM 8300-IMPRIMER-TOTAUX

           CLOSE CUSTOMER-MASTER
           IF CUSTTRX-PRESENT
               CLOSE TRANSACTIONS
           END-IF
           IF MODE-MISE-A-JOUR
               CLOSE CUSTOMER-JOURNAL
               CLOSE CUSTOMER-CONSENT
               IF FOYER-PRESENT
                   CLOSE FOYER-FILE
               END-IF
               REWRITE CUSTOMER-SEQ-RECORD
               CLOSE CUSTOMER-SEQ-FILE
           END-IF
           CLOSE BATCH-RPT

           DISPLAY "CUSTBTCH: " WS-TRX-LUES " transaction(s) lue(s), "
                   WS-TRX-REJETEES " rejetee(s)"
           IF MODE-MISE-A-JOUR
               DISPLAY "CUSTBTCH: " WS-TRX-AJOUTS " ajout(s), "
                       WS-TRX-MODIFS " modification(s), "
                       WS-TRX-SUPPRS " suppression(s)"
           END-IF

           IF WS-TRX-REJETEES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
