               RECORD KEY IS STA-CUST-ID
               FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

           SELECT TRI-JOURNAL ASSIGN TO "SORTWK".

           SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHNSTAT-STATUS.

           SELECT CUSTOMER-CONSENT ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05 EXT-NOM                  PIC X(30).
           05 EXT-LANGUAGE-CODE        PIC X(2).
           05 EXT-TIMESTAMP            PIC X(14).
           05 EXT-ACTION               PIC X(1).
           05 EXT-CUST-ID-CIBLE        PIC 9(9).

       FD  RESEND-QUEUE.
       01  RESEND-QUEUE-RECORD.
           05 RSND-CUST-ID             PIC 9(9).
           05 RSND-MOTIF               PIC X(30).
           05 RSND-ACTION              PIC X(1).
               88 RSND-MODIFICATION    VALUE 'M'.
               88 RSND-SUPPRESSION     VALUE 'S'.
               88 RSND-FUSION          VALUE 'F'.
           05 RSND-CUST-ID-CIBLE       PIC 9(9).

       FD  CRM-STATUS-FILE.
           COPY CRMSTAT.

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       SD  TRI-JOURNAL.
       01  TRI-JOURNAL-RECORD.
           05 TRJ-CUST-ID              PIC 9(9).
           05 TRJ-TIMESTAMP            PIC X(14).
           05 TRJ-SEQUENCE             PIC 9(9).
           05 TRJ-ACTION               PIC X(1).
           05 TRJ-CUST-ID-CIBLE        PIC 9(9).
           05 TRJ-NOM                  PIC X(30).
           05 TRJ-LANGUAGE-CODE        PIC X(2).

       FD  CYCLE-CTL-FILE.
           COPY CYCLDATE.

       FD  CHAIN-STATUS-FILE.
           COPY CHNSTAT.

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS          PIC XX.
       01 WS-EXTRACT-STATUS           PIC XX.
       01 WS-RESEND-STATUS            PIC XX.
       01 WS-CRMSTAT-STATUS           PIC XX.
       01 WS-CUSTJRNL-STATUS          PIC XX.
       01 WS-CYCLECTL-STATUS          PIC XX.
       01 WS-CHNSTAT-STATUS           PIC XX.
       01 WS-CONSENT-STATUS           PIC XX.

       01 WS-CUSTMAST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-MASTER     VALUE 'O'.
           88 FIN-RESEND-QUEUE        VALUE 'O'.
       01 WS-RESEND-PRESENT-SW        PIC X(1) VALUE 'N'.
           88 RESEND-PRESENT          VALUE 'O'.
       01 WS-CUSTJRNL-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-JOURNAL    VALUE 'O'.
       01 WS-TRI-SW                   PIC X(1) VALUE 'N'.
           88 FIN-TRI-JOURNAL         VALUE 'O'.
       01 WS-CONSENT-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CONSENT-PRESENT         VALUE 'O'.
       01 WS-CRM-REFUSE-SW            PIC X(1).
           88 PARTAGE-CRM-REFUSE      VALUE 'O'.
           88 PARTAGE-CRM-AUTORISE    VALUE 'N'.

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-AUJOURDHUI               PIC X(8).
       01 WS-TIMESTAMP-CYCLE          PIC X(14).
       01 WS-DATE-PRECEDENTE          PIC X(8).
       01 WS-DATE-VEILLE              PIC 9(8).
       01 WS-NOM-COMPLET              PIC X(31).
       01 WS-EXTRACT-COUNT            PIC 9(9) VALUE ZERO.
       01 WS-RESEND-COUNT             PIC 9(9) VALUE ZERO.
       01 WS-RESEND-INTROUVABLES      PIC 9(9) VALUE ZERO.
       01 WS-MOUVEMENT-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-JRN-RETENUES             PIC 9(9) VALUE ZERO.
       01 WS-MVT-DEJA-EXTRAITS        PIC 9(9) VALUE ZERO.
       01 WS-MVT-ANNULES              PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-SANS-CONSENT      PIC 9(9) VALUE ZERO.

       01 WS-MVT-ID                   PIC 9(9).
       01 WS-MVT-PREMIERE-ACTION      PIC X(1).
       01 WS-MVT-DERNIERE-ACTION      PIC X(1).
       01 WS-MVT-CIBLE                PIC 9(9).
       01 WS-MVT-NOM                  PIC X(30).
       01 WS-MVT-LANGUE               PIC X(2).
       01 WS-MVT-TIMESTAMP            PIC X(14).

       COPY CUSTREC
           REPLACING ==CUSTOMER-MASTER-RECORD== BY ==IMAGE-RECORD==
                     LEADING ==CUST== BY ==IMG==.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 3000-TRAITER-FILE-RELANCE

           PERFORM 6000-TRAITER-MOUVEMENTS-JOURNAL

           PERFORM 9000-TERMINAISON

           STOP RUN.
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT GREETING-EXTRACT
           PERFORM 1100-OUVRIR-CRM-STATUS
           PERFORM 1300-OUVRIR-CONSENTEMENTS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-TIMESTAMP-CYCLE
           END-IF

           MOVE CYC-DATE-CYCLE TO WS-AUJOURDHUI
           DISPLAY "GRTEXTR: cycle d'exploitation " WS-AUJOURDHUI

           IF CYC-DATE-PRECEDENTE IS NUMERIC
               MOVE CYC-DATE-PRECEDENTE TO WS-DATE-PRECEDENTE
           ELSE
               COMPUTE WS-DATE-VEILLE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(CYC-DATE-CYCLE)) - 1)
               MOVE WS-DATE-VEILLE TO WS-DATE-PRECEDENTE
           END-IF.

       1100-OUVRIR-CRM-STATUS.
           OPEN I-O CRM-STATUS-FILE
               STOP RUN
           END-IF.

       1300-OUVRIR-CONSENTEMENTS.
           OPEN INPUT CUSTOMER-CONSENT
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   SET CONSENT-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "GRTEXTR: pas de fichier CONSENT - aucun "
                           "refus de partage CRM enregistre"
               WHEN OTHER
                   DISPLAY "GRTEXTR: ouverture CONSENT impossible, "
                           "statut " WS-CONSENT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1050-LIRE-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIN-CUSTOMER-MASTER TO TRUE

       2000-TRAITER-UN-CLIENT.
           IF CUST-TIMESTAMP(1:8) = WS-AUJOURDHUI
               PERFORM 4100-CONTROLER-CONSENTEMENT
           END-IF

           IF CUST-TIMESTAMP(1:8) = WS-AUJOURDHUI
              AND PARTAGE-CRM-AUTORISE
               MOVE CUST-ID TO EXT-CUST-ID
               PERFORM 4000-COMPOSER-NOM-COMPLET
               MOVE WS-NOM-COMPLET TO EXT-NOM
               MOVE CUST-LANGUAGE-CODE TO EXT-LANGUAGE-CODE
               MOVE CUST-TIMESTAMP TO EXT-TIMESTAMP
               MOVE 'C' TO EXT-ACTION
               MOVE ZERO TO EXT-CUST-ID-CIBLE

               WRITE GREETING-EXTRACT-RECORD

               AT END SET FIN-RESEND-QUEUE TO TRUE
           END-READ.

      *    Un client cree aujourd'hui est deja extrait (ou compte
      *    comme refus de partage) par le passage 2000.
       3100-RELANCER-UN-CLIENT.
           IF RSND-SUPPRESSION OR RSND-FUSION
               PERFORM 3200-RELANCER-UN-RETRAIT
           ELSE
               MOVE RSND-CUST-ID TO CUST-ID

               READ CUSTOMER-MASTER KEY IS CUST-ID
                   INVALID KEY
                       ADD 1 TO WS-RESEND-INTROUVABLES
                       DISPLAY "GRTEXTR: relance CUST-ID "
                               RSND-CUST-ID
                               " absent du master - ignore"
                   NOT INVALID KEY
                       IF CUST-TIMESTAMP(1:8) NOT = WS-AUJOURDHUI
                           PERFORM 4100-CONTROLER-CONSENTEMENT
                           IF PARTAGE-CRM-AUTORISE
                               PERFORM 3150-EXTRAIRE-UNE-RELANCE
                           END-IF
                       END-IF
               END-READ
           END-IF

           PERFORM 3050-LIRE-RESEND-QUEUE.

       3150-EXTRAIRE-UNE-RELANCE.
           MOVE CUST-ID TO EXT-CUST-ID
           PERFORM 4000-COMPOSER-NOM-COMPLET
           MOVE WS-NOM-COMPLET TO EXT-NOM
           MOVE CUST-LANGUAGE-CODE TO EXT-LANGUAGE-CODE
           MOVE CUST-TIMESTAMP TO EXT-TIMESTAMP
           IF RSND-MODIFICATION
               MOVE 'M' TO EXT-ACTION
           ELSE
               MOVE 'C' TO EXT-ACTION
           END-IF
           MOVE ZERO TO EXT-CUST-ID-CIBLE

           WRITE GREETING-EXTRACT-RECORD

           ADD 1 TO WS-RESEND-COUNT
           PERFORM 5000-MARQUER-EXTRAIT.

       3200-RELANCER-UN-RETRAIT.
           MOVE RSND-CUST-ID TO EXT-CUST-ID
           MOVE SPACES TO EXT-NOM
           MOVE SPACES TO EXT-LANGUAGE-CODE
           MOVE WS-TIMESTAMP-CYCLE TO EXT-TIMESTAMP
           MOVE RSND-ACTION TO EXT-ACTION
           IF RSND-FUSION
               MOVE RSND-CUST-ID-CIBLE TO EXT-CUST-ID-CIBLE
           ELSE
               MOVE ZERO TO EXT-CUST-ID-CIBLE
           END-IF

           WRITE GREETING-EXTRACT-RECORD

           ADD 1 TO WS-RESEND-COUNT
           PERFORM 5000-MARQUER-EXTRAIT.

       4000-COMPOSER-NOM-COMPLET.
           MOVE SPACES TO WS-NOM-COMPLET
           IF CUST-PRENOM = SPACES
                      INTO WS-NOM-COMPLET
           END-IF.

      *    Un client qui a refuse le partage avec le CRM n'est ni
      *    cree ni mis a jour cote CRM; ses retraits (suppression,
      *    fusion) restent transmis puisqu'ils effacent ses donnees.
       4100-CONTROLER-CONSENTEMENT.
           SET PARTAGE-CRM-AUTORISE TO TRUE
           IF CONSENT-PRESENT
               MOVE CUST-ID TO CNS-CUST-ID
               READ CUSTOMER-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-CRM-REFUSE
                           SET PARTAGE-CRM-REFUSE TO TRUE
                           ADD 1 TO WS-SAUTES-SANS-CONSENT
                       END-IF
               END-READ
           END-IF.

       5000-MARQUER-EXTRAIT.
           MOVE EXT-CUST-ID TO STA-CUST-ID
           SET STA-EXTRAIT TO TRUE
                   END-REWRITE
           END-WRITE.

      *    Les mouvements CUSTMNT / CUSTMRG du cycle sont repris du
      *    journal, tries par client, et reduits a un seul mouvement
      *    net par client : la derniere action l'emporte; un client
      *    cree puis retire dans le meme cycle n'est pas envoye, et
      *    un client cree ce jour est deja parti en creation par
      *    2000-TRAITER-UN-CLIENT.
       6000-TRAITER-MOUVEMENTS-JOURNAL.
           SORT TRI-JOURNAL
               ON ASCENDING KEY TRJ-CUST-ID
                                TRJ-TIMESTAMP
                                TRJ-SEQUENCE
               INPUT PROCEDURE IS 6100-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 6300-EXPLOITER-TRI.

       6100-ALIMENTER-TRI.
           OPEN INPUT CUSTOMER-JOURNAL
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "GRTEXTR: journal CUSTJRNL indisponible, "
                       "statut " WS-CUSTJRNL-STATUS
                       " - aucun mouvement transmis"
           ELSE
               PERFORM 6150-LIRE-JOURNAL
               PERFORM 6200-VERSER-UNE-ENTREE
                   UNTIL FIN-CUSTOMER-JOURNAL
               CLOSE CUSTOMER-JOURNAL
           END-IF.

       6150-LIRE-JOURNAL.
           READ CUSTOMER-JOURNAL
               AT END SET FIN-CUSTOMER-JOURNAL TO TRUE
           END-READ.

       6200-VERSER-UNE-ENTREE.
           IF JRN-TIMESTAMP(1:8) > WS-DATE-PRECEDENTE
              AND JRN-TIMESTAMP(1:8) NOT > WS-AUJOURDHUI
              AND (JRN-AJOUT OR JRN-MODIF OR JRN-SUPPR OR JRN-FUSION)
               ADD 1 TO WS-JRN-RETENUES
               MOVE ZERO TO TRJ-CUST-ID-CIBLE
               IF JRN-FUSION
                   MOVE JRN-IMAGE-APRES TO IMAGE-RECORD
                   MOVE IMG-ID TO TRJ-CUST-ID-CIBLE
               END-IF
               IF JRN-SUPPR OR JRN-FUSION
                   MOVE JRN-IMAGE-AVANT TO IMAGE-RECORD
               ELSE
                   MOVE JRN-IMAGE-APRES TO IMAGE-RECORD
               END-IF
               MOVE IMG-ID TO TRJ-CUST-ID
               MOVE JRN-TIMESTAMP TO TRJ-TIMESTAMP
               MOVE WS-JRN-RETENUES TO TRJ-SEQUENCE
               MOVE JRN-ACTION TO TRJ-ACTION
               MOVE SPACES TO TRJ-NOM
               IF IMG-PRENOM = SPACES
                   MOVE IMG-NOM-FAMILLE TO TRJ-NOM
               ELSE
                   STRING FUNCTION TRIM(IMG-PRENOM TRAILING)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(IMG-NOM-FAMILLE TRAILING)
                              DELIMITED BY SIZE
                          INTO TRJ-NOM
               END-IF
               MOVE IMG-LANGUAGE-CODE TO TRJ-LANGUAGE-CODE
               RELEASE TRI-JOURNAL-RECORD
           END-IF

           PERFORM 6150-LIRE-JOURNAL.

       6300-EXPLOITER-TRI.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 6350-RETOURNER-MOUVEMENT

           PERFORM 6400-TRAITER-UN-CLIENT-MOUVEMENTE
               UNTIL FIN-TRI-JOURNAL.

       6350-RETOURNER-MOUVEMENT.
           RETURN TRI-JOURNAL
               AT END
                   SET FIN-TRI-JOURNAL TO TRUE
           END-RETURN.

       6400-TRAITER-UN-CLIENT-MOUVEMENTE.
           MOVE TRJ-CUST-ID TO WS-MVT-ID
           MOVE TRJ-ACTION TO WS-MVT-PREMIERE-ACTION

           PERFORM 6450-CUMULER-UN-MOUVEMENT
               UNTIL FIN-TRI-JOURNAL
                  OR TRJ-CUST-ID NOT = WS-MVT-ID

           PERFORM 6500-EMETTRE-LE-MOUVEMENT.

       6450-CUMULER-UN-MOUVEMENT.
           MOVE TRJ-ACTION TO WS-MVT-DERNIERE-ACTION
           MOVE TRJ-CUST-ID-CIBLE TO WS-MVT-CIBLE
           MOVE TRJ-NOM TO WS-MVT-NOM
           MOVE TRJ-LANGUAGE-CODE TO WS-MVT-LANGUE
           MOVE TRJ-TIMESTAMP TO WS-MVT-TIMESTAMP

           PERFORM 6350-RETOURNER-MOUVEMENT.

       6500-EMETTRE-LE-MOUVEMENT.
           IF WS-MVT-DERNIERE-ACTION = 'S'
              OR WS-MVT-DERNIERE-ACTION = 'F'
               IF WS-MVT-PREMIERE-ACTION = 'A'
                   ADD 1 TO WS-MVT-ANNULES
               ELSE
                   MOVE WS-MVT-ID TO EXT-CUST-ID
                   MOVE WS-MVT-NOM TO EXT-NOM
                   MOVE WS-MVT-LANGUE TO EXT-LANGUAGE-CODE
                   MOVE WS-MVT-TIMESTAMP TO EXT-TIMESTAMP
                   MOVE WS-MVT-DERNIERE-ACTION TO EXT-ACTION
                   IF WS-MVT-DERNIERE-ACTION = 'F'
                       MOVE WS-MVT-CIBLE TO EXT-CUST-ID-CIBLE
                   ELSE
                       MOVE ZERO TO EXT-CUST-ID-CIBLE
                   END-IF

                   WRITE GREETING-EXTRACT-RECORD

                   ADD 1 TO WS-MOUVEMENT-COUNT
                   PERFORM 5000-MARQUER-EXTRAIT
               END-IF
           ELSE
               MOVE WS-MVT-ID TO CUST-ID
               READ CUSTOMER-MASTER KEY IS CUST-ID
                   INVALID KEY
                       ADD 1 TO WS-MVT-ANNULES
                       DISPLAY "GRTEXTR: mouvement CUST-ID "
                               WS-MVT-ID
                               " absent du master - ignore"
                   NOT INVALID KEY
                       PERFORM 6600-EMETTRE-UNE-MISE-A-JOUR
               END-READ
           END-IF.

       6600-EMETTRE-UNE-MISE-A-JOUR.
           IF CUST-TIMESTAMP(1:8) = WS-AUJOURDHUI
               ADD 1 TO WS-MVT-DEJA-EXTRAITS
           ELSE
               PERFORM 4100-CONTROLER-CONSENTEMENT
           END-IF

           IF CUST-TIMESTAMP(1:8) NOT = WS-AUJOURDHUI
              AND PARTAGE-CRM-AUTORISE
               MOVE CUST-ID TO EXT-CUST-ID
               PERFORM 4000-COMPOSER-NOM-COMPLET
               MOVE WS-NOM-COMPLET TO EXT-NOM
               MOVE CUST-LANGUAGE-CODE TO EXT-LANGUAGE-CODE
               IF WS-MVT-PREMIERE-ACTION = 'A'
                   MOVE CUST-TIMESTAMP TO EXT-TIMESTAMP
                   MOVE 'C' TO EXT-ACTION
               ELSE
                   MOVE WS-MVT-TIMESTAMP TO EXT-TIMESTAMP
                   MOVE 'M' TO EXT-ACTION
               END-IF
               MOVE ZERO TO EXT-CUST-ID-CIBLE

               WRITE GREETING-EXTRACT-RECORD

               ADD 1 TO WS-MOUVEMENT-COUNT
               PERFORM 5000-MARQUER-EXTRAIT
           END-IF.

       9000-TERMINAISON.
           CLOSE CUSTOMER-MASTER
           CLOSE GREETING-EXTRACT
           IF RESEND-PRESENT
               CLOSE RESEND-QUEUE
           END-IF
           IF CONSENT-PRESENT
               CLOSE CUSTOMER-CONSENT
           END-IF

           SET CYC-EXTR-TERMINE TO TRUE
           REWRITE CYCLE-CONTROL-RECORD
           PERFORM 9300-JOURNALISER-CHAINE

           DISPLAY "GRTEXTR: " WS-EXTRACT-COUNT " clients extraits"
           DISPLAY "GRTEXTR: " WS-RESEND-COUNT " client(s) relance(s)"
           DISPLAY "GRTEXTR: " WS-MOUVEMENT-COUNT
                   " mouvement(s) CUSTJRNL transmis sur "
                   WS-JRN-RETENUES " entree(s) du cycle"
           IF WS-MVT-DEJA-EXTRAITS > ZERO
               DISPLAY "GRTEXTR: " WS-MVT-DEJA-EXTRAITS
                       " mouvement(s) deja couvert(s) par la creation"
           END-IF
           IF WS-MVT-ANNULES > ZERO
               DISPLAY "GRTEXTR: " WS-MVT-ANNULES
                       " mouvement(s) sans objet pour le CRM"
           END-IF
           DISPLAY "GRTEXTR: " WS-SAUTES-SANS-CONSENT
                   " client(s) non transmis (refus de partage CRM)".

       9300-JOURNALISER-CHAINE.
           OPEN EXTEND CHAIN-STATUS-FILE
           MOVE RETURN-CODE TO CHN-RC
           MOVE WS-EXTRACT-COUNT TO CHN-CPT-1
           MOVE WS-RESEND-COUNT TO CHN-CPT-2
           MOVE WS-MOUVEMENT-COUNT TO CHN-CPT-3
           MOVE WS-SAUTES-SANS-CONSENT TO CHN-CPT-4

           WRITE CHAIN-STATUS-RECORD
           IF WS-CHNSTAT-STATUS NOT = "00"
