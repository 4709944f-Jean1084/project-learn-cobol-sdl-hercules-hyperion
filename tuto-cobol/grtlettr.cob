               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHNSTAT-STATUS.

           SELECT CUSTOMER-CONSENT ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT CAMPAGNE-FILE ASSIGN TO "CAMPAGNE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPAGNE-STATUS.

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
           05 LTK-SAUTES-INACTIFS      PIC 9(9).
           05 LTK-SAUTES-SANS-ADR      PIC 9(9).
           05 LTK-CPT-LANGUE-NB        PIC 9(9) OCCURS 4 TIMES.
           05 LTK-SAUTES-SANS-CONSENT  PIC 9(9).
           05 LTK-SAUTES-NPAI          PIC 9(9).
           05 LTK-CAMPAGNE             PIC X(8).
           05 LTK-SAUTES-AGENCE        PIC 9(9).
           05 LTK-SAUTES-LANGUE        PIC 9(9).
           05 LTK-SAUTES-PERIODE       PIC 9(9).
           05 LTK-SAUTES-DEJA-SERVIS   PIC 9(9).
           05 LTK-SAUTES-SANS-MODELE   PIC 9(9).
           05 LTK-LETTRES-FOYER        PIC 9(9).
           05 LTK-MEMBRES-REGROUPES    PIC 9(9).
           05 LTK-SAUTES-FOYER         PIC 9(9).

       FD  PRINT-CTL-RPT.
       01  PRINT-CTL-RPT-RECORD        PIC X(80).
       FD  CHAIN-STATUS-FILE.
           COPY CHNSTAT.

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       FD  CAMPAGNE-FILE.
           COPY CAMPREC.

       FD  LETTRE-HIST-FILE.
           COPY LTRHIST.

       FD  FOYER-FILE.
           COPY FOYERREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS          PIC XX.
       01 WS-LETTRES-STATUS           PIC XX.
       01 WS-LTRCKPT-STATUS           PIC XX.
       01 WS-CYCLECTL-STATUS          PIC XX.
       01 WS-CHNSTAT-STATUS           PIC XX.
       01 WS-CONSENT-STATUS           PIC XX.
       01 WS-CAMPAGNE-STATUS          PIC XX.
       01 WS-LTRHIST-STATUS           PIC XX.
       01 WS-FOYER-STATUS             PIC XX.
       01 WS-DATE-CYCLE               PIC X(8).
       01 WS-DATE-HISTORIQUE          PIC X(8).

       01 WS-PARM-ID-DEBUT            PIC X(9).
       01 WS-PARM-ID-FIN              PIC X(9).
       01 WS-PARM-CAMPAGNE            PIC X(8).
       01 WS-ID-DEBUT                 PIC 9(9).
       01 WS-ID-FIN                   PIC 9(9).
       01 WS-MODE-SW                  PIC X(1) VALUE 'N'.
           88 EN-REPRISE              VALUE 'O'.
       01 WS-LANGUE-NO                PIC 9(1).

       01 WS-CAMPAGNE-SW              PIC X(1) VALUE 'N'.
           88 CAMPAGNE-DEMANDEE       VALUE 'O'.
       01 WS-CAMPAGNE-TROUVEE-SW      PIC X(1) VALUE 'N'.
           88 CAMPAGNE-TROUVEE        VALUE 'O'.
       01 WS-FIN-CAMPAGNE-SW          PIC X(1) VALUE 'N'.
           88 FIN-CAMPAGNE            VALUE 'O'.
       01 WS-CAMPAGNE-ERREUR-SW       PIC X(1) VALUE 'N'.
           88 CAMPAGNE-EN-ERREUR      VALUE 'O'.
       COPY CAMPREC
           REPLACING ==CAMPAGNE-RECORD== BY ==CAMPAGNE-EN-COURS==
                     LEADING ==CMP== BY ==CPC==.

       01 WS-DEJA-SERVI-SW            PIC X(1).
           88 DEJA-SERVI              VALUE 'O'.
       01 WS-MODELE-SW                PIC X(1).
           88 MODELE-TROUVE           VALUE 'O'.
       01 WS-LANGUE-MODELE            PIC X(2).

       01 WS-CKPT-SAUVEGARDE.
           05 WS-CKPT-DERNIER-ID      PIC 9(9).
           05 WS-CKPT-LETTRES         PIC 9(9).
           05 WS-CKPT-SAUTES-INACT    PIC 9(9).
           05 WS-CKPT-SAUTES-ADR      PIC 9(9).
           05 WS-CKPT-LANGUE-NB       PIC 9(9) OCCURS 4 TIMES.
           05 WS-CKPT-SAUTES-CONSENT  PIC 9(9).
           05 WS-CKPT-SAUTES-NPAI     PIC 9(9).
           05 WS-CKPT-CAMPAGNE        PIC X(8).
           05 WS-CKPT-SAUTES-AGENCE   PIC 9(9).
           05 WS-CKPT-SAUTES-LANGUE   PIC 9(9).
           05 WS-CKPT-SAUTES-PERIODE  PIC 9(9).
           05 WS-CKPT-SAUTES-SERVIS   PIC 9(9).
           05 WS-CKPT-SAUTES-MODELE   PIC 9(9).
           05 WS-CKPT-LETTRES-FOYER   PIC 9(9).
           05 WS-CKPT-MEMBRES-REGR    PIC 9(9).
           05 WS-CKPT-SAUTES-FOYER    PIC 9(9).

       01 WS-NB-PHRASES               PIC 9(2) VALUE ZERO.
       01 WS-PHRASES-MAX              PIC 9(2) VALUE 20.
               10 WS-PHRASE-LANG      PIC X(2).
               10 WS-PHRASE-TEXTE     PIC X(80).

       01 WS-NB-MODELES               PIC 9(2) VALUE ZERO.
       01 WS-TABLE-MODELES.
           05 WS-MODELE-ENTREE
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-NB-MODELES
                   INDEXED BY WS-MODELE-IDX.
               10 WS-MODELE-LANG      PIC X(2).
               10 WS-MODELE-TEXTE     PIC X(80).

       01 WS-GRTMSG-SW                PIC X(1) VALUE 'N'.
           88 FIN-GREETING-MSG        VALUE 'O'.
       01 WS-POS-VARIABLE             PIC 9(2).
       01 WS-RESTE-PHRASE             PIC X(80).
       01 WS-PHRASE-SOURCE            PIC X(80).
       01 WS-PHRASE-RESULTAT          PIC X(80).

       01 WS-CUSTMAST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-MASTER     VALUE 'O'.
       01 WS-CONSENT-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CONSENT-PRESENT         VALUE 'O'.
       01 WS-COURRIER-REFUSE-SW       PIC X(1).
           88 COURRIER-REFUSE         VALUE 'O'.
           88 COURRIER-AUTORISE       VALUE 'N'.

       01 WS-FOYER-PRESENT-SW         PIC X(1) VALUE 'N'.
           88 FOYER-PRESENT           VALUE 'O'.
       01 WS-ROLE-FOYER-SW            PIC X(1).
           88 HORS-FOYER              VALUE 'N'.
           88 CONTACT-DE-FOYER        VALUE 'C'.
           88 MEMBRE-REGROUPE         VALUE 'M'.
       01 WS-FIN-FOYER-SW             PIC X(1).
           88 FIN-FOYER               VALUE 'O'.
       01 WS-FOYER-ID                 PIC 9(9).
       01 WS-FOYER-CONTACT-ID         PIC 9(9).
       01 WS-HIST-CUST-ID             PIC 9(9).
       01 WS-HIST-DESTINATAIRE        PIC X(1).
       01 WS-CLIENT-SAUVE.
           05 WS-SAUVE-CUST-ID        PIC 9(9).
           05 FILLER                  PIC X(191).
           COPY CUSTREC
               REPLACING ==CUSTOMER-MASTER-RECORD== BY
                         ==MEMBRE-RECORD==
                         LEADING ==CUST== BY ==MBR==
                         LEADING ==ADR== BY ==MBR-ADR==.
       01 WS-MBR-REFUS-SW             PIC X(1).
           88 MBR-COURRIER-REFUSE     VALUE 'O'.
       01 WS-CONTACT-LETTRE-SW        PIC X(1).
           88 CONTACT-RECOIT-LETTRE   VALUE 'O'.

       01 WS-NB-COSIGNATAIRES         PIC 9(2).
       01 WS-NB-COS-AFFICHES          PIC 9(2).
       01 WS-COS-LIGNES-MAX           PIC 9(2) VALUE 3.
       01 WS-COS-MAX                  PIC 9(2) VALUE 10.
       01 WS-COS-IDX                  PIC 9(2).
       01 WS-TABLE-COSIGNATAIRES.
           05 WS-COS-ENTREE OCCURS 10 TIMES.
               10 WS-COS-CUST-ID      PIC 9(9).
               10 WS-COS-NOM          PIC X(31).
               10 WS-COS-SALUT        PIC X(15).

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-DATE-LETTRE              PIC X(10).
       01 WS-LIGNE-LETTRE             PIC X(80).
       01 WS-SALUTATION               PIC X(80).
       01 WS-NOM-COMPLET              PIC X(31).
       01 WS-NOM-SALUT                PIC X(60).
       01 WS-NOM-SALUT-PREC           PIC X(60).

       01 WS-LETTRES-PRODUITES        PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-INACTIFS          PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-SANS-ADRESSE      PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-SANS-CONSENT      PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-NPAI              PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-HORS-AGENCE       PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-HORS-LANGUE       PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-HORS-PERIODE      PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-DEJA-SERVIS       PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-SANS-MODELE       PIC 9(9) VALUE ZERO.
       01 WS-CLIENTS-LUS              PIC 9(9) VALUE ZERO.
       01 WS-LETTRES-FOYER            PIC 9(9) VALUE ZERO.
       01 WS-MEMBRES-REGROUPES        PIC 9(9) VALUE ZERO.
       01 WS-SAUTES-MEMBRE-FOYER      PIC 9(9) VALUE ZERO.

       01 WS-TABLE-CPT-LANGUES.
           05 WS-CPT-LANGUE-ENTREE OCCURS 4 TIMES

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-VALEUR               PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALISATION.
           PERFORM 1010-LIRE-PARAMETRES
           PERFORM 1800-CHARGER-CAMPAGNE

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
           PERFORM 1300-CHARGER-PHRASES

           PERFORM 1600-LIRE-DATE-CYCLE
           PERFORM 1700-OUVRIR-CONSENTEMENTS
           PERFORM 1900-OUVRIR-FOYERS
           IF NOT MODE-REIMPRESSION
               PERFORM 1750-OUVRIR-HISTORIQUE
           END-IF

           PERFORM 1500-POSITIONNER-MASTER
           PERFORM 1050-LIRE-CUSTOMER-MASTER.
               CLOSE CYCLE-CTL-FILE
           END-IF.

       1700-OUVRIR-CONSENTEMENTS.
           OPEN INPUT CUSTOMER-CONSENT
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   SET CONSENT-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "GRTLETTR: pas de fichier CONSENT - aucun "
                           "refus de courrier enregistre"
               WHEN OTHER
                   DISPLAY "GRTLETTR: ouverture CONSENT impossible, "
                           "statut " WS-CONSENT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1750-OUVRIR-HISTORIQUE.
           IF WS-DATE-CYCLE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-DATE-HISTORIQUE
           ELSE
               MOVE WS-DATE-CYCLE TO WS-DATE-HISTORIQUE
           END-IF

           OPEN I-O LETTRE-HIST-FILE
           IF WS-LTRHIST-STATUS = "35"
               OPEN OUTPUT LETTRE-HIST-FILE
               CLOSE LETTRE-HIST-FILE
               OPEN I-O LETTRE-HIST-FILE
           END-IF
           IF WS-LTRHIST-STATUS NOT = "00"
               DISPLAY "GRTLETTR: ouverture LTRHIST impossible, "
                       "statut " WS-LTRHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1900-OUVRIR-FOYERS.
           OPEN INPUT FOYER-FILE
           EVALUATE WS-FOYER-STATUS
               WHEN "00"
                   SET FOYER-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "GRTLETTR: pas de fichier FOYER - une "
                           "lettre par client"
               WHEN OTHER
                   DISPLAY "GRTLETTR: ouverture FOYER impossible, "
                           "statut " WS-FOYER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1800-CHARGER-CAMPAGNE.
           MOVE SPACES TO CAMPAGNE-EN-COURS
           MOVE WS-PARM-CAMPAGNE TO CPC-ID
           MOVE "LETTRE D'ACCUEIL" TO CPC-LIBELLE
           MOVE 'N' TO CPC-EXCLURE-SW

           OPEN INPUT CAMPAGNE-FILE
           EVALUATE WS-CAMPAGNE-STATUS
               WHEN "00"
                   PERFORM 1850-LIRE-UNE-CAMPAGNE
                       UNTIL FIN-CAMPAGNE OR CAMPAGNE-TROUVEE
                   CLOSE CAMPAGNE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GRTLETTR: ouverture CAMPAGNE impossible, "
                           "statut " WS-CAMPAGNE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF NOT CAMPAGNE-TROUVEE
               IF CAMPAGNE-DEMANDEE
                   DISPLAY "GRTLETTR: campagne " WS-PARM-CAMPAGNE
                           " absente du fichier CAMPAGNE - arret"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "GRTLETTR: campagne " WS-PARM-CAMPAGNE
                       " non definie - lettre d'accueil a tous "
                       "les clients"
           END-IF

           PERFORM 1870-VALIDER-CAMPAGNE
           IF CAMPAGNE-EN-ERREUR
               DISPLAY "GRTLETTR: definition de la campagne "
                       CPC-ID " invalide - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "GRTLETTR: campagne " CPC-ID " - " CPC-LIBELLE.

       1850-LIRE-UNE-CAMPAGNE.
           READ CAMPAGNE-FILE
               AT END
                   SET FIN-CAMPAGNE TO TRUE
               NOT AT END
                   IF CMP-ID = WS-PARM-CAMPAGNE
                       MOVE CAMPAGNE-RECORD TO CAMPAGNE-EN-COURS
                       SET CAMPAGNE-TROUVEE TO TRUE
                   END-IF
           END-READ.

       1870-VALIDER-CAMPAGNE.
           IF CPC-MODELE = 'S'
               DISPLAY "GRTLETTR: le type S est la salutation, "
                       "pas un modele de lettre"
               SET CAMPAGNE-EN-ERREUR TO TRUE
           END-IF
           IF NOT CPC-EXCLURE-VALIDE
               DISPLAY "GRTLETTR: indicateur d'exclusion '"
                       CPC-EXCLURE-SW "' invalide (O/N)"
               SET CAMPAGNE-EN-ERREUR TO TRUE
           END-IF
           IF CPC-CREE-DU NOT = SPACES
              AND CPC-CREE-DU IS NOT NUMERIC
               DISPLAY "GRTLETTR: date de creation de debut '"
                       CPC-CREE-DU "' invalide (AAAAMMJJ)"
               SET CAMPAGNE-EN-ERREUR TO TRUE
           END-IF
           IF CPC-CREE-AU NOT = SPACES
              AND CPC-CREE-AU IS NOT NUMERIC
               DISPLAY "GRTLETTR: date de creation de fin '"
                       CPC-CREE-AU "' invalide (AAAAMMJJ)"
               SET CAMPAGNE-EN-ERREUR TO TRUE
           END-IF
           IF CPC-CREE-DU NOT = SPACES
              AND CPC-CREE-AU NOT = SPACES
              AND CPC-CREE-AU < CPC-CREE-DU
               DISPLAY "GRTLETTR: periode de creation inversee"
               SET CAMPAGNE-EN-ERREUR TO TRUE
           END-IF.

       1010-LIRE-PARAMETRES.
           MOVE SPACES TO WS-PARM-ID-DEBUT
           MOVE SPACES TO WS-PARM-ID-FIN
           ACCEPT WS-PARM-ID-DEBUT
           ACCEPT WS-PARM-ID-FIN
           MOVE SPACES TO WS-PARM-CAMPAGNE
           ACCEPT WS-PARM-CAMPAGNE

           IF WS-PARM-CAMPAGNE = SPACES
               MOVE "ACCUEIL" TO WS-PARM-CAMPAGNE
           ELSE
               SET CAMPAGNE-DEMANDEE TO TRUE
           END-IF

           IF WS-PARM-ID-DEBUT = SPACES
               CONTINUE
               DISPLAY "GRTLETTR: reprise apres abend - lettres "
                       "deja produites jusqu'au client "
                       WS-CKPT-DERNIER-ID
               IF WS-CKPT-CAMPAGNE NOT = CPC-ID
                   DISPLAY "GRTLETTR: le checkpoint appartient a la "
                           "campagne " WS-CKPT-CAMPAGNE
                           " - la relancer pour la terminer"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1450-RESTAURER-COMPTEURS.
           MOVE WS-CKPT-LUS TO WS-CLIENTS-LUS
           MOVE WS-CKPT-SAUTES-INACT TO WS-SAUTES-INACTIFS
           MOVE WS-CKPT-SAUTES-ADR TO WS-SAUTES-SANS-ADRESSE
           MOVE WS-CKPT-SAUTES-CONSENT TO WS-SAUTES-SANS-CONSENT
           MOVE WS-CKPT-SAUTES-NPAI TO WS-SAUTES-NPAI
           MOVE WS-CKPT-SAUTES-AGENCE TO WS-SAUTES-HORS-AGENCE
           MOVE WS-CKPT-SAUTES-LANGUE TO WS-SAUTES-HORS-LANGUE
           MOVE WS-CKPT-SAUTES-PERIODE TO WS-SAUTES-HORS-PERIODE
           MOVE WS-CKPT-SAUTES-SERVIS TO WS-SAUTES-DEJA-SERVIS
           MOVE WS-CKPT-SAUTES-MODELE TO WS-SAUTES-SANS-MODELE
           MOVE WS-CKPT-LETTRES-FOYER TO WS-LETTRES-FOYER
           MOVE WS-CKPT-MEMBRES-REGR TO WS-MEMBRES-REGROUPES
           MOVE WS-CKPT-SAUTES-FOYER TO WS-SAUTES-MEMBRE-FOYER
           PERFORM VARYING WS-LANGUE-NO FROM 1 BY 1
                   UNTIL WS-LANGUE-NO > 4
               MOVE WS-CKPT-LANGUE-NB(WS-LANGUE-NO)
                       "GRTMSG - executer GRTMSGL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CPC-MODELE NOT = SPACES
              AND WS-NB-MODELES = ZERO
               DISPLAY "GRTLETTR: aucun texte de type " CPC-MODELE
                       " dans GRTMSG pour la campagne " CPC-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CHARGER-UNE-PHRASE.
                   DISPLAY "GRTLETTR: table des phrases pleine - "
                           "langue " MSG-LANG " ignoree"
               END-IF
           END-IF

           IF NOT FIN-GREETING-MSG
              AND CPC-MODELE NOT = SPACES
              AND MSG-TYPE = CPC-MODELE
               IF WS-NB-MODELES < WS-PHRASES-MAX
                   ADD 1 TO WS-NB-MODELES
                   MOVE MSG-LANG TO WS-MODELE-LANG(WS-NB-MODELES)
                   MOVE MSG-TEXTE TO WS-MODELE-TEXTE(WS-NB-MODELES)
               ELSE
                   DISPLAY "GRTLETTR: table des modeles pleine - "
                           "langue " MSG-LANG " ignoree"
               END-IF
           END-IF.

       2000-TRAITER-UN-CLIENT.
           EVALUATE TRUE
               WHEN NOT CUST-ACTIF
                   ADD 1 TO WS-SAUTES-INACTIFS
               WHEN CPC-BRANCH-CODE NOT = SPACES
                AND CUST-BRANCH-CODE NOT = CPC-BRANCH-CODE
                   ADD 1 TO WS-SAUTES-HORS-AGENCE
               WHEN CPC-LANGUE NOT = SPACES
                AND CUST-LANGUAGE-CODE NOT = CPC-LANGUE
                   ADD 1 TO WS-SAUTES-HORS-LANGUE
               WHEN CPC-CREE-DU NOT = SPACES
                AND CUST-TIMESTAMP(1:8) < CPC-CREE-DU
                   ADD 1 TO WS-SAUTES-HORS-PERIODE
               WHEN CPC-CREE-AU NOT = SPACES
                AND CUST-TIMESTAMP(1:8) > CPC-CREE-AU
                   ADD 1 TO WS-SAUTES-HORS-PERIODE
               WHEN CUST-ADR-LIGNE-1 = SPACES
                   ADD 1 TO WS-SAUTES-SANS-ADRESSE
               WHEN ADR-NPAI
                   ADD 1 TO WS-SAUTES-NPAI
               WHEN OTHER
                   PERFORM 2100-CONTROLER-CONSENTEMENT
                   IF COURRIER-REFUSE
                       ADD 1 TO WS-SAUTES-SANS-CONSENT
                   ELSE
                       PERFORM 2500-CONTROLER-FOYER
                       IF MEMBRE-REGROUPE
                           ADD 1 TO WS-SAUTES-MEMBRE-FOYER
                       ELSE
                           PERFORM 2200-CONTROLER-ENVOI
                       END-IF
                   END-IF
           END-EVALUATE

           PERFORM 1050-LIRE-CUSTOMER-MASTER.

       2100-CONTROLER-CONSENTEMENT.
           SET COURRIER-AUTORISE TO TRUE
           IF CONSENT-PRESENT
               MOVE CUST-ID TO CNS-CUST-ID
               READ CUSTOMER-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-COURRIER-REFUSE
                           SET COURRIER-REFUSE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2200-CONTROLER-ENVOI.
           PERFORM 2300-CONTROLER-DEJA-SERVI
           MOVE CUST-LANGUAGE-CODE TO WS-LANGUE-MODELE
           PERFORM 2400-CHOISIR-MODELE

           EVALUATE TRUE
               WHEN DEJA-SERVI
                   ADD 1 TO WS-SAUTES-DEJA-SERVIS
               WHEN NOT MODELE-TROUVE
                   ADD 1 TO WS-SAUTES-SANS-MODELE
               WHEN OTHER
                   PERFORM 3000-PRODUIRE-UNE-LETTRE
           END-EVALUATE.

       2300-CONTROLER-DEJA-SERVI.
           MOVE 'N' TO WS-DEJA-SERVI-SW
           IF CPC-EXCLURE-DEJA-SERVIS
              AND NOT MODE-REIMPRESSION
               MOVE CUST-ID TO LTH-CUST-ID
               MOVE CPC-ID TO LTH-CAMPAGNE
               MOVE LOW-VALUES TO LTH-DATE-CYCLE
               START LETTRE-HIST-FILE
                   KEY IS NOT LESS THAN LTH-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2350-LIRE-HISTORIQUE
               END-START
           END-IF.

       2350-LIRE-HISTORIQUE.
           READ LETTRE-HIST-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LTH-CUST-ID = CUST-ID
                      AND LTH-CAMPAGNE = CPC-ID
                       SET DEJA-SERVI TO TRUE
                   END-IF
           END-READ.

       2400-CHOISIR-MODELE.
           SET MODELE-TROUVE TO TRUE
           IF CPC-MODELE NOT = SPACES
               MOVE 'N' TO WS-MODELE-SW
               SET WS-MODELE-IDX TO 1
               SEARCH WS-MODELE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-MODELE-LANG(WS-MODELE-IDX)
                           = WS-LANGUE-MODELE
                       SET MODELE-TROUVE TO TRUE
               END-SEARCH
           END-IF.

      *    Un foyer confirme (FOYER) recoit une seule lettre,
      *    adressee a son contact principal et a tous ses membres.
      *    Un membre n'est saute que si le contact principal recoit
      *    la lettre du foyer dans ce passage : dans la plage de
      *    reimpression, et retenu par les memes controles que
      *    2000 / 2200 (actif, criteres de campagne, adresse, pas
      *    NPAI, pas de refus, modele dans sa langue, pas deja servi
      *    lors d'un cycle precedent). Sinon le membre est traite
      *    pour lui-meme. Les criteres de campagne sont ceux du
      *    contact principal.
       2500-CONTROLER-FOYER.
           SET HORS-FOYER TO TRUE
           MOVE ZERO TO WS-NB-COSIGNATAIRES
           MOVE ZERO TO WS-NB-COS-AFFICHES
           IF FOYER-PRESENT
               MOVE CUST-ID TO FOY-CUST-ID
               READ FOYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOY-CONFIRME
                           MOVE FOY-FOYER-ID TO WS-FOYER-ID
                           IF FOY-CONTACT-PRINCIPAL
                               SET CONTACT-DE-FOYER TO TRUE
                           ELSE
                               PERFORM 2550-CONTROLER-CONTACT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2550-CONTROLER-CONTACT.
           MOVE ZERO TO WS-FOYER-CONTACT-ID
           PERFORM 2700-POSITIONNER-FOYER
           PERFORM 2560-CHERCHER-CONTACT
               UNTIL FIN-FOYER

           IF WS-FOYER-CONTACT-ID > ZERO
               MOVE CUSTOMER-MASTER-RECORD TO WS-CLIENT-SAUVE
               MOVE WS-FOYER-CONTACT-ID TO CUST-ID
               READ CUSTOMER-MASTER INTO MEMBRE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2800-CONTROLER-CONSENT-MEMBRE
                       PERFORM 2570-CONTROLER-LETTRE-CONTACT
                       IF CONTACT-RECOIT-LETTRE
                           SET MEMBRE-REGROUPE TO TRUE
                       END-IF
               END-READ
               PERFORM 2900-RESTAURER-CLIENT
           END-IF.

       2560-CHERCHER-CONTACT.
           PERFORM 2750-LIRE-FOYER
           IF NOT FIN-FOYER
              AND FOY-CONFIRME
              AND FOY-CONTACT-PRINCIPAL
               MOVE FOY-CUST-ID TO WS-FOYER-CONTACT-ID
               SET FIN-FOYER TO TRUE
           END-IF.

      *    Contact principal lu dans MEMBRE-RECORD : memes controles
      *    que 2000-TRAITER-UN-CLIENT, sans compteur.
       2570-CONTROLER-LETTRE-CONTACT.
           MOVE 'N' TO WS-CONTACT-LETTRE-SW
           EVALUATE TRUE
               WHEN MODE-REIMPRESSION
                AND (MBR-ID < WS-ID-DEBUT OR MBR-ID > WS-ID-FIN)
                   CONTINUE
               WHEN NOT MBR-ACTIF
                   CONTINUE
               WHEN CPC-BRANCH-CODE NOT = SPACES
                AND MBR-BRANCH-CODE NOT = CPC-BRANCH-CODE
                   CONTINUE
               WHEN CPC-LANGUE NOT = SPACES
                AND MBR-LANGUAGE-CODE NOT = CPC-LANGUE
                   CONTINUE
               WHEN CPC-CREE-DU NOT = SPACES
                AND MBR-TIMESTAMP(1:8) < CPC-CREE-DU
                   CONTINUE
               WHEN CPC-CREE-AU NOT = SPACES
                AND MBR-TIMESTAMP(1:8) > CPC-CREE-AU
                   CONTINUE
               WHEN MBR-ADR-LIGNE-1 = SPACES
                   CONTINUE
               WHEN MBR-ADR-NPAI
                   CONTINUE
               WHEN MBR-COURRIER-REFUSE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2580-CONTROLER-ENVOI-CONTACT
           END-EVALUATE.

      *    Une lettre du contact deja historisee pour ce cycle vient
      *    de ce passage (ou du passage interrompu qu'il reprend) :
      *    seul un cycle precedent vaut "deja servi".
       2580-CONTROLER-ENVOI-CONTACT.
           MOVE MBR-LANGUAGE-CODE TO WS-LANGUE-MODELE
           PERFORM 2400-CHOISIR-MODELE
           MOVE 'N' TO WS-DEJA-SERVI-SW
           IF CPC-EXCLURE-DEJA-SERVIS
              AND NOT MODE-REIMPRESSION
               MOVE MBR-ID TO LTH-CUST-ID
               MOVE CPC-ID TO LTH-CAMPAGNE
               MOVE LOW-VALUES TO LTH-DATE-CYCLE
               START LETTRE-HIST-FILE
                   KEY IS NOT LESS THAN LTH-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2590-LIRE-HISTORIQUE-CONTACT
               END-START
           END-IF

           IF MODELE-TROUVE
              AND NOT DEJA-SERVI
               SET CONTACT-RECOIT-LETTRE TO TRUE
           END-IF.

       2590-LIRE-HISTORIQUE-CONTACT.
           READ LETTRE-HIST-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LTH-CUST-ID = MBR-ID
                      AND LTH-CAMPAGNE = CPC-ID
                      AND LTH-DATE-CYCLE < WS-DATE-HISTORIQUE
                       SET DEJA-SERVI TO TRUE
                   END-IF
           END-READ.

       2600-CHARGER-COSIGNATAIRES.
           MOVE ZERO TO WS-NB-COSIGNATAIRES
           MOVE CUSTOMER-MASTER-RECORD TO WS-CLIENT-SAUVE
           PERFORM 2700-POSITIONNER-FOYER
           PERFORM 2650-RETENIR-UN-MEMBRE
               UNTIL FIN-FOYER
           PERFORM 2900-RESTAURER-CLIENT

           IF WS-NB-COSIGNATAIRES > WS-COS-LIGNES-MAX
               COMPUTE WS-NB-COS-AFFICHES = WS-COS-LIGNES-MAX - 1
           ELSE
               MOVE WS-NB-COSIGNATAIRES TO WS-NB-COS-AFFICHES
           END-IF.

       2650-RETENIR-UN-MEMBRE.
           PERFORM 2750-LIRE-FOYER
           IF NOT FIN-FOYER
              AND FOY-CONFIRME
              AND FOY-CUST-ID NOT = WS-SAUVE-CUST-ID
              AND WS-NB-COSIGNATAIRES < WS-COS-MAX
               MOVE FOY-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER INTO MEMBRE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2800-CONTROLER-CONSENT-MEMBRE
                       IF MBR-ACTIF
                          AND NOT MBR-COURRIER-REFUSE
                           PERFORM 2680-AJOUTER-COSIGNATAIRE
                       END-IF
               END-READ
           END-IF.

       2680-AJOUTER-COSIGNATAIRE.
           ADD 1 TO WS-NB-COSIGNATAIRES
           MOVE MBR-ID TO WS-COS-CUST-ID(WS-NB-COSIGNATAIRES)
           MOVE SPACES TO WS-COS-NOM(WS-NB-COSIGNATAIRES)
           IF MBR-PRENOM = SPACES
               MOVE MBR-NOM-FAMILLE TO WS-COS-NOM(WS-NB-COSIGNATAIRES)
               MOVE MBR-NOM-FAMILLE
                   TO WS-COS-SALUT(WS-NB-COSIGNATAIRES)
           ELSE
               STRING FUNCTION TRIM(MBR-PRENOM TRAILING)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(MBR-NOM-FAMILLE TRAILING)
                          DELIMITED BY SIZE
                      INTO WS-COS-NOM(WS-NB-COSIGNATAIRES)
               MOVE MBR-PRENOM TO WS-COS-SALUT(WS-NB-COSIGNATAIRES)
           END-IF.

       2700-POSITIONNER-FOYER.
           MOVE 'N' TO WS-FIN-FOYER-SW
           MOVE WS-FOYER-ID TO FOY-FOYER-ID
           START FOYER-FILE KEY IS EQUAL TO FOY-FOYER-ID
               INVALID KEY
                   SET FIN-FOYER TO TRUE
           END-START.

       2750-LIRE-FOYER.
           READ FOYER-FILE NEXT RECORD
               AT END
                   SET FIN-FOYER TO TRUE
           END-READ
           IF NOT FIN-FOYER
              AND FOY-FOYER-ID NOT = WS-FOYER-ID
               SET FIN-FOYER TO TRUE
           END-IF.

       2800-CONTROLER-CONSENT-MEMBRE.
           MOVE 'N' TO WS-MBR-REFUS-SW
           IF CONSENT-PRESENT
               MOVE MBR-ID TO CNS-CUST-ID
               READ CUSTOMER-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-COURRIER-REFUSE
                           SET MBR-COURRIER-REFUSE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    Les membres du foyer sont lus par cle dans CUSTOMER-MASTER
      *    (comme CUSTINQ) : le client en cours est remis en place et
      *    la lecture sequentielle repositionnee juste apres lui.
       2900-RESTAURER-CLIENT.
           MOVE WS-CLIENT-SAUVE TO CUSTOMER-MASTER-RECORD
           START CUSTOMER-MASTER KEY IS GREATER THAN CUST-ID
               INVALID KEY
                   SET FIN-CUSTOMER-MASTER TO TRUE
           END-START.

       3000-PRODUIRE-UNE-LETTRE.
           PERFORM 3100-CHOISIR-LANGUE
           IF CONTACT-DE-FOYER
               PERFORM 2600-CHARGER-COSIGNATAIRES
           END-IF

           MOVE 1 TO WS-LIGNE-NO

           PERFORM 3150-COMPOSER-NOM-COMPLET
           MOVE WS-NOM-COMPLET TO WS-LIGNE-LETTRE
           PERFORM 3900-ECRIRE-LIGNE-LETTRE
           PERFORM 3160-ECRIRE-UN-COSIGNATAIRE
               VARYING WS-COS-IDX FROM 1 BY 1
               UNTIL WS-COS-IDX > WS-NB-COS-AFFICHES
           IF WS-NB-COSIGNATAIRES > WS-NB-COS-AFFICHES
               MOVE "ET LES AUTRES MEMBRES DU FOYER"
                   TO WS-LIGNE-LETTRE
               PERFORM 3900-ECRIRE-LIGNE-LETTRE
           END-IF
           MOVE CUST-ADR-LIGNE-1 TO WS-LIGNE-LETTRE
           PERFORM 3900-ECRIRE-LIGNE-LETTRE
           MOVE CUST-ADR-LIGNE-2 TO WS-LIGNE-LETTRE
           PERFORM 3900-ECRIRE-LIGNE-LETTRE
           PERFORM 3950-ECRIRE-LIGNE-VIDE

           IF CPC-MODELE = SPACES
               MOVE WS-TX-CORPS-1(WS-TEXTE-IDX) TO WS-LIGNE-LETTRE
               PERFORM 3900-ECRIRE-LIGNE-LETTRE
               MOVE WS-TX-CORPS-2(WS-TEXTE-IDX) TO WS-LIGNE-LETTRE
               PERFORM 3900-ECRIRE-LIGNE-LETTRE
               MOVE WS-TX-CORPS-3(WS-TEXTE-IDX) TO WS-LIGNE-LETTRE
               PERFORM 3900-ECRIRE-LIGNE-LETTRE
           ELSE
               MOVE WS-MODELE-TEXTE(WS-MODELE-IDX)
                   TO WS-PHRASE-SOURCE
               PERFORM 3250-SUBSTITUER-NOM
               MOVE WS-PHRASE-RESULTAT TO WS-LIGNE-LETTRE
               PERFORM 3900-ECRIRE-LIGNE-LETTRE
           END-IF
           PERFORM 3950-ECRIRE-LIGNE-VIDE

           MOVE WS-TX-FORMULE(WS-TEXTE-IDX) TO WS-LIGNE-LETTRE

           ADD 1 TO WS-LETTRES-PRODUITES
           ADD 1 TO WS-CPT-LANGUE-NB(WS-TEXTE-IDX)
           IF WS-NB-COSIGNATAIRES > ZERO
               ADD 1 TO WS-LETTRES-FOYER
               ADD WS-NB-COSIGNATAIRES TO WS-MEMBRES-REGROUPES
           END-IF

           IF NOT MODE-REIMPRESSION
               MOVE CUST-ID TO WS-HIST-CUST-ID
               MOVE 'P' TO WS-HIST-DESTINATAIRE
               PERFORM 3700-ECRIRE-HISTORIQUE
               PERFORM 3750-HISTORISER-COSIGNATAIRE
                   VARYING WS-COS-IDX FROM 1 BY 1
                   UNTIL WS-COS-IDX > WS-NB-COSIGNATAIRES
               PERFORM 3800-ECRIRE-CHECKPOINT
           END-IF.

       3700-ECRIRE-HISTORIQUE.
           MOVE SPACES TO LETTRE-HIST-RECORD
           MOVE WS-HIST-CUST-ID TO LTH-CUST-ID
           MOVE CPC-ID TO LTH-CAMPAGNE
           MOVE WS-DATE-HISTORIQUE TO LTH-DATE-CYCLE
           MOVE CPC-MODELE TO LTH-MODELE
           MOVE CUST-LANGUAGE-CODE TO LTH-LANGUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO LTH-TIMESTAMP
           MOVE WS-HIST-DESTINATAIRE TO LTH-DESTINATAIRE

           WRITE LETTRE-HIST-RECORD
               INVALID KEY
                   REWRITE LETTRE-HIST-RECORD
           END-WRITE
           IF WS-LTRHIST-STATUS NOT = "00"
               DISPLAY "GRTLETTR: erreur ecriture LTRHIST, statut "
                       WS-LTRHIST-STATUS " client " WS-HIST-CUST-ID
           END-IF.

       3750-HISTORISER-COSIGNATAIRE.
           MOVE WS-COS-CUST-ID(WS-COS-IDX) TO WS-HIST-CUST-ID
           MOVE 'C' TO WS-HIST-DESTINATAIRE
           PERFORM 3700-ECRIRE-HISTORIQUE.

       3800-ECRIRE-CHECKPOINT.
           OPEN OUTPUT LETTRE-CKPT-FILE

           MOVE WS-CLIENTS-LUS TO LTK-CLIENTS-LUS
           MOVE WS-SAUTES-INACTIFS TO LTK-SAUTES-INACTIFS
           MOVE WS-SAUTES-SANS-ADRESSE TO LTK-SAUTES-SANS-ADR
           MOVE WS-SAUTES-SANS-CONSENT TO LTK-SAUTES-SANS-CONSENT
           MOVE WS-SAUTES-NPAI TO LTK-SAUTES-NPAI
           MOVE CPC-ID TO LTK-CAMPAGNE
           MOVE WS-SAUTES-HORS-AGENCE TO LTK-SAUTES-AGENCE
           MOVE WS-SAUTES-HORS-LANGUE TO LTK-SAUTES-LANGUE
           MOVE WS-SAUTES-HORS-PERIODE TO LTK-SAUTES-PERIODE
           MOVE WS-SAUTES-DEJA-SERVIS TO LTK-SAUTES-DEJA-SERVIS
           MOVE WS-SAUTES-SANS-MODELE TO LTK-SAUTES-SANS-MODELE
           MOVE WS-LETTRES-FOYER TO LTK-LETTRES-FOYER
           MOVE WS-MEMBRES-REGROUPES TO LTK-MEMBRES-REGROUPES
           MOVE WS-SAUTES-MEMBRE-FOYER TO LTK-SAUTES-FOYER
           PERFORM VARYING WS-LANGUE-NO FROM 1 BY 1
                   UNTIL WS-LANGUE-NO > 4
               MOVE WS-CPT-LANGUE-NB(WS-LANGUE-NO)
               MOVE CUST-NOM-FAMILLE TO WS-NOM-SALUT
           ELSE
               MOVE CUST-PRENOM TO WS-NOM-SALUT
           END-IF

           PERFORM 3170-AJOUTER-SALUT-COSIGNATAIRE
               VARYING WS-COS-IDX FROM 1 BY 1
               UNTIL WS-COS-IDX > WS-NB-COS-AFFICHES.

       3160-ECRIRE-UN-COSIGNATAIRE.
           MOVE WS-COS-NOM(WS-COS-IDX) TO WS-LIGNE-LETTRE
           PERFORM 3900-ECRIRE-LIGNE-LETTRE.

       3170-AJOUTER-SALUT-COSIGNATAIRE.
           MOVE WS-NOM-SALUT TO WS-NOM-SALUT-PREC
           MOVE SPACES TO WS-NOM-SALUT
           STRING FUNCTION TRIM(WS-NOM-SALUT-PREC TRAILING)
                      DELIMITED BY SIZE
                  " & " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COS-SALUT(WS-COS-IDX) TRAILING)
                      DELIMITED BY SIZE
                  INTO WS-NOM-SALUT.

       3200-COMPOSER-SALUTATION.
           SET WS-PHRASE-IDX TO 1
                   CONTINUE
           END-SEARCH

           MOVE WS-PHRASE-TEXTE(WS-PHRASE-IDX) TO WS-PHRASE-SOURCE
           PERFORM 3250-SUBSTITUER-NOM
           MOVE WS-PHRASE-RESULTAT TO WS-SALUTATION.

       3250-SUBSTITUER-NOM.
           MOVE ZERO TO WS-POS-VARIABLE
           INSPECT WS-PHRASE-SOURCE
               TALLYING WS-POS-VARIABLE
               FOR CHARACTERS BEFORE INITIAL "&NOM"

           IF WS-POS-VARIABLE > 76
               MOVE WS-PHRASE-SOURCE TO WS-PHRASE-RESULTAT
           ELSE
               IF WS-POS-VARIABLE < 76
                   MOVE WS-PHRASE-SOURCE(WS-POS-VARIABLE + 5:)
                       TO WS-RESTE-PHRASE
               ELSE
                   MOVE SPACES TO WS-RESTE-PHRASE
               END-IF
               MOVE SPACES TO WS-PHRASE-RESULTAT
               IF WS-POS-VARIABLE = ZERO
                   STRING FUNCTION TRIM(WS-NOM-SALUT TRAILING)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RESTE-PHRASE TRAILING)
                              DELIMITED BY SIZE
                          INTO WS-PHRASE-RESULTAT
               ELSE
                   STRING WS-PHRASE-SOURCE(1:WS-POS-VARIABLE)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOM-SALUT TRAILING)
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RESTE-PHRASE TRAILING)
                              DELIMITED BY SIZE
                          INTO WS-PHRASE-RESULTAT
               END-IF
           END-IF.

           WRITE PRINT-CTL-RPT-RECORD
           PERFORM 7050-VERIFIER-STATUT-RAPPORT

           PERFORM 7300-IMPRIMER-CAMPAGNE

           MOVE WS-CLIENTS-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS LUS               : " DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-HORS-AGENCE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (HORS AGENCE)      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-HORS-LANGUE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (HORS LANGUE)      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-HORS-PERIODE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (HORS PERIODE)     : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-SANS-ADRESSE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (SANS ADRESSE)     : " DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-SANS-CONSENT TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (REFUS COURRIER)   : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-NPAI TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (NPAI)             : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-DEJA-SERVIS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (DEJA SERVIS)      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-SANS-MODELE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (SANS MODELE)      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-SAUTES-MEMBRE-FOYER TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAUTES (MEMBRE DE FOYER)  : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-LETTRES-FOYER TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "LETTRES DE FOYER          : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE WS-MEMBRES-REGROUPES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MEMBRES REGROUPES         : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           PERFORM 7200-IMPRIMER-UNE-LANGUE
               VARYING WS-CPT-IDX FROM 1 BY 1
               UNTIL WS-CPT-IDX > 4
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE.

       7300-IMPRIMER-CAMPAGNE.
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CAMPAGNE                  : " DELIMITED BY SIZE
                  CPC-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CPC-LIBELLE DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           IF CPC-MODELE = SPACES
               MOVE "TEXTE D'ACCUEIL STANDARD" TO WS-RPT-VALEUR
           ELSE
               MOVE SPACES TO WS-RPT-VALEUR
               STRING "TYPE " DELIMITED BY SIZE
                      CPC-MODELE DELIMITED BY SIZE
                      INTO WS-RPT-VALEUR
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MODELE GRTMSG             : " DELIMITED BY SIZE
                  WS-RPT-VALEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           IF CPC-BRANCH-CODE = SPACES
               MOVE "TOUTES" TO WS-RPT-VALEUR
           ELSE
               MOVE CPC-BRANCH-CODE TO WS-RPT-VALEUR
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "AGENCE CIBLE              : " DELIMITED BY SIZE
                  WS-RPT-VALEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           IF CPC-LANGUE = SPACES
               MOVE "TOUTES" TO WS-RPT-VALEUR
           ELSE
               MOVE CPC-LANGUE TO WS-RPT-VALEUR
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "LANGUE CIBLE              : " DELIMITED BY SIZE
                  WS-RPT-VALEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-VALEUR
           STRING "DU " DELIMITED BY SIZE
                  CPC-CREE-DU DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  CPC-CREE-AU DELIMITED BY SIZE
                  INTO WS-RPT-VALEUR
           IF CPC-CREE-DU = SPACES
              AND CPC-CREE-AU = SPACES
               MOVE "SANS LIMITE" TO WS-RPT-VALEUR
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS CREES             : " DELIMITED BY SIZE
                  WS-RPT-VALEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           IF CPC-EXCLURE-DEJA-SERVIS
               MOVE "OUI" TO WS-RPT-VALEUR
           ELSE
               MOVE "NON" TO WS-RPT-VALEUR
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "EXCLURE DEJA SERVIS       : " DELIMITED BY SIZE
                  WS-RPT-VALEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 7100-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO PRINT-CTL-RPT-RECORD
           WRITE PRINT-CTL-RPT-RECORD
           PERFORM 7050-VERIFIER-STATUT-RAPPORT.

       9000-TERMINAISON.
           PERFORM 7000-IMPRIMER-RAPPORT-CONTROLE

           CLOSE CUSTOMER-MASTER
           CLOSE LETTRE-PRINT
           CLOSE PRINT-CTL-RPT
           IF CONSENT-PRESENT
               CLOSE CUSTOMER-CONSENT
           END-IF
           IF FOYER-PRESENT
               CLOSE FOYER-FILE
           END-IF

           IF NOT MODE-REIMPRESSION
               CLOSE LETTRE-HIST-FILE
               OPEN OUTPUT LETTRE-CKPT-FILE
               MOVE ZEROS TO LETTRE-CKPT-RECORD
               WRITE LETTRE-CKPT-RECORD
                           "statut " WS-LTRCKPT-STATUS
               END-IF
               CLOSE LETTRE-CKPT-FILE
               IF NOT CAMPAGNE-DEMANDEE
                   PERFORM 9300-JOURNALISER-CHAINE
               END-IF
           END-IF

           DISPLAY "GRTLETTR: " WS-LETTRES-PRODUITES
                   " lettre(s) produite(s), campagne " CPC-ID.

       9300-JOURNALISER-CHAINE.
           OPEN EXTEND CHAIN-STATUS-FILE
           MOVE RETURN-CODE TO CHN-RC
           MOVE WS-LETTRES-PRODUITES TO CHN-CPT-1
           MOVE WS-SAUTES-SANS-ADRESSE TO CHN-CPT-2
           MOVE WS-SAUTES-SANS-CONSENT TO CHN-CPT-3
           MOVE WS-SAUTES-NPAI TO CHN-CPT-4

           WRITE CHAIN-STATUS-RECORD
           IF WS-CHNSTAT-STATUS NOT = "00"
