       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGCFACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETING-LOG ASSIGN TO "GREETLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CRM-STATUS-FILE ASSIGN TO "CRMSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-CUST-ID
               FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT LETTRE-HIST-FILE ASSIGN TO "LTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTH-CLE
               FILE STATUS IS WS-LTRHIST-STATUS.

           SELECT BRANCH-REF-FILE ASSIGN TO "BRANCHRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRANCHRF-STATUS.

           SELECT TARIF-REF-FILE ASSIGN TO "TARIFREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARIFREF-STATUS.

           SELECT FACT-RPT ASSIGN TO "FACTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTRPT-STATUS.

           SELECT FACT-CPT-FILE ASSIGN TO "FACTCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTCPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-LOG.
       01  GREETING-LOG-RECORD.
           05 LOG-RUN-ID               PIC X(14).
           05 LOG-TIMESTAMP            PIC X(14).
           05 LOG-NOM                  PIC X(30).
           05 LOG-BRANCH-CODE          PIC X(3).

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  CRM-STATUS-FILE.
           COPY CRMSTAT.

       FD  LETTRE-HIST-FILE.
           COPY LTRHIST.

       FD  BRANCH-REF-FILE.
           COPY BRNCHREF.

       FD  TARIF-REF-FILE.
           COPY TARIFREF.

       FD  FACT-RPT.
       01  FACT-RPT-RECORD             PIC X(80).

       FD  FACT-CPT-FILE.
           COPY FACTCPT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-GREETLOG-STATUS      PIC XX.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-CRMSTAT-STATUS       PIC XX.
           05 WS-LTRHIST-STATUS       PIC XX.
           05 WS-BRANCHRF-STATUS      PIC XX.
           05 WS-TARIFREF-STATUS      PIC XX.
           05 WS-FACTRPT-STATUS       PIC XX.
           05 WS-FACTCPT-STATUS       PIC XX.

       01 WS-PARM-MOIS                PIC X(6).
       01 WS-MOIS-CALCUL.
           05 WS-MC-ANNEE             PIC 9(4).
           05 WS-MC-MOIS              PIC 9(2).

       01 WS-GREETLOG-SW              PIC X(1) VALUE 'N'.
           88 FIN-GREETING-LOG        VALUE 'O'.
       01 WS-CRMSTAT-SW               PIC X(1) VALUE 'N'.
           88 FIN-CRM-STATUS          VALUE 'O'.
       01 WS-LTRHIST-SW               PIC X(1) VALUE 'N'.
           88 FIN-LETTRE-HIST         VALUE 'O'.
       01 WS-BRANCHRF-SW              PIC X(1) VALUE 'N'.
           88 FIN-BRANCH-REF          VALUE 'O'.
       01 WS-TARIFREF-SW              PIC X(1) VALUE 'N'.
           88 FIN-TARIF-REF           VALUE 'O'.

       01 WS-GREETLOG-PRESENT-SW      PIC X(1) VALUE 'N'.
           88 GREETLOG-PRESENT        VALUE 'O'.
       01 WS-CRMSTAT-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CRMSTAT-PRESENT         VALUE 'O'.
       01 WS-LTRHIST-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 LTRHIST-PRESENT         VALUE 'O'.

       01 WS-AGENCE-DISPO-SW          PIC X(1).
           88 AGENCE-DISPONIBLE       VALUE 'O'.
           88 AGENCE-INDISPONIBLE     VALUE 'N'.
       01 WS-AGENCES-PLEIN-SW         PIC X(1) VALUE 'N'.
           88 AGENCES-PLEIN-SIGNALE   VALUE 'O'.
       01 WS-TARIF-SW                 PIC X(1).
           88 TARIF-TROUVE            VALUE 'O'.
           88 TARIF-ABSENT            VALUE 'N'.
       01 WS-ACTIVITE-SW              PIC X(1).
           88 AGENCE-ACTIVE           VALUE 'O'.
           88 AGENCE-SANS-ACTIVITE    VALUE 'N'.

      *    Lignes facturables, dans l'ordre du releve. Le numero
      *    d'ordre sert d'indice dans WS-AGENCE-QTE.
       01 WS-NB-PRESTATIONS           PIC 9(1) VALUE 8.
       01 WS-TABLE-PRESTATIONS.
           05 WS-PRESTATION-ENTREE OCCURS 8 TIMES.
               10 WS-PRS-CODE         PIC X(8).
               10 WS-PRS-LIB          PIC X(30).
       01 WS-PRS-NO                   PIC 9(1).
       01 WS-PRS-COURANTE             PIC 9(1).

       01 WS-NB-AGENCES               PIC 9(3) VALUE ZERO.
       01 WS-AGENCES-MAX              PIC 9(3) VALUE 200.
       01 WS-TABLE-AGENCES.
           05 WS-AGENCE-ENTREE
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-NB-AGENCES
                   INDEXED BY WS-AGENCE-IDX.
               10 WS-AGENCE-CODE      PIC X(3).
               10 WS-AGENCE-NOM       PIC X(30).
               10 WS-AGENCE-QTE       PIC 9(9) OCCURS 8 TIMES.
               10 WS-AGENCE-MONTANT   PIC 9(9)V99.

       01 WS-NB-TARIFS                PIC 9(3) VALUE ZERO.
       01 WS-TARIFS-MAX               PIC 9(3) VALUE 200.
       01 WS-TABLE-TARIFS.
           05 WS-TARIF-ENTREE
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-NB-TARIFS
                   INDEXED BY WS-TARIF-IDX.
               10 WS-TARIF-PRESTATION PIC X(8).
               10 WS-TARIF-AGENCE     PIC X(3).
               10 WS-TARIF-PRIX       PIC 9(4)V99.

       01 WS-AGENCE-CHERCHEE          PIC X(3).
       01 WS-DATE-DU-LOG              PIC X(8).
       01 WS-PRIX-UNITAIRE            PIC 9(4)V99.
       01 WS-MONTANT-LIGNE            PIC 9(9)V99.
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-LOGS-LUS                 PIC 9(9) VALUE ZERO.
       01 WS-CRMSTAT-LUS              PIC 9(9) VALUE ZERO.
       01 WS-LETTRES-LUES             PIC 9(9) VALUE ZERO.
       01 WS-HORS-CAPACITE-AGENCE     PIC 9(9) VALUE ZERO.
       01 WS-RELEVES-EDITES           PIC 9(9) VALUE ZERO.
       01 WS-LIGNES-SANS-TARIF        PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-RELEVES            PIC 9(11)V99 VALUE ZERO.
       01 WS-NB-DETAILS-CPT           PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-QTE-CPT            PIC 9(11) VALUE ZERO.
       01 WS-TOTAL-MONTANT-CPT        PIC 9(11)V99 VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-MONTANT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LIGNE-TITRES.
           05 FILLER                  PIC X(32) VALUE "  PRESTATION".
           05 FILLER                  PIC X(11) VALUE "   QUANTITE".
           05 FILLER                  PIC X(11) VALUE "  PRIX UNIT".
           05 FILLER                  PIC X(17)
                   VALUE "          MONTANT".

       01 WS-LIGNE-PRESTATION.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LP-LIBELLE           PIC X(30).
           05 WS-LP-QUANTITE          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LP-PRIX              PIC Z,ZZ9.99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LP-MONTANT           PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-LP-MARQUE            PIC X(9).

       01 WS-LIGNE-RECAP.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LR-CODE              PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LR-NOM               PIC X(30).
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 WS-LR-MONTANT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-CUMULER-UNE-SAISIE
               UNTIL FIN-GREETING-LOG

           PERFORM 3000-CUMULER-UN-STATUT-CRM
               UNTIL FIN-CRM-STATUS

           PERFORM 4000-CUMULER-UNE-LETTRE
               UNTIL FIN-LETTRE-HIST

           PERFORM 5000-EDITER-UN-RELEVE
               VARYING WS-AGENCE-IDX FROM 1 BY 1
               UNTIL WS-AGENCE-IDX > WS-NB-AGENCES

           PERFORM 6000-ECRIRE-TOTAL-COMPTABLE

           PERFORM 7000-IMPRIMER-RECAPITULATIF

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           PERFORM 1010-DETERMINER-MOIS
           PERFORM 1050-INITIALISER-PRESTATIONS
           PERFORM 1100-CHARGER-AGENCES
           PERFORM 1200-CHARGER-TARIFS

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "AGCFACT: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT GREETING-LOG
           EVALUATE WS-GREETLOG-STATUS
               WHEN "00"
                   SET GREETLOG-PRESENT TO TRUE
                   PERFORM 2050-LIRE-GREETING-LOG
               WHEN "35"
                   DISPLAY "AGCFACT: pas de fichier GREETLOG - aucune "
                           "saisie facturee"
                   SET FIN-GREETING-LOG TO TRUE
               WHEN OTHER
                   DISPLAY "AGCFACT: ouverture GREETLOG impossible, "
                           "statut " WS-GREETLOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT CRM-STATUS-FILE
           EVALUATE WS-CRMSTAT-STATUS
               WHEN "00"
                   SET CRMSTAT-PRESENT TO TRUE
                   PERFORM 3050-LIRE-CRM-STATUS
               WHEN "35"
                   DISPLAY "AGCFACT: pas de fichier CRMSTAT - aucun "
                           "envoi CRM facture"
                   SET FIN-CRM-STATUS TO TRUE
               WHEN OTHER
                   DISPLAY "AGCFACT: ouverture CRMSTAT impossible, "
                           "statut " WS-CRMSTAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT LETTRE-HIST-FILE
           EVALUATE WS-LTRHIST-STATUS
               WHEN "00"
                   SET LTRHIST-PRESENT TO TRUE
                   PERFORM 4050-LIRE-LETTRE-HIST
               WHEN "35"
                   DISPLAY "AGCFACT: pas de fichier LTRHIST - aucune "
                           "lettre facturee"
                   SET FIN-LETTRE-HIST TO TRUE
               WHEN OTHER
                   DISPLAY "AGCFACT: ouverture LTRHIST impossible, "
                           "statut " WS-LTRHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT FACT-RPT
           OPEN OUTPUT FACT-CPT-FILE
           IF WS-FACTCPT-STATUS NOT = "00"
               DISPLAY "AGCFACT: ouverture FACTCPT impossible, "
                       "statut " WS-FACTCPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Mois facture : carte SYSIN AAAAMM, a blanc le mois civil
      *    qui precede la date du jour (passage mensuel planifie).
       1010-DETERMINER-MOIS.
           MOVE SPACES TO WS-PARM-MOIS
           ACCEPT WS-PARM-MOIS

           IF WS-PARM-MOIS = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-MOIS-CALCUL
               IF WS-MC-MOIS = 1
                   MOVE 12 TO WS-MC-MOIS
                   SUBTRACT 1 FROM WS-MC-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MC-MOIS
               END-IF
               MOVE WS-MOIS-CALCUL TO WS-PARM-MOIS
           ELSE
               MOVE WS-PARM-MOIS TO WS-MOIS-CALCUL
               IF WS-MOIS-CALCUL NOT NUMERIC
                  OR WS-MC-MOIS < 1
                  OR WS-MC-MOIS > 12
                   DISPLAY "AGCFACT: mois invalide '" WS-PARM-MOIS
                           "' - AAAAMM attendu"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "AGCFACT: refacturation du mois " WS-PARM-MOIS.

       1050-INITIALISER-PRESTATIONS.
           MOVE "SAISIES" TO WS-PRS-CODE(1)
           MOVE "SAISIES RECUES (GRTMERGE)" TO WS-PRS-LIB(1)
           MOVE "CREES" TO WS-PRS-CODE(2)
           MOVE "CLIENTS CREES" TO WS-PRS-LIB(2)
           MOVE "REJETS" TO WS-PRS-CODE(3)
           MOVE "SAISIES REJETEES (SALUT)" TO WS-PRS-LIB(3)
           MOVE "DOUBLONS" TO WS-PRS-CODE(4)
           MOVE "DOUBLONS SIGNALES (SALUT)" TO WS-PRS-LIB(4)
           MOVE "CRMEXPED" TO WS-PRS-CODE(5)
           MOVE "CLIENTS EXPEDIES AU CRM" TO WS-PRS-LIB(5)
           MOVE "CRMACCEP" TO WS-PRS-CODE(6)
           MOVE "ACCEPTES PAR LE CRM" TO WS-PRS-LIB(6)
           MOVE "CRMREJET" TO WS-PRS-CODE(7)
           MOVE "REJETES PAR LE CRM" TO WS-PRS-LIB(7)
           MOVE "LETTRES" TO WS-PRS-CODE(8)
           MOVE "LETTRES IMPRIMEES" TO WS-PRS-LIB(8).

      *    Les agences de BRANCHRF sont chargees d'abord pour que
      *    les releves sortent dans l'ordre du fichier de reference;
      *    une agence fermee depuis est ajoutee a la rencontre.
       1100-CHARGER-AGENCES.
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRANCHRF-STATUS NOT = "00"
               DISPLAY "AGCFACT: fichier des agences BRANCHRF "
                       "indisponible, statut " WS-BRANCHRF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1150-CHARGER-UNE-AGENCE
               UNTIL FIN-BRANCH-REF

           CLOSE BRANCH-REF-FILE

           DISPLAY "AGCFACT: " WS-NB-AGENCES
                   " agence(s) de reference chargee(s)".

       1150-CHARGER-UNE-AGENCE.
           READ BRANCH-REF-FILE
               AT END
                   SET FIN-BRANCH-REF TO TRUE
           END-READ

           IF NOT FIN-BRANCH-REF
               MOVE BRF-CODE-AGENCE TO WS-AGENCE-CHERCHEE
               PERFORM 2450-AJOUTER-AGENCE
               IF AGENCE-DISPONIBLE
                   MOVE BRF-NOM-AGENCE
                       TO WS-AGENCE-NOM(WS-AGENCE-IDX)
               END-IF
           END-IF.

       1200-CHARGER-TARIFS.
           OPEN INPUT TARIF-REF-FILE
           IF WS-TARIFREF-STATUS NOT = "00"
               DISPLAY "AGCFACT: fichier des tarifs TARIFREF "
                       "indisponible, statut " WS-TARIFREF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1250-CHARGER-UN-TARIF
               UNTIL FIN-TARIF-REF

           CLOSE TARIF-REF-FILE

           IF WS-NB-TARIFS = ZERO
               DISPLAY "AGCFACT: aucun tarif dans TARIFREF - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "AGCFACT: " WS-NB-TARIFS " tarif(s) charge(s)".

       1250-CHARGER-UN-TARIF.
           READ TARIF-REF-FILE
               AT END
                   SET FIN-TARIF-REF TO TRUE
           END-READ

           IF NOT FIN-TARIF-REF
               EVALUATE TRUE
                   WHEN TAR-PRIX-UNITAIRE NOT NUMERIC
                       DISPLAY "AGCFACT: tarif " TAR-PRESTATION
                               " " TAR-BRANCH-CODE
                               " - prix non numerique, ignore"
                   WHEN WS-NB-TARIFS >= WS-TARIFS-MAX
                       DISPLAY "AGCFACT: table des tarifs pleine - "
                               TAR-PRESTATION " " TAR-BRANCH-CODE
                               " ignore"
                   WHEN OTHER
                       ADD 1 TO WS-NB-TARIFS
                       MOVE TAR-PRESTATION
                           TO WS-TARIF-PRESTATION(WS-NB-TARIFS)
                       MOVE TAR-BRANCH-CODE
                           TO WS-TARIF-AGENCE(WS-NB-TARIFS)
                       MOVE TAR-PRIX-UNITAIRE
                           TO WS-TARIF-PRIX(WS-NB-TARIFS)
               END-EVALUATE
           END-IF.

      *    GREETLOG trace chaque saisie passee par GRTMERGE puis SALUT.
      *    Classement comme GRTSTAT : absente du master = rejet,
      *    creee le jour de la saisie = creation, sinon doublon.
       2000-CUMULER-UNE-SAISIE.
           IF LOG-TIMESTAMP(1:6) = WS-PARM-MOIS
               ADD 1 TO WS-LOGS-LUS
               MOVE LOG-TIMESTAMP(1:8) TO WS-DATE-DU-LOG
               IF LOG-BRANCH-CODE = SPACES
                   MOVE "???" TO WS-AGENCE-CHERCHEE
               ELSE
                   MOVE LOG-BRANCH-CODE TO WS-AGENCE-CHERCHEE
               END-IF
               PERFORM 2400-TROUVER-AGENCE

               IF AGENCE-DISPONIBLE
                   ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 1)
                   PERFORM 2100-CLASSER-SELON-MASTER
               END-IF
           END-IF

           PERFORM 2050-LIRE-GREETING-LOG.

       2050-LIRE-GREETING-LOG.
           READ GREETING-LOG
               AT END SET FIN-GREETING-LOG TO TRUE
           END-READ.

       2100-CLASSER-SELON-MASTER.
           MOVE FUNCTION UPPER-CASE(LOG-NOM) TO CUST-NOM-KEY

           READ CUSTOMER-MASTER KEY IS CUST-NOM-KEY
               INVALID KEY
                   ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 3)
               NOT INVALID KEY
                   IF CUST-TIMESTAMP(1:8) = WS-DATE-DU-LOG
                       ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 2)
                   ELSE
                       ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 4)
                   END-IF
           END-READ.

      *    Agence d'un client lu par CUST-ID (CRMSTAT, LTRHIST) :
      *    un client purge depuis est impute a l'agence "???".
       2300-AGENCE-DU-CLIENT.
           READ CUSTOMER-MASTER KEY IS CUST-ID
               INVALID KEY
                   MOVE "???" TO WS-AGENCE-CHERCHEE
               NOT INVALID KEY
                   IF CUST-BRANCH-CODE = SPACES
                       MOVE "???" TO WS-AGENCE-CHERCHEE
                   ELSE
                       MOVE CUST-BRANCH-CODE TO WS-AGENCE-CHERCHEE
                   END-IF
           END-READ

           PERFORM 2400-TROUVER-AGENCE.

       2400-TROUVER-AGENCE.
           SET AGENCE-DISPONIBLE TO TRUE

           IF WS-NB-AGENCES = ZERO
               PERFORM 2450-AJOUTER-AGENCE
           ELSE
               SET WS-AGENCE-IDX TO 1
               SEARCH WS-AGENCE-ENTREE
                   AT END
                       PERFORM 2450-AJOUTER-AGENCE
                   WHEN WS-AGENCE-CODE(WS-AGENCE-IDX)
                           = WS-AGENCE-CHERCHEE
                       CONTINUE
               END-SEARCH
           END-IF

           IF AGENCE-INDISPONIBLE
               ADD 1 TO WS-HORS-CAPACITE-AGENCE
           END-IF.

       2450-AJOUTER-AGENCE.
           IF WS-NB-AGENCES >= WS-AGENCES-MAX
               SET AGENCE-INDISPONIBLE TO TRUE
               IF NOT AGENCES-PLEIN-SIGNALE
                   SET AGENCES-PLEIN-SIGNALE TO TRUE
                   DISPLAY "AGCFACT: table des agences pleine - "
                           "activite non facturee au-dela de "
                           WS-AGENCES-MAX " agences"
               END-IF
           ELSE
               SET AGENCE-DISPONIBLE TO TRUE
               ADD 1 TO WS-NB-AGENCES
               SET WS-AGENCE-IDX TO WS-NB-AGENCES
               MOVE WS-AGENCE-CHERCHEE TO WS-AGENCE-CODE(WS-AGENCE-IDX)
               MOVE "AGENCE HORS BRANCHRF"
                   TO WS-AGENCE-NOM(WS-AGENCE-IDX)
               MOVE ZERO TO WS-AGENCE-MONTANT(WS-AGENCE-IDX)
               PERFORM 2460-RAZ-UNE-QUANTITE
                   VARYING WS-PRS-NO FROM 1 BY 1
                   UNTIL WS-PRS-NO > WS-NB-PRESTATIONS
           END-IF.

       2460-RAZ-UNE-QUANTITE.
           MOVE ZERO TO WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO).

      *    CRMSTAT ne garde que le dernier etat de chaque client : est
      *    facture le client dont l'etat date du mois (expedie ou en
      *    attente, accepte ou rejete), accepte et rejete en sus.
       3000-CUMULER-UN-STATUT-CRM.
           IF STA-TIMESTAMP(1:6) = WS-PARM-MOIS
               ADD 1 TO WS-CRMSTAT-LUS
               MOVE STA-CUST-ID TO CUST-ID
               PERFORM 2300-AGENCE-DU-CLIENT

               IF AGENCE-DISPONIBLE
                   ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 5)
                   EVALUATE TRUE
                       WHEN STA-ACCEPTE
                           ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 6)
                       WHEN STA-REJETE
                           ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 7)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 3050-LIRE-CRM-STATUS.

       3050-LIRE-CRM-STATUS.
           READ CRM-STATUS-FILE NEXT RECORD
               AT END SET FIN-CRM-STATUS TO TRUE
           END-READ.

      *    Une lettre de foyer laisse une fiche LTRHIST par membre
      *    nomme ; seule celle du destinataire est facturee, a son
      *    agence.
       4000-CUMULER-UNE-LETTRE.
           IF LTH-DATE-CYCLE(1:6) = WS-PARM-MOIS
              AND LTH-DESTINATAIRE-PRINCIPAL
               ADD 1 TO WS-LETTRES-LUES
               MOVE LTH-CUST-ID TO CUST-ID
               PERFORM 2300-AGENCE-DU-CLIENT

               IF AGENCE-DISPONIBLE
                   ADD 1 TO WS-AGENCE-QTE(WS-AGENCE-IDX, 8)
               END-IF
           END-IF

           PERFORM 4050-LIRE-LETTRE-HIST.

       4050-LIRE-LETTRE-HIST.
           READ LETTRE-HIST-FILE NEXT RECORD
               AT END SET FIN-LETTRE-HIST TO TRUE
           END-READ.

      *    Un releve par agence ayant eu de l'activite dans le mois;
      *    chaque ligne non nulle est aussi ecrite sur FACTCPT.
       5000-EDITER-UN-RELEVE.
           SET AGENCE-SANS-ACTIVITE TO TRUE
           PERFORM 5050-TESTER-ACTIVITE
               VARYING WS-PRS-NO FROM 1 BY 1
               UNTIL WS-PRS-NO > WS-NB-PRESTATIONS

           IF AGENCE-ACTIVE
               ADD 1 TO WS-RELEVES-EDITES
               PERFORM 5100-IMPRIMER-ENTETE-RELEVE
               PERFORM 5200-FACTURER-UNE-LIGNE
                   VARYING WS-PRS-NO FROM 1 BY 1
                   UNTIL WS-PRS-NO > WS-NB-PRESTATIONS
               PERFORM 5400-IMPRIMER-TOTAL-RELEVE
           END-IF.

       5050-TESTER-ACTIVITE.
           IF WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO) > ZERO
               SET AGENCE-ACTIVE TO TRUE
           END-IF.

       5100-IMPRIMER-ENTETE-RELEVE.
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "AGCFACT - RELEVE DE REFACTURATION - AGENCE "
                      DELIMITED BY SIZE
                  WS-AGENCE-CODE(WS-AGENCE-IDX) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "AGENCE                    : " DELIMITED BY SIZE
                  WS-AGENCE-NOM(WS-AGENCE-IDX) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MOIS FACTURE              : " DELIMITED BY SIZE
                  WS-PARM-MOIS DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-LIGNE-TITRES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       5200-FACTURER-UNE-LIGNE.
           MOVE WS-PRS-NO TO WS-PRS-COURANTE
           PERFORM 5300-CHERCHER-TARIF

           COMPUTE WS-MONTANT-LIGNE =
               WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO)
                   * WS-PRIX-UNITAIRE
           ADD WS-MONTANT-LIGNE TO WS-AGENCE-MONTANT(WS-AGENCE-IDX)

           MOVE WS-PRS-LIB(WS-PRS-NO) TO WS-LP-LIBELLE
           MOVE WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO)
               TO WS-LP-QUANTITE
           MOVE WS-PRIX-UNITAIRE TO WS-LP-PRIX
           MOVE WS-MONTANT-LIGNE TO WS-LP-MONTANT
           MOVE SPACES TO WS-LP-MARQUE
           IF TARIF-ABSENT
              AND WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO) > ZERO
               MOVE " TARIF ?" TO WS-LP-MARQUE
               ADD 1 TO WS-LIGNES-SANS-TARIF
               DISPLAY "AGCFACT: pas de tarif " WS-PRS-CODE(WS-PRS-NO)
                       " pour l'agence "
                       WS-AGENCE-CODE(WS-AGENCE-IDX)
                       " - ligne valorisee a zero"
           END-IF
           MOVE WS-LIGNE-PRESTATION TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           IF WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO) > ZERO
               PERFORM 5500-ECRIRE-DETAIL-COMPTABLE
           END-IF.

      *    Tarif propre a l'agence s'il existe, sinon tarif maison
      *    (TAR-BRANCH-CODE a blanc).
       5300-CHERCHER-TARIF.
           SET TARIF-ABSENT TO TRUE
           MOVE ZERO TO WS-PRIX-UNITAIRE

           SET WS-TARIF-IDX TO 1
           SEARCH WS-TARIF-ENTREE
               AT END
                   CONTINUE
               WHEN WS-TARIF-PRESTATION(WS-TARIF-IDX)
                       = WS-PRS-CODE(WS-PRS-COURANTE)
                AND WS-TARIF-AGENCE(WS-TARIF-IDX)
                       = WS-AGENCE-CODE(WS-AGENCE-IDX)
                   SET TARIF-TROUVE TO TRUE
                   MOVE WS-TARIF-PRIX(WS-TARIF-IDX)
                       TO WS-PRIX-UNITAIRE
           END-SEARCH

           IF TARIF-ABSENT
               SET WS-TARIF-IDX TO 1
               SEARCH WS-TARIF-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-TARIF-PRESTATION(WS-TARIF-IDX)
                           = WS-PRS-CODE(WS-PRS-COURANTE)
                    AND WS-TARIF-AGENCE(WS-TARIF-IDX) = SPACES
                       SET TARIF-TROUVE TO TRUE
                       MOVE WS-TARIF-PRIX(WS-TARIF-IDX)
                           TO WS-PRIX-UNITAIRE
               END-SEARCH
           END-IF.

       5400-IMPRIMER-TOTAL-RELEVE.
           MOVE "----------------------------------------"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           ADD WS-AGENCE-MONTANT(WS-AGENCE-IDX) TO WS-TOTAL-RELEVES

           MOVE WS-AGENCE-MONTANT(WS-AGENCE-IDX) TO WS-RPT-MONTANT
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TOTAL A REFACTURER        : " DELIMITED BY SIZE
                  WS-RPT-MONTANT DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       5500-ECRIRE-DETAIL-COMPTABLE.
           MOVE SPACES TO FACT-CPT-RECORD
           SET FCP-DETAIL TO TRUE
           MOVE WS-PARM-MOIS TO FCP-MOIS
           MOVE WS-AGENCE-CODE(WS-AGENCE-IDX) TO FCP-BRANCH-CODE
           MOVE WS-PRS-CODE(WS-PRS-NO) TO FCP-PRESTATION
           MOVE WS-AGENCE-QTE(WS-AGENCE-IDX, WS-PRS-NO)
               TO FCP-QUANTITE
           MOVE WS-PRIX-UNITAIRE TO FCP-PRIX-UNITAIRE
           MOVE WS-MONTANT-LIGNE TO FCP-MONTANT

           WRITE FACT-CPT-RECORD
           IF WS-FACTCPT-STATUS NOT = "00"
               DISPLAY "AGCFACT: erreur ecriture FACTCPT, statut "
                       WS-FACTCPT-STATUS
           ELSE
               ADD 1 TO WS-NB-DETAILS-CPT
               ADD FCP-QUANTITE TO WS-TOTAL-QTE-CPT
               ADD FCP-MONTANT TO WS-TOTAL-MONTANT-CPT
           END-IF.

       6000-ECRIRE-TOTAL-COMPTABLE.
           MOVE SPACES TO FACT-CPT-RECORD
           SET FCP-TOTAL TO TRUE
           MOVE WS-PARM-MOIS TO FCP-MOIS
           MOVE WS-NB-DETAILS-CPT TO FCP-NB-DETAILS
           MOVE WS-TOTAL-QTE-CPT TO FCP-TOTAL-QUANTITE
           MOVE WS-TOTAL-MONTANT-CPT TO FCP-TOTAL-MONTANT
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO FCP-DATE-TRAITEMENT

           WRITE FACT-CPT-RECORD
           IF WS-FACTCPT-STATUS NOT = "00"
               DISPLAY "AGCFACT: erreur ecriture FACTCPT, statut "
                       WS-FACTCPT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       7000-IMPRIMER-RECAPITULATIF.
           MOVE "AGCFACT - RECAPITULATIF DE REFACTURATION"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MOIS FACTURE              : " DELIMITED BY SIZE
                  WS-PARM-MOIS DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           IF WS-RELEVES-EDITES = ZERO
               MOVE "  (AUCUNE ACTIVITE FACTURABLE)" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           ELSE
               PERFORM 7100-IMPRIMER-UNE-AGENCE
                   VARYING WS-AGENCE-IDX FROM 1 BY 1
                   UNTIL WS-AGENCE-IDX > WS-NB-AGENCES
           END-IF

           MOVE "----------------------------------------"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-LOGS-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SAISIES DU MOIS (GREETLOG): " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-CRMSTAT-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "STATUTS CRM DU MOIS       : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-LETTRES-LUES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "LETTRES DU MOIS (LTRHIST) : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RELEVES-EDITES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "RELEVES EDITES            : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           IF WS-LIGNES-SANS-TARIF > ZERO
               MOVE WS-LIGNES-SANS-TARIF TO WS-RPT-COMPTEUR
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "LIGNES SANS TARIF         : " DELIMITED BY SIZE
                      WS-RPT-COMPTEUR DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           IF WS-HORS-CAPACITE-AGENCE > ZERO
               MOVE WS-HORS-CAPACITE-AGENCE TO WS-RPT-COMPTEUR
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "HORS CAPACITE PAR AGENCE  : " DELIMITED BY SIZE
                      WS-RPT-COMPTEUR DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           MOVE WS-TOTAL-RELEVES TO WS-RPT-MONTANT
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TOTAL DES RELEVES         : " DELIMITED BY SIZE
                  WS-RPT-MONTANT DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TOTAL-MONTANT-CPT TO WS-RPT-MONTANT
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TOTAL FICHIER COMPTABLE   : " DELIMITED BY SIZE
                  WS-RPT-MONTANT DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-NB-DETAILS-CPT TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "LIGNES FICHIER COMPTABLE  : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           IF WS-TOTAL-RELEVES = WS-TOTAL-MONTANT-CPT
               MOVE "EQUILIBRE RELEVES/FICHIER : OUI" TO WS-RPT-LIGNE
           ELSE
               MOVE "EQUILIBRE RELEVES/FICHIER : NON" TO WS-RPT-LIGNE
           END-IF
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       7100-IMPRIMER-UNE-AGENCE.
           SET AGENCE-SANS-ACTIVITE TO TRUE
           PERFORM 5050-TESTER-ACTIVITE
               VARYING WS-PRS-NO FROM 1 BY 1
               UNTIL WS-PRS-NO > WS-NB-PRESTATIONS

           IF AGENCE-ACTIVE
               MOVE WS-AGENCE-CODE(WS-AGENCE-IDX) TO WS-LR-CODE
               MOVE WS-AGENCE-NOM(WS-AGENCE-IDX) TO WS-LR-NOM
               MOVE WS-AGENCE-MONTANT(WS-AGENCE-IDX) TO WS-LR-MONTANT
               MOVE WS-LIGNE-RECAP TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF.

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO FACT-RPT-RECORD
           WRITE FACT-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-FACTRPT-STATUS NOT = "00"
               DISPLAY "AGCFACT: erreur ecriture FACTRPT, statut "
                       WS-FACTRPT-STATUS
           END-IF.

       9000-TERMINAISON.
           CLOSE CUSTOMER-MASTER
           IF GREETLOG-PRESENT
               CLOSE GREETING-LOG
           END-IF
           IF CRMSTAT-PRESENT
               CLOSE CRM-STATUS-FILE
           END-IF
           IF LTRHIST-PRESENT
               CLOSE LETTRE-HIST-FILE
           END-IF
           CLOSE FACT-RPT
           CLOSE FACT-CPT-FILE

           EVALUATE TRUE
               WHEN RETURN-CODE > ZERO
                   CONTINUE
               WHEN WS-TOTAL-RELEVES NOT = WS-TOTAL-MONTANT-CPT
                   DISPLAY "AGCFACT: fichier comptable desequilibre - "
                           "ne pas transmettre"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LIGNES-SANS-TARIF > ZERO
                   DISPLAY "AGCFACT: " WS-LIGNES-SANS-TARIF
                           " ligne(s) sans tarif - voir FACTRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "AGCFACT: " WS-RELEVES-EDITES
                   " releve(s) edite(s) pour le mois " WS-PARM-MOIS.
