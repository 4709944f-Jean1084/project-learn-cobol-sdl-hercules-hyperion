       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CRM-STATUS-FILE ASSIGN TO "CRMSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-CUST-ID
               FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT CUSTOMER-SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSEQ-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

           SELECT BRANCH-REF-FILE ASSIGN TO "BRANCHRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRANCHRF-STATUS.

           SELECT GREETING-MSG-FILE ASSIGN TO "GRTMSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-CLE
               FILE STATUS IS WS-GRTMSG-STATUS.

           SELECT PAYS-REF-FILE ASSIGN TO "PAYSREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSREF-STATUS.

           SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT CHAIN-STATUS-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHNSTAT-STATUS.

           SELECT TRI-ANOMALIES ASSIGN TO "SORTWK".

           SELECT INTEGRITE-RPT ASSIGN TO "INTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  CRM-STATUS-FILE.
           COPY CRMSTAT.

       FD  CUSTOMER-SEQ-FILE.
       01  CUSTOMER-SEQ-RECORD.
           05 WS-LAST-CUSTOMER-ID     PIC 9(9).

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       FD  BRANCH-REF-FILE.
           COPY BRNCHREF.

       FD  GREETING-MSG-FILE.
           COPY GRTMSGR.

       FD  PAYS-REF-FILE.
           COPY PAYSREF.

       FD  CYCLE-CTL-FILE.
           COPY CYCLDATE.

       FD  CHAIN-STATUS-FILE.
           COPY CHNSTAT.

       SD  TRI-ANOMALIES.
       01  TRI-ANOMALIE-RECORD.
           05 TRA-REGLE-NO             PIC 9(1).
           05 TRA-CUST-ID              PIC 9(9).
           05 TRA-DETAIL               PIC X(65).

       FD  INTEGRITE-RPT.
       01  INTEGRITE-RPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-CRMSTAT-STATUS       PIC XX.
           05 WS-CUSTSEQ-STATUS       PIC XX.
           05 WS-CUSTJRNL-STATUS      PIC XX.
           05 WS-BRANCHRF-STATUS      PIC XX.
           05 WS-GRTMSG-STATUS        PIC XX.
           05 WS-PAYSREF-STATUS       PIC XX.
           05 WS-CYCLECTL-STATUS      PIC XX.
           05 WS-CHNSTAT-STATUS       PIC XX.
           05 WS-INTRPT-STATUS        PIC XX.

       01 WS-CUSTMAST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-MASTER     VALUE 'O'.
       01 WS-CRMSTAT-SW               PIC X(1) VALUE 'N'.
           88 FIN-CRM-STATUS          VALUE 'O'.
       01 WS-CRMSTAT-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CRMSTAT-PRESENT         VALUE 'O'.
       01 WS-CUSTSEQ-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CUSTSEQ-PRESENT         VALUE 'O'.
       01 WS-CUSTJRNL-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTJRNL            VALUE 'O'.
       01 WS-BRANCHRF-SW              PIC X(1) VALUE 'N'.
           88 FIN-BRANCH-REF          VALUE 'O'.
       01 WS-GRTMSG-SW                PIC X(1) VALUE 'N'.
           88 FIN-GREETING-MSG        VALUE 'O'.
       01 WS-PAYSREF-SW               PIC X(1) VALUE 'N'.
           88 FIN-PAYS-REF            VALUE 'O'.
       01 WS-TRI-SW                   PIC X(1) VALUE 'N'.
           88 FIN-TRI                 VALUE 'O'.
       01 WS-TROUVE-SW                PIC X(1).
           88 REFERENCE-TROUVEE       VALUE 'O'.
           88 REFERENCE-ABSENTE       VALUE 'N'.

       01 WS-NB-AGENCES               PIC 9(3) VALUE ZERO.
       01 WS-AGENCES-MAX              PIC 9(3) VALUE 200.
       01 WS-TABLE-AGENCES.
           05 WS-AGENCE-ENTREE
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-NB-AGENCES
                   INDEXED BY WS-AGENCE-IDX.
               10 WS-AGENCE-CODE      PIC X(3).

       01 WS-NB-LANGUES               PIC 9(2) VALUE ZERO.
       01 WS-LANGUES-MAX              PIC 9(2) VALUE 20.
       01 WS-TABLE-LANGUES.
           05 WS-LANGUE-ENTREE
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-NB-LANGUES
                   INDEXED BY WS-LANGUE-IDX.
               10 WS-LANGUE-CODE      PIC X(2).

       01 WS-NB-PAYS                  PIC 9(2) VALUE ZERO.
       01 WS-PAYS-MAX                 PIC 9(2) VALUE 50.
       01 WS-TABLE-PAYS.
           05 WS-PAYS-ENTREE
                   OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NB-PAYS
                   INDEXED BY WS-PAYS-IDX.
               10 WS-PAYS-NOM         PIC X(20).

       01 WS-NB-ORPHELINS             PIC 9(4) VALUE ZERO.
       01 WS-ORPHELINS-MAX            PIC 9(4) VALUE 2000.
       01 WS-TABLE-ORPHELINS.
           05 WS-ORPHELIN-ENTREE
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-NB-ORPHELINS
                   ASCENDING KEY IS WS-ORPHELIN-ID
                   INDEXED BY WS-ORPHELIN-IDX.
               10 WS-ORPHELIN-ID      PIC 9(9).
               10 WS-ORPHELIN-RETRAIT PIC X(1).
                   88 ORPHELIN-RETIRE VALUE 'O'.
               10 WS-ORPHELIN-DETAIL  PIC X(65).
       01 WS-ORPHELINS-DEBORD         PIC 9(9) VALUE ZERO.
       01 WS-JRN-CUST-ID              PIC 9(9).

       01 WS-NB-REGLES                PIC 9(1) VALUE 6.
       01 WS-TABLE-REGLES.
           05 WS-REGLE-ENTREE OCCURS 6 TIMES.
               10 WS-REGLE-LIB        PIC X(40).
               10 WS-REGLE-CPT        PIC 9(9).
       01 WS-REGLE-NO                 PIC 9(1).

       01 WS-DATE-CYCLE               PIC X(8).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-AUJOURDHUI               PIC X(8).
       01 WS-NOM-COMPLET              PIC X(31).
       01 WS-NOM-KEY-ATTENDUE         PIC X(30).
       01 WS-ID-MAX                   PIC 9(9) VALUE ZERO.
       01 WS-ID-EDITE                 PIC Z(8)9.
       01 WS-ID-EDITE-2               PIC Z(8)9.

       01 WS-ANO-REGLE-NO             PIC 9(1).
       01 WS-ANO-CUST-ID              PIC 9(9).
       01 WS-ANO-DETAIL               PIC X(65).

       01 WS-GRP-REGLE-NO             PIC 9(1).

       01 WS-CLIENTS-LUS              PIC 9(9) VALUE ZERO.
       01 WS-CRMSTAT-LUS              PIC 9(9) VALUE ZERO.
       01 WS-RETRAITS-EN-COURS        PIC 9(9) VALUE ZERO.
       01 WS-ANOMALIES                PIC 9(9) VALUE ZERO.
       01 WS-REGLES-EN-ANOMALIE       PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           SORT TRI-ANOMALIES
               ON ASCENDING KEY TRA-REGLE-NO
                                TRA-CUST-ID
               INPUT PROCEDURE IS 2000-CONTROLER-FICHIERS
               OUTPUT PROCEDURE IS 3000-EDITER-PAR-REGLE

           PERFORM 4000-IMPRIMER-RECAPITULATIF

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-AUJOURDHUI

           PERFORM 1050-INITIALISER-REGLES
           PERFORM 1100-CHARGER-AGENCES
           PERFORM 1200-CHARGER-LANGUES
           PERFORM 1300-CHARGER-PAYS
           PERFORM 1400-LIRE-CUSTSEQ
           PERFORM 1500-LIRE-DATE-CYCLE

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "INTAUDIT: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CRM-STATUS-FILE
           EVALUATE WS-CRMSTAT-STATUS
               WHEN "00"
                   SET CRMSTAT-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "INTAUDIT: pas de fichier CRMSTAT - regle 1 "
                           "sans objet"
                   SET FIN-CRM-STATUS TO TRUE
               WHEN OTHER
                   DISPLAY "INTAUDIT: ouverture CRMSTAT impossible, "
                           "statut " WS-CRMSTAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT INTEGRITE-RPT

           MOVE "INTAUDIT - CONTROLE D'INTEGRITE DES FICHIERS CLIENTS"
               TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CONTROLE DU " DELIMITED BY SIZE
                  WS-AUJOURDHUI DELIMITED BY SIZE
                  " - CYCLE " DELIMITED BY SIZE
                  WS-DATE-CYCLE DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

      *    Les six regles controlees, dans l'ordre du rapport.
       1050-INITIALISER-REGLES.
           MOVE "CRMSTAT SANS CLIENT (HORS RETRAIT S/F)"
               TO WS-REGLE-LIB(1)
           MOVE "CUST-NOM-KEY NON CONFORME A LA REGLE"
               TO WS-REGLE-LIB(2)
           MOVE "CUSTSEQ INFERIEUR AU PLUS GRAND CUST-ID"
               TO WS-REGLE-LIB(3)
           MOVE "AGENCE ABSENTE DE BRANCHRF"
               TO WS-REGLE-LIB(4)
           MOVE "LANGUE SANS SALUTATION (TYPE S) GRTMSG"
               TO WS-REGLE-LIB(5)
           MOVE "PAYS ABSENT DE PAYSREF"
               TO WS-REGLE-LIB(6)

           PERFORM 1060-RAZ-UNE-REGLE
               VARYING WS-REGLE-NO FROM 1 BY 1
               UNTIL WS-REGLE-NO > WS-NB-REGLES.

       1060-RAZ-UNE-REGLE.
           MOVE ZERO TO WS-REGLE-CPT(WS-REGLE-NO).

       1100-CHARGER-AGENCES.
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRANCHRF-STATUS NOT = "00"
               DISPLAY "INTAUDIT: fichier des agences BRANCHRF "
                       "indisponible, statut " WS-BRANCHRF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1150-CHARGER-UNE-AGENCE
               UNTIL FIN-BRANCH-REF

           CLOSE BRANCH-REF-FILE

           DISPLAY "INTAUDIT: " WS-NB-AGENCES
                   " agence(s) de reference chargee(s)".

       1150-CHARGER-UNE-AGENCE.
           READ BRANCH-REF-FILE
               AT END
                   SET FIN-BRANCH-REF TO TRUE
           END-READ

           IF NOT FIN-BRANCH-REF
               IF WS-NB-AGENCES < WS-AGENCES-MAX
                   ADD 1 TO WS-NB-AGENCES
                   MOVE BRF-CODE-AGENCE
                       TO WS-AGENCE-CODE(WS-NB-AGENCES)
               ELSE
                   DISPLAY "INTAUDIT: table des agences pleine - code "
                           BRF-CODE-AGENCE " ignore"
               END-IF
           END-IF.

       1200-CHARGER-LANGUES.
           OPEN INPUT GREETING-MSG-FILE
           IF WS-GRTMSG-STATUS NOT = "00"
               DISPLAY "INTAUDIT: fichier des phrases GRTMSG "
                       "indisponible, statut " WS-GRTMSG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO MSG-CLE
           START GREETING-MSG-FILE KEY IS NOT LESS THAN MSG-CLE
               INVALID KEY
                   SET FIN-GREETING-MSG TO TRUE
           END-START

           PERFORM 1250-CHARGER-UNE-LANGUE
               UNTIL FIN-GREETING-MSG

           CLOSE GREETING-MSG-FILE

           DISPLAY "INTAUDIT: " WS-NB-LANGUES
                   " langue(s) avec salutation chargee(s)".

       1250-CHARGER-UNE-LANGUE.
           READ GREETING-MSG-FILE NEXT RECORD
               AT END
                   SET FIN-GREETING-MSG TO TRUE
           END-READ

           IF NOT FIN-GREETING-MSG
              AND MSG-TYPE = 'S'
               IF WS-NB-LANGUES < WS-LANGUES-MAX
                   ADD 1 TO WS-NB-LANGUES
                   MOVE MSG-LANG TO WS-LANGUE-CODE(WS-NB-LANGUES)
               ELSE
                   DISPLAY "INTAUDIT: table des langues pleine - "
                           "langue " MSG-LANG " ignoree"
               END-IF
           END-IF.

       1300-CHARGER-PAYS.
           OPEN INPUT PAYS-REF-FILE
           IF WS-PAYSREF-STATUS NOT = "00"
               DISPLAY "INTAUDIT: fichier des pays PAYSREF "
                       "indisponible, statut " WS-PAYSREF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1350-CHARGER-UN-PAYS
               UNTIL FIN-PAYS-REF

           CLOSE PAYS-REF-FILE

           DISPLAY "INTAUDIT: " WS-NB-PAYS
                   " pays de reference charge(s)".

       1350-CHARGER-UN-PAYS.
           READ PAYS-REF-FILE
               AT END
                   SET FIN-PAYS-REF TO TRUE
           END-READ

           IF NOT FIN-PAYS-REF
               IF WS-NB-PAYS < WS-PAYS-MAX
                   ADD 1 TO WS-NB-PAYS
                   MOVE PAY-NOM-PAYS TO WS-PAYS-NOM(WS-NB-PAYS)
               ELSE
                   DISPLAY "INTAUDIT: table des pays pleine - "
                           PAY-NOM-PAYS " ignore"
               END-IF
           END-IF.

       1400-LIRE-CUSTSEQ.
           OPEN INPUT CUSTOMER-SEQ-FILE
           IF WS-CUSTSEQ-STATUS = "00"
               READ CUSTOMER-SEQ-FILE
                   NOT AT END
                       SET CUSTSEQ-PRESENT TO TRUE
               END-READ
               CLOSE CUSTOMER-SEQ-FILE
           END-IF.

       1500-LIRE-DATE-CYCLE.
           MOVE SPACES TO WS-DATE-CYCLE
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
               READ CYCLE-CTL-FILE
                   NOT AT END
                       MOVE CYC-DATE-CYCLE TO WS-DATE-CYCLE
               END-READ
               CLOSE CYCLE-CTL-FILE
           END-IF.

      *    Entree du tri : un passage complet du master (regles 2, 4,
      *    5 et 6), la sequence des identifiants (regle 3), puis un
      *    passage de CRMSTAT avec lecture directe du master (regle 1).
      *    Un statut CRM sans client est d'abord mis de cote : s'il
      *    porte sur une suppression ou une fusion (entree S ou F de
      *    CUSTJRNL) c'est un retrait en cours de transmission ou
      *    rejete par le CRM, et non une anomalie.
       2000-CONTROLER-FICHIERS.
           MOVE ZERO TO CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET FIN-CUSTOMER-MASTER TO TRUE
           END-START

           PERFORM 2050-LIRE-CUSTOMER-MASTER
           PERFORM 2100-CONTROLER-UN-CLIENT
               UNTIL FIN-CUSTOMER-MASTER

           PERFORM 2400-CONTROLER-SEQUENCE

           PERFORM 2550-LIRE-CRM-STATUS
           PERFORM 2500-CONTROLER-UN-CRMSTAT
               UNTIL FIN-CRM-STATUS

           IF WS-NB-ORPHELINS > ZERO
               PERFORM 2600-RECHERCHER-RETRAITS
               PERFORM 2700-SIGNALER-ORPHELIN
                   VARYING WS-ORPHELIN-IDX FROM 1 BY 1
                   UNTIL WS-ORPHELIN-IDX > WS-NB-ORPHELINS
           END-IF

           IF WS-ORPHELINS-DEBORD > ZERO
               PERFORM 2530-SIGNALER-DEBORDEMENT
           END-IF.

       2050-LIRE-CUSTOMER-MASTER.
           IF NOT FIN-CUSTOMER-MASTER
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-CUSTOMER-MASTER TO TRUE
               END-READ
           END-IF.

       2100-CONTROLER-UN-CLIENT.
           ADD 1 TO WS-CLIENTS-LUS
           IF CUST-ID > WS-ID-MAX
               MOVE CUST-ID TO WS-ID-MAX
           END-IF

           PERFORM 2200-CONTROLER-NOM-KEY

           IF CUST-BRANCH-CODE NOT = SPACES
               SET REFERENCE-ABSENTE TO TRUE
               SET WS-AGENCE-IDX TO 1
               SEARCH WS-AGENCE-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-AGENCE-CODE(WS-AGENCE-IDX)
                           = CUST-BRANCH-CODE
                       SET REFERENCE-TROUVEE TO TRUE
               END-SEARCH
               IF REFERENCE-ABSENTE
                   MOVE 4 TO WS-ANO-REGLE-NO
                   MOVE SPACES TO WS-ANO-DETAIL
                   STRING "AGENCE '" DELIMITED BY SIZE
                          CUST-BRANCH-CODE DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO WS-ANO-DETAIL
                   PERFORM 2900-SIGNALER-CLIENT
               END-IF
           END-IF

           SET REFERENCE-ABSENTE TO TRUE
           SET WS-LANGUE-IDX TO 1
           SEARCH WS-LANGUE-ENTREE
               AT END
                   CONTINUE
               WHEN WS-LANGUE-CODE(WS-LANGUE-IDX) = CUST-LANGUAGE-CODE
                   SET REFERENCE-TROUVEE TO TRUE
           END-SEARCH
           IF REFERENCE-ABSENTE
               MOVE 5 TO WS-ANO-REGLE-NO
               MOVE SPACES TO WS-ANO-DETAIL
               STRING "LANGUE '" DELIMITED BY SIZE
                      CUST-LANGUAGE-CODE DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-ANO-DETAIL
               PERFORM 2900-SIGNALER-CLIENT
           END-IF

           IF CUST-PAYS NOT = SPACES
               SET REFERENCE-ABSENTE TO TRUE
               SET WS-PAYS-IDX TO 1
               SEARCH WS-PAYS-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-PAYS-NOM(WS-PAYS-IDX)
                           = FUNCTION UPPER-CASE(CUST-PAYS)
                       SET REFERENCE-TROUVEE TO TRUE
               END-SEARCH
               IF REFERENCE-ABSENTE
                   MOVE 6 TO WS-ANO-REGLE-NO
                   MOVE SPACES TO WS-ANO-DETAIL
                   STRING "PAYS '" DELIMITED BY SIZE
                          FUNCTION TRIM(CUST-PAYS TRAILING)
                              DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO WS-ANO-DETAIL
                   PERFORM 2900-SIGNALER-CLIENT
               END-IF
           END-IF

           PERFORM 2050-LIRE-CUSTOMER-MASTER.

      *    Regle de CUSTREC : prenom nettoye, un espace, nom nettoye
      *    (le nom seul si le prenom est vide), en majuscules.
       2200-CONTROLER-NOM-KEY.
           PERFORM 6000-COMPOSER-NOM-COMPLET
           MOVE FUNCTION UPPER-CASE(WS-NOM-COMPLET)
               TO WS-NOM-KEY-ATTENDUE

           IF CUST-NOM-KEY NOT = WS-NOM-KEY-ATTENDUE
               MOVE 2 TO WS-ANO-REGLE-NO
               MOVE SPACES TO WS-ANO-DETAIL
               STRING "'" DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NOM-KEY TRAILING)
                          DELIMITED BY SIZE
                      "' AU LIEU DE '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOM-KEY-ATTENDUE TRAILING)
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-ANO-DETAIL
               PERFORM 2900-SIGNALER-CLIENT
           END-IF.

       2400-CONTROLER-SEQUENCE.
           MOVE WS-ID-MAX TO WS-ID-EDITE
           EVALUATE TRUE
               WHEN NOT CUSTSEQ-PRESENT
                   MOVE 3 TO WS-ANO-REGLE-NO
                   MOVE WS-ID-MAX TO WS-ANO-CUST-ID
                   MOVE SPACES TO WS-ANO-DETAIL
                   STRING "CUSTSEQ ABSENT OU VIDE - PLUS GRAND ID "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-EDITE) DELIMITED BY SIZE
                          INTO WS-ANO-DETAIL
                   PERFORM 2950-SIGNALER-ANOMALIE
               WHEN WS-LAST-CUSTOMER-ID < WS-ID-MAX
                   MOVE WS-LAST-CUSTOMER-ID TO WS-ID-EDITE-2
                   MOVE 3 TO WS-ANO-REGLE-NO
                   MOVE WS-ID-MAX TO WS-ANO-CUST-ID
                   MOVE SPACES TO WS-ANO-DETAIL
                   STRING "DERNIER ID CUSTSEQ " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-EDITE-2)
                              DELIMITED BY SIZE
                          " < PLUS GRAND CUST-ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ID-EDITE) DELIMITED BY SIZE
                          INTO WS-ANO-DETAIL
                   PERFORM 2950-SIGNALER-ANOMALIE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-CONTROLER-UN-CRMSTAT.
           ADD 1 TO WS-CRMSTAT-LUS
           MOVE STA-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER KEY IS CUST-ID
               INVALID KEY
                   MOVE 1 TO WS-ANO-REGLE-NO
                   MOVE STA-CUST-ID TO WS-ANO-CUST-ID
                   MOVE SPACES TO WS-ANO-DETAIL
                   STRING "ETAT " DELIMITED BY SIZE
                          STA-ETAT DELIMITED BY SIZE
                          " DU " DELIMITED BY SIZE
                          STA-TIMESTAMP(1:8) DELIMITED BY SIZE
                          INTO WS-ANO-DETAIL
                   PERFORM 2520-RETENIR-ORPHELIN
           END-READ

           PERFORM 2550-LIRE-CRM-STATUS.

       2520-RETENIR-ORPHELIN.
           IF WS-NB-ORPHELINS < WS-ORPHELINS-MAX
               ADD 1 TO WS-NB-ORPHELINS
               MOVE STA-CUST-ID TO WS-ORPHELIN-ID(WS-NB-ORPHELINS)
               MOVE 'N' TO WS-ORPHELIN-RETRAIT(WS-NB-ORPHELINS)
               MOVE WS-ANO-DETAIL TO WS-ORPHELIN-DETAIL(WS-NB-ORPHELINS)
           ELSE
               ADD 1 TO WS-ORPHELINS-DEBORD
           END-IF.

      *    Au-dela de la table, les statuts sans client ne sont pas
      *    rapproches du journal : une seule anomalie en donne le
      *    nombre.
       2530-SIGNALER-DEBORDEMENT.
           MOVE WS-ORPHELINS-DEBORD TO WS-ID-EDITE
           MOVE 1 TO WS-ANO-REGLE-NO
           MOVE ZERO TO WS-ANO-CUST-ID
           MOVE SPACES TO WS-ANO-DETAIL
           STRING "TABLE DES ORPHELINS PLEINE - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-EDITE) DELIMITED BY SIZE
                  " STATUT(S) NON CONTROLE(S)" DELIMITED BY SIZE
                  INTO WS-ANO-DETAIL
           PERFORM 2950-SIGNALER-ANOMALIE.

       2550-LIRE-CRM-STATUS.
           IF NOT FIN-CRM-STATUS
               READ CRM-STATUS-FILE NEXT RECORD
                   AT END SET FIN-CRM-STATUS TO TRUE
               END-READ
           END-IF.

      *    CRMSTAT est lu dans l'ordre des CUST-ID : la table des
      *    statuts sans client est donc triee pour le SEARCH ALL.
       2600-RECHERCHER-RETRAITS.
           OPEN INPUT CUSTOMER-JOURNAL
           EVALUATE WS-CUSTJRNL-STATUS
               WHEN "00"
                   PERFORM 2650-LIRE-UNE-ENTREE
                       UNTIL FIN-CUSTJRNL
                   CLOSE CUSTOMER-JOURNAL
               WHEN "35"
                   DISPLAY "INTAUDIT: pas de journal CUSTJRNL - aucun "
                           "retrait reconnu pour la regle 1"
               WHEN OTHER
                   DISPLAY "INTAUDIT: ouverture CUSTJRNL impossible, "
                           "statut " WS-CUSTJRNL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2650-LIRE-UNE-ENTREE.
           READ CUSTOMER-JOURNAL
               AT END
                   SET FIN-CUSTJRNL TO TRUE
           END-READ

           IF NOT FIN-CUSTJRNL
              AND (JRN-SUPPR OR JRN-FUSION)
              AND JRN-IMAGE-AVANT(1:9) IS NUMERIC
               MOVE JRN-IMAGE-AVANT(1:9) TO WS-JRN-CUST-ID
               SEARCH ALL WS-ORPHELIN-ENTREE
                   AT END
                       CONTINUE
                   WHEN WS-ORPHELIN-ID(WS-ORPHELIN-IDX)
                           = WS-JRN-CUST-ID
                       SET ORPHELIN-RETIRE(WS-ORPHELIN-IDX) TO TRUE
               END-SEARCH
           END-IF.

       2700-SIGNALER-ORPHELIN.
           IF ORPHELIN-RETIRE(WS-ORPHELIN-IDX)
               ADD 1 TO WS-RETRAITS-EN-COURS
           ELSE
               MOVE 1 TO WS-ANO-REGLE-NO
               MOVE WS-ORPHELIN-ID(WS-ORPHELIN-IDX) TO WS-ANO-CUST-ID
               MOVE WS-ORPHELIN-DETAIL(WS-ORPHELIN-IDX)
                   TO WS-ANO-DETAIL
               PERFORM 2950-SIGNALER-ANOMALIE
           END-IF.

       2900-SIGNALER-CLIENT.
           MOVE CUST-ID TO WS-ANO-CUST-ID
           PERFORM 2950-SIGNALER-ANOMALIE.

       2950-SIGNALER-ANOMALIE.
           ADD 1 TO WS-ANOMALIES
           ADD 1 TO WS-REGLE-CPT(WS-ANO-REGLE-NO)
           MOVE WS-ANO-REGLE-NO TO TRA-REGLE-NO
           MOVE WS-ANO-CUST-ID TO TRA-CUST-ID
           MOVE WS-ANO-DETAIL TO TRA-DETAIL
           RELEASE TRI-ANOMALIE-RECORD.

      *    Sortie du tri : une section par regle en anomalie, avec
      *    le detail client par client et le total de la regle.
       3000-EDITER-PAR-REGLE.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 3050-RETOURNER-ANOMALIE

           IF FIN-TRI
               MOVE "AUCUNE ANOMALIE D'INTEGRITE" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 3100-TRAITER-UNE-REGLE
               UNTIL FIN-TRI.

       3050-RETOURNER-ANOMALIE.
           RETURN TRI-ANOMALIES
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       3100-TRAITER-UNE-REGLE.
           MOVE TRA-REGLE-NO TO WS-GRP-REGLE-NO
           ADD 1 TO WS-REGLES-EN-ANOMALIE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REGLE " DELIMITED BY SIZE
                  WS-GRP-REGLE-NO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REGLE-LIB(WS-GRP-REGLE-NO) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 3200-IMPRIMER-UNE-ANOMALIE
               UNTIL FIN-TRI
                  OR TRA-REGLE-NO NOT = WS-GRP-REGLE-NO

           MOVE WS-REGLE-CPT(WS-GRP-REGLE-NO) TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  TOTAL REGLE " DELIMITED BY SIZE
                  WS-GRP-REGLE-NO DELIMITED BY SIZE
                  "            : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE
           MOVE SPACES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       3200-IMPRIMER-UNE-ANOMALIE.
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  TRA-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRA-DETAIL DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 3050-RETOURNER-ANOMALIE.

      *    Recapitulatif : toutes les regles, y compris celles sans
      *    anomalie, pour que la semaine se lise sur une seule page.
       4000-IMPRIMER-RECAPITULATIF.
           MOVE "----------------------------------------"
               TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE "RECAPITULATIF PAR REGLE" TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           PERFORM 4100-IMPRIMER-UNE-REGLE
               VARYING WS-REGLE-NO FROM 1 BY 1
               UNTIL WS-REGLE-NO > WS-NB-REGLES

           MOVE "----------------------------------------"
               TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-CLIENTS-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS LUS               : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-CRMSTAT-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "STATUTS CRM LUS           : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RETRAITS-EN-COURS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "DONT RETRAITS (S/F) CRM   : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-ANOMALIES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ANOMALIES                 : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-REGLES-EN-ANOMALIE TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REGLES EN ANOMALIE        : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       4100-IMPRIMER-UNE-REGLE.
           MOVE WS-REGLE-CPT(WS-REGLE-NO) TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  WS-REGLE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REGLE-LIB(WS-REGLE-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

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

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO INTEGRITE-RPT-RECORD
           WRITE INTEGRITE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-INTRPT-STATUS NOT = "00"
               DISPLAY "INTAUDIT: erreur ecriture INTRPT, statut "
                       WS-INTRPT-STATUS
           END-IF.

       9000-TERMINAISON.
           CLOSE CUSTOMER-MASTER
           IF CRMSTAT-PRESENT
               CLOSE CRM-STATUS-FILE
           END-IF
           CLOSE INTEGRITE-RPT

           IF WS-ANOMALIES > ZERO
               DISPLAY "INTAUDIT: " WS-ANOMALIES " anomalie(s) sur "
                       WS-REGLES-EN-ANOMALIE " regle(s) - voir INTRPT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "INTAUDIT: fichiers coherents"
           END-IF

           PERFORM 9300-JOURNALISER-CHAINE.

       9300-JOURNALISER-CHAINE.
           OPEN EXTEND CHAIN-STATUS-FILE
           IF WS-CHNSTAT-STATUS = "35"
               OPEN OUTPUT CHAIN-STATUS-FILE
               CLOSE CHAIN-STATUS-FILE
               OPEN EXTEND CHAIN-STATUS-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "INTAUDIT" TO CHN-JOB
           MOVE WS-DATE-CYCLE TO CHN-DATE-CYCLE
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO CHN-TIMESTAMP
           MOVE RETURN-CODE TO CHN-RC
           MOVE WS-CLIENTS-LUS TO CHN-CPT-1
           MOVE WS-ANOMALIES TO CHN-CPT-2
           MOVE WS-REGLES-EN-ANOMALIE TO CHN-CPT-3
           MOVE WS-CRMSTAT-LUS TO CHN-CPT-4

           WRITE CHAIN-STATUS-RECORD
           IF WS-CHNSTAT-STATUS NOT = "00"
               DISPLAY "INTAUDIT: erreur ecriture CHNSTAT, statut "
                       WS-CHNSTAT-STATUS
           END-IF
           CLOSE CHAIN-STATUS-FILE.
