       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRELD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-MAST-FILE ASSIGN TO "UNLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDMAST-STATUS.

           SELECT UNLOAD-CRM-FILE ASSIGN TO "UNLDCRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDCRM-STATUS.

           SELECT UNLOAD-SEQ-FILE ASSIGN TO "UNLDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDSEQ-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CRM-STATUS-FILE ASSIGN TO "CRMSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CUST-ID
               FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT CUSTOMER-SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTSEQ-STATUS.

           SELECT RELOAD-RPT ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-MAST-FILE.
       01  UNLOAD-MAST-REC             PIC X(201).

       FD  UNLOAD-CRM-FILE.
       01  UNLOAD-CRM-REC              PIC X(201).

       FD  UNLOAD-SEQ-FILE.
       01  UNLOAD-SEQ-REC              PIC X(201).

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  CRM-STATUS-FILE.
           COPY CRMSTAT.

       FD  CUSTOMER-SEQ-FILE.
       01  CUSTOMER-SEQ-RECORD.
           05 WS-LAST-CUSTOMER-ID     PIC 9(9).

       FD  RELOAD-RPT.
       01  RELOAD-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-UNLDMAST-STATUS      PIC XX.
           05 WS-UNLDCRM-STATUS       PIC XX.
           05 WS-UNLDSEQ-STATUS       PIC XX.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-CRMSTAT-STATUS       PIC XX.
           05 WS-CUSTSEQ-STATUS       PIC XX.
           05 WS-RELRPT-STATUS        PIC XX.

           COPY UNLDREC.

       01 WS-PARM-MODE                PIC X(8).
           88 MODE-CONTROLE           VALUE "CONTROLE".

       01 WS-GENERATION-SW            PIC X(1).
           88 FIN-GENERATION          VALUE 'O'.
           88 PAS-FIN-GENERATION      VALUE 'N'.
       01 WS-RELU-SW                  PIC X(1).
           88 FIN-RELECTURE           VALUE 'O'.
           88 PAS-FIN-RELECTURE       VALUE 'N'.
       01 WS-RECHARGE-SW              PIC X(1) VALUE 'N'.
           88 FICHIERS-RECHARGES      VALUE 'O'.
       01 WS-CUSTSEQ-RECONSTITUE-SW   PIC X(1) VALUE 'N'.
           88 CUSTSEQ-RECONSTITUE     VALUE 'O'.

      *    Totaux par generation : 1 = CUSTMAST, 2 = CRMSTAT,
      *    3 = CUSTSEQ. TRL = trailer du dechargement, LU = recalcule
      *    sur la generation, RELU = relu sur le fichier recharge.
       01 WS-NB-FICHIERS              PIC 9(1) VALUE 3.
       01 WS-TABLE-CONTROLES.
           05 WS-CTL-ENTREE OCCURS 3 TIMES.
               10 WS-CTL-FICHIER      PIC X(8).
               10 WS-CTL-TRAILER-SW   PIC X(1).
                   88 CTL-TRAILER-VU  VALUE 'O'.
               10 WS-CTL-TRL-NB       PIC 9(9).
               10 WS-CTL-TRL-HASH     PIC 9(18).
               10 WS-CTL-TRL-MAX      PIC 9(9).
               10 WS-CTL-TRL-TS       PIC X(14).
               10 WS-CTL-LU-NB        PIC 9(9).
               10 WS-CTL-LU-HASH      PIC 9(18).
               10 WS-CTL-LU-MAX       PIC 9(9).
               10 WS-CTL-RELU-NB      PIC 9(9).
               10 WS-CTL-RELU-HASH    PIC 9(18).
               10 WS-CTL-RELU-MAX     PIC 9(9).
       01 WS-FIC-NO                   PIC 9(1).
       01 WS-ID-COURANT               PIC 9(9).

       01 WS-DATE-CYCLE               PIC X(8).
       01 WS-TIMESTAMP-DECHARGEMENT   PIC X(14).
       01 WS-JRN-NB-ENTREES           PIC 9(9).
       01 WS-JRN-DERNIER-TS           PIC X(14).

       01 WS-ANOMALIES                PIC 9(9) VALUE ZERO.
       01 WS-MOTIF                    PIC X(60).
       01 WS-STATUT-RELU              PIC XX.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.

       01 WS-LIGNE-TITRES.
           05 FILLER                  PIC X(17) VALUE "  CONTROLE".
           05 FILLER                  PIC X(19)
                   VALUE "            TRAILER".
           05 FILLER                  PIC X(19)
                   VALUE "            CALCULE".
           05 FILLER                  PIC X(19)
                   VALUE "       FICHIER RELU".

       01 WS-LIGNE-TOTAUX.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LT-LIBELLE           PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LT-TRAILER           PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LT-CALCULE           PIC Z(17)9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LT-RELU              PIC Z(17)9.
           05 WS-LT-RELU-X REDEFINES WS-LT-RELU
                                      PIC X(18).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-CONTROLER-UNE-GENERATION
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS
           PERFORM 2500-VERIFIER-COHERENCE

           IF WS-ANOMALIES = ZERO
              AND NOT MODE-CONTROLE
               PERFORM 3000-RECHARGER-FICHIERS
               PERFORM 4000-RELIRE-FICHIERS
           END-IF

           PERFORM 7000-IMPRIMER-RAPPORT

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE SPACES TO WS-PARM-MODE
           ACCEPT WS-PARM-MODE
           IF MODE-CONTROLE
               DISPLAY "CUSTRELD: controle des generations seul - "
                       "aucun fichier modifie"
           ELSE
               DISPLAY "CUSTRELD: rechargement de CUSTMAST, CRMSTAT "
                       "et CUSTSEQ"
           END-IF

           MOVE "CUSTMAST" TO WS-CTL-FICHIER(1)
           MOVE "CRMSTAT" TO WS-CTL-FICHIER(2)
           MOVE "CUSTSEQ" TO WS-CTL-FICHIER(3)
           PERFORM 1050-RAZ-UN-CONTROLE
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS

           MOVE SPACES TO WS-DATE-CYCLE
           MOVE SPACES TO WS-TIMESTAMP-DECHARGEMENT
           MOVE ZERO TO WS-JRN-NB-ENTREES
           MOVE SPACES TO WS-JRN-DERNIER-TS

           OPEN OUTPUT RELOAD-RPT.

       1050-RAZ-UN-CONTROLE.
           MOVE 'N' TO WS-CTL-TRAILER-SW(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-TRL-NB(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-TRL-HASH(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-TRL-MAX(WS-FIC-NO)
           MOVE SPACES TO WS-CTL-TRL-TS(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-LU-NB(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-LU-HASH(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-LU-MAX(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-RELU-NB(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-RELU-HASH(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-RELU-MAX(WS-FIC-NO).

      *    Premier passage : chaque generation est lue en entier et
      *    ses totaux recalcules contre son trailer, avant que le
      *    moindre fichier indexe ne soit touche.
       2000-CONTROLER-UNE-GENERATION.
           PERFORM 8000-OUVRIR-GENERATION
           IF FIN-GENERATION
               MOVE "GENERATION ILLISIBLE" TO WS-MOTIF
               PERFORM 8900-SIGNALER-ANOMALIE
           ELSE
               PERFORM 8100-LIRE-GENERATION
               PERFORM 2100-CONTROLER-UN-ENREG
                   UNTIL FIN-GENERATION
               PERFORM 8200-FERMER-GENERATION
               PERFORM 2200-COMPARER-AU-TRAILER
           END-IF.

       2100-CONTROLER-UN-ENREG.
           EVALUATE TRUE
               WHEN CTL-TRAILER-VU(WS-FIC-NO)
                   MOVE "ENREGISTREMENT APRES LE TRAILER" TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               WHEN UNL-TRAILER
                   SET CTL-TRAILER-VU(WS-FIC-NO) TO TRUE
                   MOVE UNL-NB-ENREG TO WS-CTL-TRL-NB(WS-FIC-NO)
                   MOVE UNL-HASH-CUST-ID TO WS-CTL-TRL-HASH(WS-FIC-NO)
                   MOVE UNL-MAX-CUST-ID TO WS-CTL-TRL-MAX(WS-FIC-NO)
                   MOVE UNL-TIMESTAMP TO WS-CTL-TRL-TS(WS-FIC-NO)
                   IF UNL-FICHIER NOT = WS-CTL-FICHIER(WS-FIC-NO)
                       MOVE "TRAILER D'UN AUTRE FICHIER" TO WS-MOTIF
                       PERFORM 8900-SIGNALER-ANOMALIE
                   END-IF
                   IF WS-FIC-NO = 1
                       MOVE UNL-DATE-CYCLE TO WS-DATE-CYCLE
                       MOVE UNL-TIMESTAMP TO WS-TIMESTAMP-DECHARGEMENT
                       MOVE UNL-JRN-NB-ENTREES TO WS-JRN-NB-ENTREES
                       MOVE UNL-JRN-DERNIER-TS TO WS-JRN-DERNIER-TS
                   END-IF
               WHEN UNL-DONNEE
                   IF UNL-IMAGE(1:9) IS NUMERIC
                       MOVE UNL-IMAGE(1:9) TO WS-ID-COURANT
                       ADD 1 TO WS-CTL-LU-NB(WS-FIC-NO)
                       ADD WS-ID-COURANT TO WS-CTL-LU-HASH(WS-FIC-NO)
                       IF WS-ID-COURANT > WS-CTL-LU-MAX(WS-FIC-NO)
                           MOVE WS-ID-COURANT
                               TO WS-CTL-LU-MAX(WS-FIC-NO)
                       END-IF
                   ELSE
                       MOVE "CUST-ID NON NUMERIQUE" TO WS-MOTIF
                       PERFORM 8900-SIGNALER-ANOMALIE
                   END-IF
               WHEN OTHER
                   MOVE "TYPE D'ENREGISTREMENT INCONNU" TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
           END-EVALUATE

           PERFORM 8100-LIRE-GENERATION.

       2200-COMPARER-AU-TRAILER.
           EVALUATE TRUE
               WHEN NOT CTL-TRAILER-VU(WS-FIC-NO)
                   MOVE "TRAILER ABSENT - GENERATION INCOMPLETE"
                       TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               WHEN WS-CTL-LU-NB(WS-FIC-NO)
                       NOT = WS-CTL-TRL-NB(WS-FIC-NO)
                   MOVE "NOMBRE D'ENREG. DIFFERENT DU TRAILER"
                       TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               WHEN WS-CTL-LU-HASH(WS-FIC-NO)
                       NOT = WS-CTL-TRL-HASH(WS-FIC-NO)
                   MOVE "TOTAL DES CUST-ID DIFFERENT DU TRAILER"
                       TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               WHEN WS-CTL-LU-MAX(WS-FIC-NO)
                       NOT = WS-CTL-TRL-MAX(WS-FIC-NO)
                   MOVE "PLUS GRAND CUST-ID DIFFERENT DU TRAILER"
                       TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Les trois generations doivent venir du meme dechargement.
       2500-VERIFIER-COHERENCE.
           IF CTL-TRAILER-VU(1) AND CTL-TRAILER-VU(2)
              AND CTL-TRAILER-VU(3)
               IF WS-CTL-TRL-TS(2) NOT = WS-CTL-TRL-TS(1)
                  OR WS-CTL-TRL-TS(3) NOT = WS-CTL-TRL-TS(1)
                   MOVE 1 TO WS-FIC-NO
                   MOVE "GENERATIONS DE DECHARGEMENTS DIFFERENTS"
                       TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               END-IF
           END-IF.

      *    Deuxieme passage : reconstruction des fichiers. CUSTSEQ
      *    absent de la sauvegarde est reconstitue au plus grand
      *    CUST-ID recharge.
       3000-RECHARGER-FICHIERS.
           OPEN OUTPUT CUSTOMER-MASTER
           OPEN OUTPUT CRM-STATUS-FILE
           OPEN OUTPUT CUSTOMER-SEQ-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
              OR WS-CRMSTAT-STATUS NOT = "00"
              OR WS-CUSTSEQ-STATUS NOT = "00"
               DISPLAY "CUSTRELD: ouverture des fichiers a recharger "
                       "impossible, statuts " WS-CUSTMAST-STATUS
                       " " WS-CRMSTAT-STATUS " " WS-CUSTSEQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET FICHIERS-RECHARGES TO TRUE

           PERFORM 3050-RECHARGER-UNE-GENERATION
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS

           IF WS-CTL-TRL-NB(3) = ZERO
               SET CUSTSEQ-RECONSTITUE TO TRUE
               MOVE WS-CTL-TRL-MAX(1) TO WS-LAST-CUSTOMER-ID
               WRITE CUSTOMER-SEQ-RECORD
               IF WS-CUSTSEQ-STATUS NOT = "00"
                   MOVE 3 TO WS-FIC-NO
                   MOVE "ECRITURE CUSTSEQ IMPOSSIBLE" TO WS-MOTIF
                   PERFORM 8900-SIGNALER-ANOMALIE
               END-IF
               DISPLAY "CUSTRELD: CUSTSEQ absent de la sauvegarde - "
                       "reconstitue a " WS-LAST-CUSTOMER-ID
           END-IF

           CLOSE CUSTOMER-MASTER
           CLOSE CRM-STATUS-FILE
           CLOSE CUSTOMER-SEQ-FILE.

       3050-RECHARGER-UNE-GENERATION.
           PERFORM 8000-OUVRIR-GENERATION
           PERFORM 8100-LIRE-GENERATION
           PERFORM 3100-RECHARGER-UN-ENREG
               UNTIL FIN-GENERATION
           PERFORM 8200-FERMER-GENERATION.

       3100-RECHARGER-UN-ENREG.
           IF UNL-DONNEE
               EVALUATE WS-FIC-NO
                   WHEN 1
                       MOVE UNL-IMAGE TO CUSTOMER-MASTER-RECORD
                       WRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               MOVE "CUST-ID EN DOUBLE AU RECHARGEMENT"
                                   TO WS-MOTIF
                               PERFORM 8900-SIGNALER-ANOMALIE
                       END-WRITE
                   WHEN 2
                       MOVE UNL-IMAGE TO CRM-STATUS-RECORD
                       WRITE CRM-STATUS-RECORD
                           INVALID KEY
                               MOVE "CUST-ID EN DOUBLE AU RECHARGEMENT"
                                   TO WS-MOTIF
                               PERFORM 8900-SIGNALER-ANOMALIE
                       END-WRITE
                   WHEN 3
                       MOVE UNL-IMAGE TO CUSTOMER-SEQ-RECORD
                       WRITE CUSTOMER-SEQ-RECORD
                       IF WS-CUSTSEQ-STATUS NOT = "00"
                           MOVE "ECRITURE CUSTSEQ IMPOSSIBLE"
                               TO WS-MOTIF
                           PERFORM 8900-SIGNALER-ANOMALIE
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM 8100-LIRE-GENERATION.

      *    Troisieme passage : les fichiers recharges sont relus et
      *    leurs totaux compares aux trailers. Le rechargement n'est
      *    declare valide que si tout concorde ; un fichier qui ne
      *    peut etre relu jusqu'au bout est une anomalie.
       4000-RELIRE-FICHIERS.
           MOVE 1 TO WS-FIC-NO
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               MOVE WS-CUSTMAST-STATUS TO WS-STATUT-RELU
               PERFORM 4050-SIGNALER-RELECTURE
           ELSE
               SET PAS-FIN-RELECTURE TO TRUE
               PERFORM 4100-RELIRE-UN-CLIENT
                   UNTIL FIN-RELECTURE
               CLOSE CUSTOMER-MASTER
               PERFORM 4500-COMPARER-RELU
           END-IF

           MOVE 2 TO WS-FIC-NO
           OPEN INPUT CRM-STATUS-FILE
           IF WS-CRMSTAT-STATUS NOT = "00"
               MOVE WS-CRMSTAT-STATUS TO WS-STATUT-RELU
               PERFORM 4050-SIGNALER-RELECTURE
           ELSE
               SET PAS-FIN-RELECTURE TO TRUE
               PERFORM 4200-RELIRE-UN-STATUT
                   UNTIL FIN-RELECTURE
               CLOSE CRM-STATUS-FILE
               PERFORM 4500-COMPARER-RELU
           END-IF

           MOVE 3 TO WS-FIC-NO
           OPEN INPUT CUSTOMER-SEQ-FILE
           IF WS-CUSTSEQ-STATUS NOT = "00"
               MOVE WS-CUSTSEQ-STATUS TO WS-STATUT-RELU
               PERFORM 4050-SIGNALER-RELECTURE
           ELSE
               PERFORM 4300-RELIRE-CUSTSEQ
               CLOSE CUSTOMER-SEQ-FILE
           END-IF.

       4050-SIGNALER-RELECTURE.
           MOVE SPACES TO WS-MOTIF
           STRING "RELECTURE IMPOSSIBLE, STATUT " DELIMITED BY SIZE
                  WS-STATUT-RELU DELIMITED BY SIZE
                  INTO WS-MOTIF
           PERFORM 8900-SIGNALER-ANOMALIE.

       4100-RELIRE-UN-CLIENT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET FIN-RELECTURE TO TRUE
               NOT AT END
                   MOVE CUST-ID TO WS-ID-COURANT
                   PERFORM 4400-CUMULER-RELU
           END-READ

           IF NOT FIN-RELECTURE
              AND WS-CUSTMAST-STATUS(1:1) NOT = "0"
               MOVE WS-CUSTMAST-STATUS TO WS-STATUT-RELU
               PERFORM 4050-SIGNALER-RELECTURE
               SET FIN-RELECTURE TO TRUE
           END-IF.

       4200-RELIRE-UN-STATUT.
           READ CRM-STATUS-FILE NEXT RECORD
               AT END
                   SET FIN-RELECTURE TO TRUE
               NOT AT END
                   MOVE STA-CUST-ID TO WS-ID-COURANT
                   PERFORM 4400-CUMULER-RELU
           END-READ

           IF NOT FIN-RELECTURE
              AND WS-CRMSTAT-STATUS(1:1) NOT = "0"
               MOVE WS-CRMSTAT-STATUS TO WS-STATUT-RELU
               PERFORM 4050-SIGNALER-RELECTURE
               SET FIN-RELECTURE TO TRUE
           END-IF.

       4300-RELIRE-CUSTSEQ.
           READ CUSTOMER-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-LAST-CUSTOMER-ID TO WS-ID-COURANT
                   PERFORM 4400-CUMULER-RELU
           END-READ

           EVALUATE TRUE
               WHEN WS-CUSTSEQ-STATUS NOT = "00"
                AND WS-CUSTSEQ-STATUS NOT = "10"
                   MOVE WS-CUSTSEQ-STATUS TO WS-STATUT-RELU
                   PERFORM 4050-SIGNALER-RELECTURE
               WHEN NOT CUSTSEQ-RECONSTITUE
                   PERFORM 4500-COMPARER-RELU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4400-CUMULER-RELU.
           ADD 1 TO WS-CTL-RELU-NB(WS-FIC-NO)
           ADD WS-ID-COURANT TO WS-CTL-RELU-HASH(WS-FIC-NO)
           IF WS-ID-COURANT > WS-CTL-RELU-MAX(WS-FIC-NO)
               MOVE WS-ID-COURANT TO WS-CTL-RELU-MAX(WS-FIC-NO)
           END-IF.

       4500-COMPARER-RELU.
           IF WS-CTL-RELU-NB(WS-FIC-NO) NOT = WS-CTL-TRL-NB(WS-FIC-NO)
              OR WS-CTL-RELU-HASH(WS-FIC-NO)
                     NOT = WS-CTL-TRL-HASH(WS-FIC-NO)
              OR WS-CTL-RELU-MAX(WS-FIC-NO)
                     NOT = WS-CTL-TRL-MAX(WS-FIC-NO)
               MOVE "FICHIER RECHARGE DIFFERENT DU TRAILER"
                   TO WS-MOTIF
               PERFORM 8900-SIGNALER-ANOMALIE
           END-IF.

       7000-IMPRIMER-RAPPORT.
           MOVE "CUSTRELD - RECHARGEMENT DE LA SAUVEGARDE AVANT CHAINE"
               TO RELOAD-RPT-RECORD
           WRITE RELOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT

           MOVE "----------------------------------------"
               TO RELOAD-RPT-RECORD
           WRITE RELOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "DECHARGEMENT DU           : " DELIMITED BY SIZE
                  WS-TIMESTAMP-DECHARGEMENT DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "DATE DE CYCLE             : " DELIMITED BY SIZE
                  WS-DATE-CYCLE DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE WS-LIGNE-TITRES TO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           PERFORM 7100-IMPRIMER-UN-FICHIER
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS

           MOVE "----------------------------------------"
               TO RELOAD-RPT-RECORD
           WRITE RELOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT

           MOVE WS-ANOMALIES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ANOMALIES                 : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           IF CUSTSEQ-RECONSTITUE
               MOVE "CUSTSEQ RECONSTITUE AU PLUS GRAND CUST-ID"
                   TO WS-RPT-LIGNE
               PERFORM 8400-ECRIRE-LIGNE
           END-IF

           EVALUATE TRUE
               WHEN WS-ANOMALIES > ZERO AND FICHIERS-RECHARGES
                   MOVE "RECHARGEMENT NON VALIDE - NE PAS RELANCER"
                       TO WS-RPT-LIGNE
               WHEN WS-ANOMALIES > ZERO
                   MOVE "SAUVEGARDE REFUSEE - AUCUN FICHIER MODIFIE"
                       TO WS-RPT-LIGNE
               WHEN MODE-CONTROLE
                   MOVE "SAUVEGARDE CONTROLEE - AUCUN FICHIER MODIFIE"
                       TO WS-RPT-LIGNE
               WHEN OTHER
                   MOVE "RECHARGEMENT VALIDE" TO WS-RPT-LIGNE
           END-EVALUATE
           PERFORM 8400-ECRIRE-LIGNE

           IF WS-ANOMALIES = ZERO
               PERFORM 7200-IMPRIMER-REPRISE-JOURNAL
           END-IF

           MOVE "----------------------------------------"
               TO RELOAD-RPT-RECORD
           WRITE RELOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT.

       7100-IMPRIMER-UN-FICHIER.
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "GENERATION " DELIMITED BY SIZE
                  WS-CTL-FICHIER(WS-FIC-NO) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE "NOMBRE D'ENREG" TO WS-LT-LIBELLE
           MOVE WS-CTL-TRL-NB(WS-FIC-NO) TO WS-LT-TRAILER
           MOVE WS-CTL-LU-NB(WS-FIC-NO) TO WS-LT-CALCULE
           MOVE WS-CTL-RELU-NB(WS-FIC-NO) TO WS-LT-RELU
           PERFORM 7150-ECRIRE-LIGNE-TOTAUX

           MOVE "TOTAL CUST-ID" TO WS-LT-LIBELLE
           MOVE WS-CTL-TRL-HASH(WS-FIC-NO) TO WS-LT-TRAILER
           MOVE WS-CTL-LU-HASH(WS-FIC-NO) TO WS-LT-CALCULE
           MOVE WS-CTL-RELU-HASH(WS-FIC-NO) TO WS-LT-RELU
           PERFORM 7150-ECRIRE-LIGNE-TOTAUX

           MOVE "PLUS GRAND ID" TO WS-LT-LIBELLE
           MOVE WS-CTL-TRL-MAX(WS-FIC-NO) TO WS-LT-TRAILER
           MOVE WS-CTL-LU-MAX(WS-FIC-NO) TO WS-LT-CALCULE
           MOVE WS-CTL-RELU-MAX(WS-FIC-NO) TO WS-LT-RELU
           PERFORM 7150-ECRIRE-LIGNE-TOTAUX.

       7150-ECRIRE-LIGNE-TOTAUX.
           IF NOT FICHIERS-RECHARGES
               MOVE SPACES TO WS-LT-RELU-X
           END-IF
           MOVE WS-LIGNE-TOTAUX TO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE.

      *    Point de reprise de CUSTRCVR : les entrees du journal
      *    jusqu'a la derniere relevee au dechargement sont deja dans
      *    la sauvegarde; seules les suivantes sont a rejouer.
       7200-IMPRIMER-REPRISE-JOURNAL.
           MOVE WS-JRN-NB-ENTREES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ENTREES CUSTJRNL SAUVEES  : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           IF WS-JRN-NB-ENTREES = ZERO
               MOVE "CUSTRCVR : SYSIN LIGNE 2 VIDE, TOUT REJOUER"
                   TO WS-RPT-LIGNE
               PERFORM 8400-ECRIRE-LIGNE
               DISPLAY "CUSTRELD: CUSTRCVR doit rejouer tout le "
                       "journal (SYSIN ligne 2 a blanc)"
           ELSE
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "CUSTRCVR : SYSIN LIGNE 2 = " DELIMITED BY SIZE
                      WS-JRN-DERNIER-TS DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8400-ECRIRE-LIGNE

               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  (REPRISE APRES L'ENTREE NO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COMPTEUR) DELIMITED BY SIZE
                      " DU JOURNAL)" DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8400-ECRIRE-LIGNE

               DISPLAY "CUSTRELD: CUSTRCVR doit repartir apres "
                       "l'entree " WS-JRN-NB-ENTREES " du journal - "
                       "SYSIN ligne 2 = " WS-JRN-DERNIER-TS
           END-IF.

       8000-OUVRIR-GENERATION.
           SET PAS-FIN-GENERATION TO TRUE

           EVALUATE WS-FIC-NO
               WHEN 1
                   OPEN INPUT UNLOAD-MAST-FILE
                   IF WS-UNLDMAST-STATUS NOT = "00"
                       SET FIN-GENERATION TO TRUE
                   END-IF
               WHEN 2
                   OPEN INPUT UNLOAD-CRM-FILE
                   IF WS-UNLDCRM-STATUS NOT = "00"
                       SET FIN-GENERATION TO TRUE
                   END-IF
               WHEN 3
                   OPEN INPUT UNLOAD-SEQ-FILE
                   IF WS-UNLDSEQ-STATUS NOT = "00"
                       SET FIN-GENERATION TO TRUE
                   END-IF
           END-EVALUATE.

       8100-LIRE-GENERATION.
           EVALUATE WS-FIC-NO
               WHEN 1
                   READ UNLOAD-MAST-FILE
                       AT END SET FIN-GENERATION TO TRUE
                       NOT AT END
                           MOVE UNLOAD-MAST-REC TO UNLOAD-RECORD
                   END-READ
               WHEN 2
                   READ UNLOAD-CRM-FILE
                       AT END SET FIN-GENERATION TO TRUE
                       NOT AT END
                           MOVE UNLOAD-CRM-REC TO UNLOAD-RECORD
                   END-READ
               WHEN 3
                   READ UNLOAD-SEQ-FILE
                       AT END SET FIN-GENERATION TO TRUE
                       NOT AT END
                           MOVE UNLOAD-SEQ-REC TO UNLOAD-RECORD
                   END-READ
           END-EVALUATE.

       8200-FERMER-GENERATION.
           EVALUATE WS-FIC-NO
               WHEN 1
                   CLOSE UNLOAD-MAST-FILE
               WHEN 2
                   CLOSE UNLOAD-CRM-FILE
               WHEN 3
                   CLOSE UNLOAD-SEQ-FILE
           END-EVALUATE.

       8400-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO RELOAD-RPT-RECORD
           WRITE RELOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT.

       8450-VERIFIER-STATUT-RAPPORT.
           IF WS-RELRPT-STATUS NOT = "00"
               DISPLAY "CUSTRELD: erreur ecriture RELRPT, statut "
                       WS-RELRPT-STATUS
           END-IF.

       8900-SIGNALER-ANOMALIE.
           ADD 1 TO WS-ANOMALIES
           MOVE SPACES TO WS-RPT-LIGNE
           STRING WS-CTL-FICHIER(WS-FIC-NO) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-MOTIF DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE
           DISPLAY "CUSTRELD: " WS-CTL-FICHIER(WS-FIC-NO) " - "
                   WS-MOTIF.

       9000-TERMINAISON.
           CLOSE RELOAD-RPT

           IF WS-ANOMALIES > ZERO
               DISPLAY "CUSTRELD: " WS-ANOMALIES " anomalie(s) - "
                       "voir RELRPT"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF MODE-CONTROLE
                   DISPLAY "CUSTRELD: sauvegarde controlee, totaux "
                           "conformes"
               ELSE
                   DISPLAY "CUSTRELD: rechargement valide"
               END-IF
           END-IF.
