       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUNLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT UNLOAD-MAST-FILE ASSIGN TO "UNLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDMAST-STATUS.

           SELECT UNLOAD-CRM-FILE ASSIGN TO "UNLDCRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDCRM-STATUS.

           SELECT UNLOAD-SEQ-FILE ASSIGN TO "UNLDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDSEQ-STATUS.

           SELECT UNLOAD-RPT ASSIGN TO "UNLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLRPT-STATUS.

           SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-STATUS.

           SELECT CHAIN-STATUS-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHNSTAT-STATUS.

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

       FD  UNLOAD-MAST-FILE.
       01  UNLOAD-MAST-REC             PIC X(201).

       FD  UNLOAD-CRM-FILE.
       01  UNLOAD-CRM-REC              PIC X(201).

       FD  UNLOAD-SEQ-FILE.
       01  UNLOAD-SEQ-REC              PIC X(201).

       FD  UNLOAD-RPT.
       01  UNLOAD-RPT-RECORD           PIC X(80).

       FD  CYCLE-CTL-FILE.
           COPY CYCLDATE.

       FD  CHAIN-STATUS-FILE.
           COPY CHNSTAT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-CRMSTAT-STATUS       PIC XX.
           05 WS-CUSTSEQ-STATUS       PIC XX.
           05 WS-CUSTJRNL-STATUS      PIC XX.
           05 WS-UNLDMAST-STATUS      PIC XX.
           05 WS-UNLDCRM-STATUS       PIC XX.
           05 WS-UNLDSEQ-STATUS       PIC XX.
           05 WS-UNLRPT-STATUS        PIC XX.
           05 WS-CYCLECTL-STATUS      PIC XX.
           05 WS-CHNSTAT-STATUS       PIC XX.

           COPY UNLDREC.

       01 WS-CUSTMAST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-MASTER     VALUE 'O'.
       01 WS-CRMSTAT-SW               PIC X(1) VALUE 'N'.
           88 FIN-CRM-STATUS          VALUE 'O'.
       01 WS-CUSTJRNL-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-JOURNAL    VALUE 'O'.
       01 WS-CRMSTAT-PRESENT-SW       PIC X(1) VALUE 'N'.
           88 CRMSTAT-PRESENT         VALUE 'O'.

      *    Totaux de controle par generation : 1 = CUSTMAST,
      *    2 = CRMSTAT, 3 = CUSTSEQ.
       01 WS-NB-FICHIERS              PIC 9(1) VALUE 3.
       01 WS-TABLE-CONTROLES.
           05 WS-CTL-ENTREE OCCURS 3 TIMES.
               10 WS-CTL-FICHIER      PIC X(8).
               10 WS-CTL-NB           PIC 9(9).
               10 WS-CTL-HASH         PIC 9(18).
               10 WS-CTL-MAX          PIC 9(9).
       01 WS-FIC-NO                   PIC 9(1).
       01 WS-ID-COURANT               PIC 9(9).

       01 WS-JRN-NB-ENTREES           PIC 9(9) VALUE ZERO.
       01 WS-JRN-DERNIER-TS           PIC X(14) VALUE SPACES.
       01 WS-FICHIERS-ABSENTS         PIC 9(9) VALUE ZERO.
       01 WS-ERREURS-ECRITURE         PIC 9(9) VALUE ZERO.

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-TIMESTAMP-DECHARGEMENT   PIC X(14).
       01 WS-DATE-CYCLE               PIC X(8).

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-HASH                 PIC Z(17)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-DECHARGER-MASTER
           PERFORM 3000-DECHARGER-CRMSTAT
           PERFORM 4000-DECHARGER-CUSTSEQ

           PERFORM 7000-IMPRIMER-RAPPORT

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-TIMESTAMP-DECHARGEMENT

           PERFORM 1600-LIRE-DATE-CYCLE

           MOVE "CUSTMAST" TO WS-CTL-FICHIER(1)
           MOVE "CRMSTAT" TO WS-CTL-FICHIER(2)
           MOVE "CUSTSEQ" TO WS-CTL-FICHIER(3)
           PERFORM 1050-RAZ-UN-CONTROLE
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTUNLD: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-RELEVER-JOURNAL

           OPEN OUTPUT UNLOAD-MAST-FILE
           OPEN OUTPUT UNLOAD-CRM-FILE
           OPEN OUTPUT UNLOAD-SEQ-FILE
           IF WS-UNLDMAST-STATUS NOT = "00"
              OR WS-UNLDCRM-STATUS NOT = "00"
              OR WS-UNLDSEQ-STATUS NOT = "00"
               DISPLAY "CUSTUNLD: ouverture des generations "
                       "impossible, statuts " WS-UNLDMAST-STATUS
                       " " WS-UNLDCRM-STATUS " " WS-UNLDSEQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT UNLOAD-RPT.

       1050-RAZ-UN-CONTROLE.
           MOVE ZERO TO WS-CTL-NB(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-HASH(WS-FIC-NO)
           MOVE ZERO TO WS-CTL-MAX(WS-FIC-NO).

      *    Position du journal au moment du dechargement : nombre
      *    d'entrees et horodatage de la derniere. Tout ce qui suit
      *    est a rejouer par CUSTRCVR sur la copie rechargee.
       1100-RELEVER-JOURNAL.
           OPEN INPUT CUSTOMER-JOURNAL
           EVALUATE WS-CUSTJRNL-STATUS
               WHEN "00"
                   PERFORM 1150-COMPTER-UNE-ENTREE
                       UNTIL FIN-CUSTOMER-JOURNAL
                   CLOSE CUSTOMER-JOURNAL
               WHEN "35"
                   DISPLAY "CUSTUNLD: pas de journal CUSTJRNL - "
                           "position zero"
               WHEN OTHER
                   DISPLAY "CUSTUNLD: ouverture CUSTJRNL impossible, "
                           "statut " WS-CUSTJRNL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           DISPLAY "CUSTUNLD: position CUSTJRNL " WS-JRN-NB-ENTREES
                   " entree(s), derniere " WS-JRN-DERNIER-TS.

       1150-COMPTER-UNE-ENTREE.
           READ CUSTOMER-JOURNAL
               AT END
                   SET FIN-CUSTOMER-JOURNAL TO TRUE
           END-READ

           IF NOT FIN-CUSTOMER-JOURNAL
               ADD 1 TO WS-JRN-NB-ENTREES
               MOVE JRN-TIMESTAMP TO WS-JRN-DERNIER-TS
           END-IF.

       1600-LIRE-DATE-CYCLE.
           MOVE SPACES TO WS-DATE-CYCLE
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYCLECTL-STATUS = "00"
               READ CYCLE-CTL-FILE
                   NOT AT END
                       MOVE CYC-DATE-CYCLE TO WS-DATE-CYCLE
               END-READ
               CLOSE CYCLE-CTL-FILE
           END-IF.

       2000-DECHARGER-MASTER.
           MOVE 1 TO WS-FIC-NO
           PERFORM 2050-LIRE-CUSTOMER-MASTER
           PERFORM 2100-DECHARGER-UN-CLIENT
               UNTIL FIN-CUSTOMER-MASTER
           PERFORM 8300-ECRIRE-TRAILER.

       2050-LIRE-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIN-CUSTOMER-MASTER TO TRUE
           END-READ.

       2100-DECHARGER-UN-CLIENT.
           MOVE SPACES TO UNLOAD-RECORD
           SET UNL-DONNEE TO TRUE
           MOVE CUSTOMER-MASTER-RECORD TO UNL-IMAGE
           MOVE CUST-ID TO WS-ID-COURANT
           PERFORM 8200-ECRIRE-DONNEE

           PERFORM 2050-LIRE-CUSTOMER-MASTER.

       3000-DECHARGER-CRMSTAT.
           MOVE 2 TO WS-FIC-NO
           OPEN INPUT CRM-STATUS-FILE
           EVALUATE WS-CRMSTAT-STATUS
               WHEN "00"
                   SET CRMSTAT-PRESENT TO TRUE
                   PERFORM 3050-LIRE-CRM-STATUS
                   PERFORM 3100-DECHARGER-UN-STATUT
                       UNTIL FIN-CRM-STATUS
                   CLOSE CRM-STATUS-FILE
               WHEN "35"
                   ADD 1 TO WS-FICHIERS-ABSENTS
                   DISPLAY "CUSTUNLD: pas de fichier CRMSTAT - "
                           "generation vide"
               WHEN OTHER
                   DISPLAY "CUSTUNLD: ouverture CRMSTAT impossible, "
                           "statut " WS-CRMSTAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 8300-ECRIRE-TRAILER.

       3050-LIRE-CRM-STATUS.
           READ CRM-STATUS-FILE NEXT RECORD
               AT END SET FIN-CRM-STATUS TO TRUE
           END-READ.

       3100-DECHARGER-UN-STATUT.
           MOVE SPACES TO UNLOAD-RECORD
           SET UNL-DONNEE TO TRUE
           MOVE CRM-STATUS-RECORD TO UNL-IMAGE
           MOVE STA-CUST-ID TO WS-ID-COURANT
           PERFORM 8200-ECRIRE-DONNEE

           PERFORM 3050-LIRE-CRM-STATUS.

       4000-DECHARGER-CUSTSEQ.
           MOVE 3 TO WS-FIC-NO
           OPEN INPUT CUSTOMER-SEQ-FILE
           EVALUATE WS-CUSTSEQ-STATUS
               WHEN "00"
                   READ CUSTOMER-SEQ-FILE
                       AT END
                           ADD 1 TO WS-FICHIERS-ABSENTS
                           DISPLAY "CUSTUNLD: CUSTSEQ vide - "
                                   "generation vide"
                       NOT AT END
                           MOVE SPACES TO UNLOAD-RECORD
                           SET UNL-DONNEE TO TRUE
                           MOVE CUSTOMER-SEQ-RECORD TO UNL-IMAGE
                           MOVE WS-LAST-CUSTOMER-ID TO WS-ID-COURANT
                           PERFORM 8200-ECRIRE-DONNEE
                   END-READ
                   CLOSE CUSTOMER-SEQ-FILE
               WHEN "35"
                   ADD 1 TO WS-FICHIERS-ABSENTS
                   DISPLAY "CUSTUNLD: pas de fichier CUSTSEQ - "
                           "generation vide"
               WHEN OTHER
                   DISPLAY "CUSTUNLD: ouverture CUSTSEQ impossible, "
                           "statut " WS-CUSTSEQ-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 8300-ECRIRE-TRAILER.

       7000-IMPRIMER-RAPPORT.
           MOVE "CUSTUNLD - DECHARGEMENT AVANT CHAINE"
               TO UNLOAD-RPT-RECORD
           WRITE UNLOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT

           MOVE "----------------------------------------"
               TO UNLOAD-RPT-RECORD
           WRITE UNLOAD-RPT-RECORD
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

           MOVE WS-JRN-NB-ENTREES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ENTREES CUSTJRNL          : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "DERNIERE ENTREE CUSTJRNL  : " DELIMITED BY SIZE
                  WS-JRN-DERNIER-TS DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           PERFORM 7100-IMPRIMER-UN-FICHIER
               VARYING WS-FIC-NO FROM 1 BY 1
               UNTIL WS-FIC-NO > WS-NB-FICHIERS

           MOVE "----------------------------------------"
               TO UNLOAD-RPT-RECORD
           WRITE UNLOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT.

       7100-IMPRIMER-UN-FICHIER.
           MOVE "----------------------------------------"
               TO UNLOAD-RPT-RECORD
           WRITE UNLOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "GENERATION                : " DELIMITED BY SIZE
                  WS-CTL-FICHIER(WS-FIC-NO) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE WS-CTL-NB(WS-FIC-NO) TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  ENREGISTREMENTS         : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE WS-CTL-HASH(WS-FIC-NO) TO WS-RPT-HASH
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  TOTAL DES CUST-ID       : " DELIMITED BY SIZE
                  WS-RPT-HASH DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE

           MOVE WS-CTL-MAX(WS-FIC-NO) TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  PLUS GRAND CUST-ID      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8400-ECRIRE-LIGNE.

       8100-CUMULER-CONTROLE.
           ADD 1 TO WS-CTL-NB(WS-FIC-NO)
           ADD WS-ID-COURANT TO WS-CTL-HASH(WS-FIC-NO)
           IF WS-ID-COURANT > WS-CTL-MAX(WS-FIC-NO)
               MOVE WS-ID-COURANT TO WS-CTL-MAX(WS-FIC-NO)
           END-IF.

       8200-ECRIRE-DONNEE.
           PERFORM 8250-ECRIRE-GENERATION
           PERFORM 8100-CUMULER-CONTROLE.

       8250-ECRIRE-GENERATION.
           EVALUATE WS-FIC-NO
               WHEN 1
                   MOVE UNLOAD-RECORD TO UNLOAD-MAST-REC
                   WRITE UNLOAD-MAST-REC
                   IF WS-UNLDMAST-STATUS NOT = "00"
                       ADD 1 TO WS-ERREURS-ECRITURE
                       DISPLAY "CUSTUNLD: erreur ecriture UNLDMAST, "
                               "statut " WS-UNLDMAST-STATUS
                   END-IF
               WHEN 2
                   MOVE UNLOAD-RECORD TO UNLOAD-CRM-REC
                   WRITE UNLOAD-CRM-REC
                   IF WS-UNLDCRM-STATUS NOT = "00"
                       ADD 1 TO WS-ERREURS-ECRITURE
                       DISPLAY "CUSTUNLD: erreur ecriture UNLDCRM, "
                               "statut " WS-UNLDCRM-STATUS
                   END-IF
               WHEN 3
                   MOVE UNLOAD-RECORD TO UNLOAD-SEQ-REC
                   WRITE UNLOAD-SEQ-REC
                   IF WS-UNLDSEQ-STATUS NOT = "00"
                       ADD 1 TO WS-ERREURS-ECRITURE
                       DISPLAY "CUSTUNLD: erreur ecriture UNLDSEQ, "
                               "statut " WS-UNLDSEQ-STATUS
                   END-IF
           END-EVALUATE.

       8300-ECRIRE-TRAILER.
           MOVE SPACES TO UNLOAD-RECORD
           SET UNL-TRAILER TO TRUE
           MOVE WS-CTL-FICHIER(WS-FIC-NO) TO UNL-FICHIER
           MOVE WS-CTL-NB(WS-FIC-NO) TO UNL-NB-ENREG
           MOVE WS-CTL-HASH(WS-FIC-NO) TO UNL-HASH-CUST-ID
           MOVE WS-CTL-MAX(WS-FIC-NO) TO UNL-MAX-CUST-ID
           MOVE WS-DATE-CYCLE TO UNL-DATE-CYCLE
           MOVE WS-TIMESTAMP-DECHARGEMENT TO UNL-TIMESTAMP
           MOVE WS-JRN-NB-ENTREES TO UNL-JRN-NB-ENTREES
           MOVE WS-JRN-DERNIER-TS TO UNL-JRN-DERNIER-TS
           PERFORM 8250-ECRIRE-GENERATION

           DISPLAY "CUSTUNLD: " WS-CTL-FICHIER(WS-FIC-NO) " "
                   WS-CTL-NB(WS-FIC-NO) " enreg., total CUST-ID "
                   WS-CTL-HASH(WS-FIC-NO) ", max "
                   WS-CTL-MAX(WS-FIC-NO).

       8400-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO UNLOAD-RPT-RECORD
           WRITE UNLOAD-RPT-RECORD
           PERFORM 8450-VERIFIER-STATUT-RAPPORT.

       8450-VERIFIER-STATUT-RAPPORT.
           IF WS-UNLRPT-STATUS NOT = "00"
               DISPLAY "CUSTUNLD: erreur ecriture UNLRPT, statut "
                       WS-UNLRPT-STATUS
           END-IF.

       9000-TERMINAISON.
           CLOSE CUSTOMER-MASTER
           CLOSE UNLOAD-MAST-FILE
           CLOSE UNLOAD-CRM-FILE
           CLOSE UNLOAD-SEQ-FILE
           CLOSE UNLOAD-RPT

           EVALUATE TRUE
               WHEN WS-ERREURS-ECRITURE > ZERO
                   DISPLAY "CUSTUNLD: " WS-ERREURS-ECRITURE
                           " erreur(s) d'ecriture - sauvegarde "
                           "inutilisable"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FICHIERS-ABSENTS > ZERO
                   DISPLAY "CUSTUNLD: " WS-FICHIERS-ABSENTS
                           " fichier(s) absent(s) ou vide(s)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CUSTUNLD: dechargement complet"
           END-EVALUATE

           PERFORM 9300-JOURNALISER-CHAINE.

       9300-JOURNALISER-CHAINE.
           OPEN EXTEND CHAIN-STATUS-FILE
           IF WS-CHNSTAT-STATUS = "35"
               OPEN OUTPUT CHAIN-STATUS-FILE
               CLOSE CHAIN-STATUS-FILE
               OPEN EXTEND CHAIN-STATUS-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "CUSTUNLD" TO CHN-JOB
           MOVE WS-DATE-CYCLE TO CHN-DATE-CYCLE
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO CHN-TIMESTAMP
           MOVE RETURN-CODE TO CHN-RC
           MOVE WS-CTL-NB(1) TO CHN-CPT-1
           MOVE WS-CTL-NB(2) TO CHN-CPT-2
           MOVE WS-JRN-NB-ENTREES TO CHN-CPT-3
           MOVE WS-CTL-MAX(3) TO CHN-CPT-4

           WRITE CHAIN-STATUS-RECORD
           IF WS-CHNSTAT-STATUS NOT = "00"
               DISPLAY "CUSTUNLD: erreur ecriture CHNSTAT, statut "
                       WS-CHNSTAT-STATUS
           END-IF
           CLOSE CHAIN-STATUS-FILE.
