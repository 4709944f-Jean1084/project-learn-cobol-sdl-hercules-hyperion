               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDNEW-STATUS.

           SELECT CUSTOMER-CONSENT ASSIGN TO "CONSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CUST-ID
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT CONSENT-HISTORY ASSIGN TO "CONSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSHIST-STATUS.

           SELECT CONSHIST-NOUVEAU ASSIGN TO "CONSHNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSHNEW-STATUS.

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

           SELECT UNLOAD-MAST-FILE ASSIGN TO "UNLDMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDMAST-STATUS.

           SELECT UNLOAD-MAST-NOUVEAU ASSIGN TO "UNLMNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLMNEW-STATUS.

           SELECT UNLOAD-CRM-FILE ASSIGN TO "UNLDCRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLDCRM-STATUS.

           SELECT UNLOAD-CRM-NOUVEAU ASSIGN TO "UNLCNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLCNEW-STATUS.

           SELECT PURGE-RPT ASSIGN TO "PURGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGRPT-STATUS.

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
       FD  CUSTOMER-MASTER.
           05 EXT-NOM                  PIC X(30).
           05 EXT-LANGUAGE-CODE        PIC X(2).
           05 EXT-TIMESTAMP            PIC X(14).
           05 EXT-ACTION               PIC X(1).
           05 EXT-CUST-ID-CIBLE        PIC 9(9).

       FD  EXTRACT-NOUVEAU.
       01  EXTRACT-NOUVEAU-REC         PIC X(65).

       FD  GREETING-EXCEPT.
       01  GREETING-EXCEPT-RECORD      PIC X(80).
           05 PIN-LANGUAGE-CODE        PIC X(2).
           05 PIN-TIMESTAMP            PIC X(14).
           05 PIN-NB-NUITS             PIC 9(3).
           05 PIN-ACTION               PIC X(1).
           05 PIN-CUST-ID-CIBLE        PIC 9(9).

       FD  PENDING-NOUVEAU.
       01  PENDING-NOUVEAU-REC         PIC X(68).

       FD  CUSTOMER-CONSENT.
           COPY CONSREC.

       FD  CONSENT-HISTORY.
           COPY CONSHIST.

       FD  CONSHIST-NOUVEAU.
       01  CONSHIST-NOUVEAU-REC        PIC X(51).

       FD  LETTRE-HIST-FILE.
           COPY LTRHIST.

       FD  FOYER-FILE.
           COPY FOYERREC.

       FD  UNLOAD-MAST-FILE.
       01  UNLOAD-MAST-REC             PIC X(201).

       FD  UNLOAD-MAST-NOUVEAU.
       01  UNLOAD-MAST-NOUVEAU-REC     PIC X(201).

       FD  UNLOAD-CRM-FILE.
       01  UNLOAD-CRM-REC              PIC X(201).

       FD  UNLOAD-CRM-NOUVEAU.
       01  UNLOAD-CRM-NOUVEAU-REC      PIC X(201).

       FD  PURGE-RPT.
       01  PURGE-RPT-RECORD            PIC X(80).

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-EXCNEW-STATUS        PIC XX.
           05 WS-PENDIN-STATUS        PIC XX.
           05 WS-PENDNEW-STATUS       PIC XX.
           05 WS-CONSENT-STATUS       PIC XX.
           05 WS-CONSHIST-STATUS      PIC XX.
           05 WS-CONSHNEW-STATUS      PIC XX.
           05 WS-LTRHIST-STATUS       PIC XX.
           05 WS-FOYER-STATUS         PIC XX.
           05 WS-UNLDMAST-STATUS      PIC XX.
           05 WS-UNLMNEW-STATUS       PIC XX.
           05 WS-UNLDCRM-STATUS       PIC XX.
           05 WS-UNLCNEW-STATUS       PIC XX.
           05 WS-PURGRPT-STATUS       PIC XX.
           05 WS-OPERATR-STATUS       PIC XX.
           05 WS-SECLOG-STATUS        PIC XX.

       01 WS-PARM-CUST-ID             PIC X(9).
       01 WS-PARM-OPERATEUR           PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).

       01 WS-ID-CIBLE-X               PIC X(9).
       01 WS-NOM-KEY-CIBLE            PIC X(30).
       01 WS-EXC-PREFIXE              PIC X(80).
       01 WS-CERT-LUS                 PIC 9(9).
       01 WS-CERT-SUPPR               PIC 9(9).

           COPY UNLDREC.
       01 WS-UNL-ID                   PIC 9(9).
       01 WS-UNL-NB                   PIC 9(9).
       01 WS-UNL-HASH                 PIC 9(18).
       01 WS-UNL-MAX                  PIC 9(9).
       01 WS-UNL-GARDER-SW            PIC X(1).
           88 UNL-A-GARDER            VALUE 'O'.

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

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-COMPTEUR-2           PIC ZZZ,ZZZ,ZZ9.
           PERFORM 6000-PURGER-EXTRACT
           PERFORM 6300-PURGER-EXCEPTIONS
           PERFORM 6600-PURGER-PENDING
           PERFORM 6800-PURGER-CONSENT
           PERFORM 6900-PURGER-CONSHIST
           PERFORM 7000-PURGER-LTRHIST
           PERFORM 7200-PURGER-FOYER
           PERFORM 7300-PURGER-UNLDMAST
           PERFORM 7350-PURGER-UNLDCRM

           PERFORM 9000-TERMINAISON

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-PARM-OPERATEUR
           MOVE SPACES TO WS-PIN-SAISI
           ACCEPT WS-PARM-OPERATEUR
           ACCEPT WS-PIN-SAISI
           PERFORM 1400-IDENTIFIER-OPERATEUR

           MOVE WS-PARM-CUST-ID TO WS-ID-CIBLE-X
           DISPLAY "CUSTPURG: effacement du client " WS-ID-CIBLE-X

                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "EFFACEMENT DEMANDE PAR    : " DELIMITED BY SIZE
                  WS-PARM-OPERATEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO PURGE-RPT-RECORD
           WRITE PURGE-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       1400-IDENTIFIER-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-PARM-OPERATEUR)
               TO WS-PARM-OPERATEUR

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "CUSTPURG: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - arret"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1420-CONTROLER-OPERATEUR

           CLOSE OPERATOR-FILE

           PERFORM 1450-JOURNALISER-SECURITE

           IF OPERATEUR-REFUSE
               DISPLAY "CUSTPURG: operateur '" WS-PARM-OPERATEUR
                       "' refuse (" FUNCTION TRIM(WS-MOTIF-REFUS)
                       ") - purge refusee"
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
                       WHEN OPR-ROLE-FUSION-PURGE
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
           MOVE "CUSTPURG" TO SEC-PROGRAMME
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
               DISPLAY "CUSTPURG: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       2000-RETROUVER-LE-CLIENT.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

      *    Une fusion dont le client efface etait le survivant garde
      *    le retrait ('F') du client absorbe, mais sans la cible :
      *    EXT-CUST-ID-CIBLE est mis a zero et compte comme supprime.
       6100-TRAITER-UN-EXTRAIT.
           READ GREETING-EXTRACT
               AT END
               IF EXT-CUST-ID = WS-PARM-CUST-ID
                   ADD 1 TO WS-CERT-SUPPR
               ELSE
                   IF EXT-CUST-ID-CIBLE = WS-PARM-CUST-ID
                       MOVE ZERO TO EXT-CUST-ID-CIBLE
                       ADD 1 TO WS-CERT-SUPPR
                   END-IF
                   MOVE GREETING-EXTRACT-RECORD
                       TO EXTRACT-NOUVEAU-REC
                   WRITE EXTRACT-NOUVEAU-REC
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

      *    Meme traitement que 6100 pour la cible d'une fusion.
       6700-TRAITER-UN-PENDING.
           READ PENDING-INPUT
               AT END
               IF PIN-CUST-ID = WS-PARM-CUST-ID
                   ADD 1 TO WS-CERT-SUPPR
               ELSE
                   IF PIN-CUST-ID-CIBLE = WS-PARM-CUST-ID
                       MOVE ZERO TO PIN-CUST-ID-CIBLE
                       ADD 1 TO WS-CERT-SUPPR
                   END-IF
                   MOVE PENDING-INPUT-RECORD TO PENDING-NOUVEAU-REC
                   WRITE PENDING-NOUVEAU-REC
               END-IF
           END-IF.

       6800-PURGER-CONSENT.
           MOVE "CONSENT" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN I-O CUSTOMER-CONSENT
           IF WS-CONSENT-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               MOVE WS-PARM-CUST-ID TO CNS-CUST-ID
               READ CUSTOMER-CONSENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CERT-LUS
                       DELETE CUSTOMER-CONSENT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-CERT-SUPPR
                       END-DELETE
               END-READ
               CLOSE CUSTOMER-CONSENT
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

       6900-PURGER-CONSHIST.
           MOVE "CONSHIST" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN INPUT CONSENT-HISTORY
           IF WS-CONSHIST-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               OPEN OUTPUT CONSHIST-NOUVEAU
               MOVE 'N' TO WS-FIN-FICHIER-SW
               PERFORM 6950-TRAITER-UN-HISTORIQUE
                   UNTIL FIN-FICHIER
               CLOSE CONSENT-HISTORY
               CLOSE CONSHIST-NOUVEAU
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

       6950-TRAITER-UN-HISTORIQUE.
           READ CONSENT-HISTORY
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ

           IF NOT FIN-FICHIER
               ADD 1 TO WS-CERT-LUS
               IF CNH-CUST-ID = WS-PARM-CUST-ID
                   ADD 1 TO WS-CERT-SUPPR
               ELSE
                   MOVE CONSENT-HISTORY-RECORD TO CONSHIST-NOUVEAU-REC
                   WRITE CONSHIST-NOUVEAU-REC
               END-IF
           END-IF.

       7000-PURGER-LTRHIST.
           MOVE "LTRHIST" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN I-O LETTRE-HIST-FILE
           IF WS-LTRHIST-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               MOVE 'N' TO WS-FIN-FICHIER-SW
               MOVE WS-PARM-CUST-ID TO LTH-CUST-ID
               MOVE LOW-VALUES TO LTH-CAMPAGNE
               MOVE LOW-VALUES TO LTH-DATE-CYCLE
               START LETTRE-HIST-FILE KEY IS NOT LESS THAN LTH-CLE
                   INVALID KEY
                       SET FIN-FICHIER TO TRUE
               END-START
               PERFORM 7100-TRAITER-UNE-LETTRE
                   UNTIL FIN-FICHIER
               CLOSE LETTRE-HIST-FILE
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

       7100-TRAITER-UNE-LETTRE.
           READ LETTRE-HIST-FILE NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ

           IF NOT FIN-FICHIER
               IF LTH-CUST-ID = WS-PARM-CUST-ID
                   ADD 1 TO WS-CERT-LUS
                   DELETE LETTRE-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CERT-SUPPR
                   END-DELETE
               ELSE
                   SET FIN-FICHIER TO TRUE
               END-IF
           END-IF.

      *    Le client efface quitte son foyer (7600) ; un foyer qui
      *    portait son numero est renumerote, si bien que son
      *    identifiant ne subsiste nulle part dans FOYER.
       7200-PURGER-FOYER.
           MOVE "FOYER" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN I-O FOYER-FILE
           IF WS-FOYER-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               MOVE WS-PARM-CUST-ID TO WS-FOY-PARTANT-ID
               PERFORM 7600-RETIRER-DU-FOYER
               IF FOY-FICHE-RETIREE
                   MOVE 1 TO WS-CERT-LUS
                   MOVE 1 TO WS-CERT-SUPPR
               END-IF
               PERFORM 8400-CERTIFIER-FICHIER
               IF WS-FOY-MESSAGE NOT = SPACES
                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "  " DELIMITED BY SIZE
                          WS-FOY-MESSAGE DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 8200-ECRIRE-LIGNE
               END-IF
               CLOSE FOYER-FILE
           END-IF.

      *    Sauvegardes CUSTUNLD : la generation courante de
      *    CUSTOMER-MASTER et de CRMSTAT est recopiee sans le client
      *    et son trailer recalcule (nombre, total et plus grand
      *    CUST-ID) pour que CUSTRELD la recharge toujours. La
      *    sauvegarde de CUSTSEQ ne porte aucun client.
       7300-PURGER-UNLDMAST.
           MOVE "UNLDMAST" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN INPUT UNLOAD-MAST-FILE
           IF WS-UNLDMAST-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               OPEN OUTPUT UNLOAD-MAST-NOUVEAU
               PERFORM 7380-INITIALISER-TRAILER
               MOVE 'N' TO WS-FIN-FICHIER-SW
               PERFORM 7310-TRAITER-UN-UNLDMAST
                   UNTIL FIN-FICHIER
               CLOSE UNLOAD-MAST-FILE
               CLOSE UNLOAD-MAST-NOUVEAU
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

       7310-TRAITER-UN-UNLDMAST.
           READ UNLOAD-MAST-FILE INTO UNLOAD-RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ

           IF NOT FIN-FICHIER
               ADD 1 TO WS-CERT-LUS
               PERFORM 7390-FILTRER-DECHARGEMENT
               IF UNL-A-GARDER
                   WRITE UNLOAD-MAST-NOUVEAU-REC FROM UNLOAD-RECORD
               END-IF
           END-IF.

       7350-PURGER-UNLDCRM.
           MOVE "UNLDCRM" TO WS-CERT-FICHIER
           MOVE ZERO TO WS-CERT-LUS
           MOVE ZERO TO WS-CERT-SUPPR

           OPEN INPUT UNLOAD-CRM-FILE
           IF WS-UNLDCRM-STATUS NOT = "00"
               PERFORM 8500-CERTIFIER-ABSENT
           ELSE
               OPEN OUTPUT UNLOAD-CRM-NOUVEAU
               PERFORM 7380-INITIALISER-TRAILER
               MOVE 'N' TO WS-FIN-FICHIER-SW
               PERFORM 7360-TRAITER-UN-UNLDCRM
                   UNTIL FIN-FICHIER
               CLOSE UNLOAD-CRM-FILE
               CLOSE UNLOAD-CRM-NOUVEAU
               PERFORM 8400-CERTIFIER-FICHIER
           END-IF.

       7360-TRAITER-UN-UNLDCRM.
           READ UNLOAD-CRM-FILE INTO UNLOAD-RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ

           IF NOT FIN-FICHIER
               ADD 1 TO WS-CERT-LUS
               PERFORM 7390-FILTRER-DECHARGEMENT
               IF UNL-A-GARDER
                   WRITE UNLOAD-CRM-NOUVEAU-REC FROM UNLOAD-RECORD
               END-IF
           END-IF.

       7380-INITIALISER-TRAILER.
           MOVE ZERO TO WS-UNL-NB
           MOVE ZERO TO WS-UNL-HASH
           MOVE ZERO TO WS-UNL-MAX.

      *    Les enregistrements du client sont ecartes ; les autres
      *    alimentent les totaux qui remplacent ceux du trailer. Les
      *    autres zones du trailer (horodatage du dechargement,
      *    position du journal) sont conservees telles quelles.
       7390-FILTRER-DECHARGEMENT.
           SET UNL-A-GARDER TO TRUE
           EVALUATE TRUE
               WHEN UNL-TRAILER
                   MOVE WS-UNL-NB TO UNL-NB-ENREG
                   MOVE WS-UNL-HASH TO UNL-HASH-CUST-ID
                   MOVE WS-UNL-MAX TO UNL-MAX-CUST-ID
               WHEN UNL-DONNEE
                   AND UNL-IMAGE(1:9) = WS-PARM-CUST-ID
                   MOVE 'N' TO WS-UNL-GARDER-SW
                   ADD 1 TO WS-CERT-SUPPR
               WHEN UNL-DONNEE
                   AND UNL-IMAGE(1:9) IS NUMERIC
                   MOVE UNL-IMAGE(1:9) TO WS-UNL-ID
                   ADD 1 TO WS-UNL-NB
                   ADD WS-UNL-ID TO WS-UNL-HASH
                   IF WS-UNL-ID > WS-UNL-MAX
                       MOVE WS-UNL-ID TO WS-UNL-MAX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
                           DISPLAY "CUSTPURG: DELETE FOYER, statut "
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
                   DISPLAY "CUSTPURG: erreur REWRITE FOYER, statut "
                           WS-FOYER-STATUS
           END-REWRITE.

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO PURGE-RPT-RECORD
           WRITE PURGE-RPT-RECORD
