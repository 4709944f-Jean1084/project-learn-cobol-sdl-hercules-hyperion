       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRNPAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NOM-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT NPAI-RETOURS ASSIGN TO "NPAIIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPAIIN-STATUS.

           SELECT FIX-LIST ASSIGN TO "FIXLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXLIST-STATUS.

           SELECT TRI-RETOURS ASSIGN TO "SORTWK".

           SELECT NPAI-RPT ASSIGN TO "NPAIRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPAIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

      *    Fichier des plis revenus remis par le service courrier :
      *    CUST-ID imprime sur la lettre, date du retour (AAAAMMJJ)
      *    et motif La Poste coche sur le pli (voir 1100).
       FD  NPAI-RETOURS.
       01  NPAI-RETOUR-RECORD.
           05 NPR-CUST-ID              PIC X(9).
           05 FILLER                   PIC X(1).
           05 NPR-DATE-RETOUR          PIC X(8).
           05 FILLER                   PIC X(1).
           05 NPR-MOTIF                PIC X(2).
           05 FILLER                   PIC X(59).

       FD  FIX-LIST.
       01  FIX-LIST-RECORD.
           05 FIX-CUST-ID              PIC 9(9).
           05 FILLER                   PIC X(2).
           05 FIX-MOTIF                PIC X(40).

       SD  TRI-RETOURS.
       01  TRI-RETOUR-RECORD.
           05 TRT-BRANCH-CODE          PIC X(3).
           05 TRT-MOTIF-NO             PIC 9(2).
           05 TRT-CUST-ID              PIC 9(9).
           05 TRT-NOM                  PIC X(31).
           05 TRT-DATE-RETOUR          PIC X(8).

       FD  NPAI-RPT.
       01  NPAI-RPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-NPAIIN-STATUS        PIC XX.
           05 WS-FIXLIST-STATUS       PIC XX.
           05 WS-NPAIRPT-STATUS       PIC XX.

       01 WS-NPAIIN-SW                PIC X(1) VALUE 'N'.
           88 FIN-NPAI-RETOURS        VALUE 'O'.
       01 WS-NPAIIN-PRESENT-SW        PIC X(1) VALUE 'N'.
           88 NPAIIN-PRESENT          VALUE 'O'.
       01 WS-TRI-SW                   PIC X(1) VALUE 'N'.
           88 FIN-TRI                 VALUE 'O'.

       01 WS-NB-MOTIFS                PIC 9(2) VALUE 7.
       01 WS-TABLE-MOTIFS.
           05 WS-MOTIF-ENTREE OCCURS 7 TIMES
                   INDEXED BY WS-MOTIF-IDX.
               10 WS-MOTIF-CODE       PIC X(2).
               10 WS-MOTIF-LIB        PIC X(23).
               10 WS-MOTIF-CPT        PIC 9(9).
       01 WS-MOTIF-NO                 PIC 9(2).

       01 WS-MOTIF-REJET              PIC X(30).

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-AUJOURDHUI               PIC X(8).
       01 WS-NOM-COMPLET              PIC X(31).

       01 WS-GRP-BRANCH-CODE          PIC X(3).
       01 WS-GRP-RETOURS              PIC 9(9).

       01 WS-RETOURS-LUS              PIC 9(9) VALUE ZERO.
       01 WS-RETOURS-MARQUES          PIC 9(9) VALUE ZERO.
       01 WS-RETOURS-DEJA-NPAI        PIC 9(9) VALUE ZERO.
       01 WS-RETOURS-REJETES          PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-CPT                  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-MARQUER-LES-RETOURS

           PERFORM 4000-EDITER-PAR-MOTIF

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-AUJOURDHUI

           PERFORM 1100-INITIALISER-MOTIFS

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ADRNPAI: ouverture CUSTMAST impossible, "
                       "statut " WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NPAI-RETOURS
           EVALUATE WS-NPAIIN-STATUS
               WHEN "00"
                   SET NPAIIN-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "ADRNPAI: pas de fichier NPAIIN - aucun "
                           "retour a traiter"
                   SET FIN-NPAI-RETOURS TO TRUE
               WHEN OTHER
                   DISPLAY "ADRNPAI: ouverture NPAIIN impossible, "
                           "statut " WS-NPAIIN-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN EXTEND FIX-LIST
           IF WS-FIXLIST-STATUS = "35"
               OPEN OUTPUT FIX-LIST
               CLOSE FIX-LIST
               OPEN EXTEND FIX-LIST
           END-IF
           IF WS-FIXLIST-STATUS NOT = "00"
               DISPLAY "ADRNPAI: ouverture FIXLIST impossible, "
                       "statut " WS-FIXLIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NPAI-RPT

           MOVE "ADRNPAI - PLIS REVENUS NPAI" TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "TRAITEMENT DU " DELIMITED BY SIZE
                  WS-AUJOURDHUI DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

      *    Motifs de retour La Poste portes sur le pli.
       1100-INITIALISER-MOTIFS.
           MOVE "DI" TO WS-MOTIF-CODE(1)
           MOVE "DESTINATAIRE INCONNU" TO WS-MOTIF-LIB(1)
           MOVE "AI" TO WS-MOTIF-CODE(2)
           MOVE "ADRESSE INCOMPLETE" TO WS-MOTIF-LIB(2)
           MOVE "DS" TO WS-MOTIF-CODE(3)
           MOVE "DEMENAGE SANS ADRESSE" TO WS-MOTIF-LIB(3)
           MOVE "RF" TO WS-MOTIF-CODE(4)
           MOVE "REFUSE" TO WS-MOTIF-LIB(4)
           MOVE "NR" TO WS-MOTIF-CODE(5)
           MOVE "NON RECLAME" TO WS-MOTIF-LIB(5)
           MOVE "DC" TO WS-MOTIF-CODE(6)
           MOVE "DESTINATAIRE DECEDE" TO WS-MOTIF-LIB(6)
           MOVE "AU" TO WS-MOTIF-CODE(7)
           MOVE "AUTRE MOTIF" TO WS-MOTIF-LIB(7)

           PERFORM 1150-RAZ-UN-MOTIF
               VARYING WS-MOTIF-NO FROM 1 BY 1
               UNTIL WS-MOTIF-NO > WS-NB-MOTIFS.

       1150-RAZ-UN-MOTIF.
           MOVE ZERO TO WS-MOTIF-CPT(WS-MOTIF-NO).

      *    Section 1 : chaque retour valide marque l'adresse NPAI,
      *    ajoute le client a la FIX LIST et part au tri par agence
      *    puis par motif; les retours rejetes sont listes d'abord.
       2000-MARQUER-LES-RETOURS.
           MOVE "RETOURS REJETES" TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           SORT TRI-RETOURS
               ON ASCENDING KEY TRT-BRANCH-CODE
                                TRT-MOTIF-NO
                                TRT-CUST-ID
               INPUT PROCEDURE IS 2100-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 3000-EDITER-PAR-AGENCE.

       2100-ALIMENTER-TRI.
           PERFORM 2150-LIRE-RETOUR
           PERFORM 2200-TRAITER-UN-RETOUR
               UNTIL FIN-NPAI-RETOURS

           IF WS-RETOURS-REJETES = ZERO
               MOVE "  (AUCUN)" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF
           MOVE SPACES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       2150-LIRE-RETOUR.
           IF NOT FIN-NPAI-RETOURS
               READ NPAI-RETOURS
                   AT END SET FIN-NPAI-RETOURS TO TRUE
               END-READ
           END-IF.

       2200-TRAITER-UN-RETOUR.
           ADD 1 TO WS-RETOURS-LUS
           MOVE FUNCTION UPPER-CASE(NPR-MOTIF) TO NPR-MOTIF

           SET WS-MOTIF-IDX TO 1
           SEARCH WS-MOTIF-ENTREE
               AT END
                   MOVE ZERO TO WS-MOTIF-NO
               WHEN WS-MOTIF-CODE(WS-MOTIF-IDX) = NPR-MOTIF
                   SET WS-MOTIF-NO TO WS-MOTIF-IDX
           END-SEARCH

           EVALUATE TRUE
               WHEN NPR-CUST-ID IS NOT NUMERIC
                   MOVE "CUST-ID NON NUMERIQUE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               WHEN NPR-DATE-RETOUR IS NOT NUMERIC
                   MOVE "DATE DE RETOUR INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(NPR-DATE-RETOUR)) NOT = ZERO
                  OR NPR-DATE-RETOUR > WS-AUJOURDHUI
                   MOVE "DATE DE RETOUR INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               WHEN WS-MOTIF-NO = ZERO
                   MOVE "MOTIF DE RETOUR INCONNU" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               WHEN OTHER
                   PERFORM 2300-MARQUER-UN-CLIENT
           END-EVALUATE

           PERFORM 2150-LIRE-RETOUR.

       2300-MARQUER-UN-CLIENT.
           MOVE NPR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CLIENT INCONNU DU MASTER" TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               NOT INVALID KEY
                   IF ADR-NPAI
                       ADD 1 TO WS-RETOURS-DEJA-NPAI
                       DISPLAY "ADRNPAI: client " CUST-ID
                               " deja signale NPAI - ignore"
                   ELSE
                       PERFORM 2400-ENREGISTRER-NPAI
                   END-IF
           END-READ.

       2400-ENREGISTRER-NPAI.
           SET ADR-NPAI TO TRUE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "MAJ DU MASTER IMPOSSIBLE"
                       TO WS-MOTIF-REJET
                   PERFORM 2900-REJETER-RETOUR
               NOT INVALID KEY
                   ADD 1 TO WS-RETOURS-MARQUES
                   ADD 1 TO WS-MOTIF-CPT(WS-MOTIF-NO)
                   PERFORM 2500-ECRIRE-FIX-LIST
                   PERFORM 6000-COMPOSER-NOM-COMPLET
                   MOVE CUST-BRANCH-CODE TO TRT-BRANCH-CODE
                   MOVE WS-MOTIF-NO TO TRT-MOTIF-NO
                   MOVE CUST-ID TO TRT-CUST-ID
                   MOVE WS-NOM-COMPLET TO TRT-NOM
                   MOVE NPR-DATE-RETOUR TO TRT-DATE-RETOUR
                   RELEASE TRI-RETOUR-RECORD
           END-REWRITE.

       2500-ECRIRE-FIX-LIST.
           MOVE SPACES TO FIX-LIST-RECORD
           MOVE CUST-ID TO FIX-CUST-ID
           STRING "NPAI DU " DELIMITED BY SIZE
                  NPR-DATE-RETOUR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIF-LIB(WS-MOTIF-NO) DELIMITED BY SIZE
                  INTO FIX-MOTIF

           WRITE FIX-LIST-RECORD
           IF WS-FIXLIST-STATUS NOT = "00"
               DISPLAY "ADRNPAI: erreur ecriture FIXLIST, statut "
                       WS-FIXLIST-STATUS
           END-IF.

       2900-REJETER-RETOUR.
           ADD 1 TO WS-RETOURS-REJETES
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  NPR-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NPR-DATE-RETOUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NPR-MOTIF DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIF-REJET DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

      *    Section 2 : les clients marques, agence par agence, pour
      *    que chaque agence relance ses propres clients.
       3000-EDITER-PAR-AGENCE.
           MOVE "RETOURS PAR AGENCE" TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE 'N' TO WS-TRI-SW
           PERFORM 3050-RETOURNER-RETOUR

           IF FIN-TRI
               MOVE "  (AUCUN CLIENT MARQUE NPAI)" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 3100-TRAITER-UNE-AGENCE
               UNTIL FIN-TRI.

       3050-RETOURNER-RETOUR.
           RETURN TRI-RETOURS
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       3100-TRAITER-UNE-AGENCE.
           MOVE TRT-BRANCH-CODE TO WS-GRP-BRANCH-CODE
           MOVE ZERO TO WS-GRP-RETOURS

           MOVE SPACES TO WS-RPT-LIGNE
           IF WS-GRP-BRANCH-CODE = SPACES
               MOVE "AGENCE (NON RENSEIGNEE)" TO WS-RPT-LIGNE
           ELSE
               STRING "AGENCE " DELIMITED BY SIZE
                      WS-GRP-BRANCH-CODE DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
           END-IF
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 3200-IMPRIMER-UN-RETOUR
               UNTIL FIN-TRI
                  OR TRT-BRANCH-CODE NOT = WS-GRP-BRANCH-CODE

           MOVE WS-GRP-RETOURS TO WS-RPT-CPT
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  TOTAL AGENCE " DELIMITED BY SIZE
                  WS-RPT-CPT DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       3200-IMPRIMER-UN-RETOUR.
           ADD 1 TO WS-GRP-RETOURS
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  TRT-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRT-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRT-DATE-RETOUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIF-CODE(TRT-MOTIF-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIF-LIB(TRT-MOTIF-NO) DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 3050-RETOURNER-RETOUR.

      *    Section 3 : recapitulatif par motif de retour.
       4000-EDITER-PAR-MOTIF.
           MOVE SPACES TO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE
           MOVE "RETOURS PAR MOTIF" TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           PERFORM 4100-IMPRIMER-UN-MOTIF
               VARYING WS-MOTIF-NO FROM 1 BY 1
               UNTIL WS-MOTIF-NO > WS-NB-MOTIFS.

       4100-IMPRIMER-UN-MOTIF.
           MOVE WS-MOTIF-CPT(WS-MOTIF-NO) TO WS-RPT-CPT
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  WS-MOTIF-CODE(WS-MOTIF-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIF-LIB(WS-MOTIF-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-CPT DELIMITED BY SIZE
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
           MOVE WS-RPT-LIGNE TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-NPAIRPT-STATUS NOT = "00"
               DISPLAY "ADRNPAI: erreur ecriture NPAIRPT, statut "
                       WS-NPAIRPT-STATUS
           END-IF.

       8300-IMPRIMER-TOTAUX.
           MOVE "----------------------------------------"
               TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-RETOURS-LUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "RETOURS LUS               : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RETOURS-MARQUES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ADRESSES MARQUEES NPAI    : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RETOURS-DEJA-NPAI TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "DEJA SIGNALEES NPAI       : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RETOURS-REJETES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "RETOURS REJETES           : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO NPAI-RPT-RECORD
           WRITE NPAI-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       9000-TERMINAISON.
           PERFORM 8300-IMPRIMER-TOTAUX

           CLOSE CUSTOMER-MASTER
           IF NPAIIN-PRESENT
               CLOSE NPAI-RETOURS
           END-IF
           CLOSE FIX-LIST
           CLOSE NPAI-RPT

           DISPLAY "ADRNPAI: " WS-RETOURS-LUS " retour(s) lu(s), "
                   WS-RETOURS-MARQUES " marque(s) NPAI, "
                   WS-RETOURS-REJETES " rejete(s)"

           IF WS-RETOURS-REJETES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
