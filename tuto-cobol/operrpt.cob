       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

           SELECT TRI-ACCES ASSIGN TO "SORTWK1".

           SELECT TRI-REFUS ASSIGN TO "SORTWK2".

           SELECT TRI-MOUVEMENTS ASSIGN TO "SORTWK3".

           SELECT OPER-RPT ASSIGN TO "OPERRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
           COPY SECLOG.

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       SD  TRI-ACCES.
       01  TRI-ACCES-RECORD.
           05 TAC-OPERATEUR            PIC X(8).
           05 TAC-PROGRAMME            PIC X(8).
           05 TAC-TIMESTAMP            PIC X(14).
           05 TAC-RESULTAT             PIC X(1).

       SD  TRI-REFUS.
       01  TRI-REFUS-RECORD.
           05 TRF-TIMESTAMP            PIC X(14).
           05 TRF-PROGRAMME            PIC X(8).
           05 TRF-OPERATEUR            PIC X(8).
           05 TRF-MOTIF                PIC X(30).

       SD  TRI-MOUVEMENTS.
       01  TRI-MOUVEMENT-RECORD.
           05 TMV-OPERATEUR            PIC X(8).
           05 TMV-ACTION               PIC X(1).

       FD  OPER-RPT.
       01  OPER-RPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-SECLOG-STATUS        PIC XX.
           05 WS-CUSTJRNL-STATUS      PIC XX.
           05 WS-OPERRPT-STATUS       PIC XX.

       01 WS-PARM-DATE-DEBUT          PIC X(8).
       01 WS-DATE-DEBUT               PIC X(8).
       01 WS-DATE-FIN                 PIC X(8).
       01 WS-DATE-CALCUL              PIC 9(8).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-SECLOG-SW                PIC X(1) VALUE 'N'.
           88 FIN-SECURITY-LOG        VALUE 'O'.
       01 WS-CUSTJRNL-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-JOURNAL    VALUE 'O'.
       01 WS-TRI-SW                   PIC X(1) VALUE 'N'.
           88 FIN-TRI                 VALUE 'O'.

       01 WS-GRP-OPERATEUR            PIC X(8).
       01 WS-GRP-PROGRAMME            PIC X(8).
       01 WS-GRP-DERNIER              PIC X(14).
       01 WS-GRP-ACCES                PIC 9(9).
       01 WS-GRP-REFUS                PIC 9(9).
       01 WS-GRP-AJOUTS               PIC 9(9).
       01 WS-GRP-MODIFS               PIC 9(9).
       01 WS-GRP-SUPPRS               PIC 9(9).
       01 WS-GRP-FUSIONS              PIC 9(9).

       01 WS-TOT-ACCES                PIC 9(9) VALUE ZERO.
       01 WS-TOT-REFUS                PIC 9(9) VALUE ZERO.
       01 WS-TOT-MOUVEMENTS           PIC 9(9) VALUE ZERO.

       01 WS-RPT-LIGNE                PIC X(80).
       01 WS-RPT-COMPTEUR             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-CPT-1                PIC ZZZZZ9.
       01 WS-RPT-CPT-2                PIC ZZZZZ9.
       01 WS-RPT-CPT-3                PIC ZZZZZ9.
       01 WS-RPT-CPT-4                PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2000-ACCES-PAR-FONCTION

           PERFORM 3000-LISTER-LES-REFUS

           PERFORM 4000-MOUVEMENTS-PAR-OPERATEUR

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           MOVE SPACES TO WS-PARM-DATE-DEBUT
           ACCEPT WS-PARM-DATE-DEBUT
           IF WS-PARM-DATE-DEBUT = SPACES
               COMPUTE WS-DATE-CALCUL =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8)))
                        - 6)
               MOVE WS-DATE-CALCUL TO WS-DATE-DEBUT
           ELSE
               IF WS-PARM-DATE-DEBUT IS NOT NUMERIC
                   DISPLAY "OPERRPT: date de debut invalide '"
                           WS-PARM-DATE-DEBUT "' - arret"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DATE-DEBUT TO WS-DATE-DEBUT
           END-IF

           COMPUTE WS-DATE-CALCUL =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DATE-DEBUT)) + 6)
           MOVE WS-DATE-CALCUL TO WS-DATE-FIN

           DISPLAY "OPERRPT: semaine du " WS-DATE-DEBUT
                   " au " WS-DATE-FIN

           OPEN OUTPUT OPER-RPT

           MOVE "OPERRPT - ACCES AUX DONNEES CLIENTS PAR OPERATEUR"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE SPACES TO WS-RPT-LIGNE
           STRING "SEMAINE DU " DELIMITED BY SIZE
                  WS-DATE-DEBUT DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  WS-DATE-FIN DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

      *    Section 1 : chaque ouverture de session (SECLOG) de la
      *    semaine, cumulee par operateur et par programme.
       2000-ACCES-PAR-FONCTION.
           MOVE "ACCES PAR OPERATEUR ET PAR FONCTION"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE "  OPERATEUR FONCTION  ACCORDES  REFUSES  DERNIER ACCES"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           SORT TRI-ACCES
               ON ASCENDING KEY TAC-OPERATEUR
                                TAC-PROGRAMME
                                TAC-TIMESTAMP
               INPUT PROCEDURE IS 2100-ALIMENTER-TRI-ACCES
               OUTPUT PROCEDURE IS 2300-EXPLOITER-TRI-ACCES.

       2100-ALIMENTER-TRI-ACCES.
           PERFORM 7000-OUVRIR-SECLOG

           PERFORM 2200-VERSER-UN-ACCES
               UNTIL FIN-SECURITY-LOG

           PERFORM 7100-FERMER-SECLOG.

       2200-VERSER-UN-ACCES.
           IF SEC-TIMESTAMP(1:8) NOT < WS-DATE-DEBUT
              AND SEC-TIMESTAMP(1:8) NOT > WS-DATE-FIN
               MOVE SEC-OPERATEUR TO TAC-OPERATEUR
               MOVE SEC-PROGRAMME TO TAC-PROGRAMME
               MOVE SEC-TIMESTAMP TO TAC-TIMESTAMP
               MOVE SEC-RESULTAT TO TAC-RESULTAT
               RELEASE TRI-ACCES-RECORD
           END-IF

           PERFORM 7050-LIRE-SECLOG.

       2300-EXPLOITER-TRI-ACCES.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 2350-RETOURNER-ACCES

           IF FIN-TRI
               MOVE "  (AUCUN ACCES CETTE SEMAINE)" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 2400-TRAITER-UN-GROUPE-ACCES
               UNTIL FIN-TRI.

       2350-RETOURNER-ACCES.
           RETURN TRI-ACCES
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       2400-TRAITER-UN-GROUPE-ACCES.
           MOVE TAC-OPERATEUR TO WS-GRP-OPERATEUR
           MOVE TAC-PROGRAMME TO WS-GRP-PROGRAMME
           MOVE ZERO TO WS-GRP-ACCES
           MOVE ZERO TO WS-GRP-REFUS
           MOVE SPACES TO WS-GRP-DERNIER

           PERFORM 2450-CUMULER-UN-ACCES
               UNTIL FIN-TRI
                  OR TAC-OPERATEUR NOT = WS-GRP-OPERATEUR
                  OR TAC-PROGRAMME NOT = WS-GRP-PROGRAMME

           MOVE WS-GRP-ACCES TO WS-RPT-CPT-1
           MOVE WS-GRP-REFUS TO WS-RPT-CPT-2
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  WS-GRP-OPERATEUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GRP-PROGRAMME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-CPT-1 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-CPT-2 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-GRP-DERNIER DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       2450-CUMULER-UN-ACCES.
           IF TAC-RESULTAT = 'A'
               ADD 1 TO WS-GRP-ACCES
               ADD 1 TO WS-TOT-ACCES
               MOVE TAC-TIMESTAMP TO WS-GRP-DERNIER
           ELSE
               ADD 1 TO WS-GRP-REFUS
           END-IF

           PERFORM 2350-RETOURNER-ACCES.

      *    Section 2 : chaque refus de la semaine, dans l'ordre
      *    chronologique, avec son motif.
       3000-LISTER-LES-REFUS.
           MOVE "REFUS D'ACCES" TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           SORT TRI-REFUS
               ON ASCENDING KEY TRF-TIMESTAMP
               INPUT PROCEDURE IS 3100-ALIMENTER-TRI-REFUS
               OUTPUT PROCEDURE IS 3300-EXPLOITER-TRI-REFUS.

       3100-ALIMENTER-TRI-REFUS.
           PERFORM 7000-OUVRIR-SECLOG

           PERFORM 3200-VERSER-UN-REFUS
               UNTIL FIN-SECURITY-LOG

           PERFORM 7100-FERMER-SECLOG.

       3200-VERSER-UN-REFUS.
           IF SEC-TIMESTAMP(1:8) NOT < WS-DATE-DEBUT
              AND SEC-TIMESTAMP(1:8) NOT > WS-DATE-FIN
              AND SEC-REFUSE
               MOVE SEC-TIMESTAMP TO TRF-TIMESTAMP
               MOVE SEC-PROGRAMME TO TRF-PROGRAMME
               MOVE SEC-OPERATEUR TO TRF-OPERATEUR
               MOVE SEC-MOTIF TO TRF-MOTIF
               RELEASE TRI-REFUS-RECORD
           END-IF

           PERFORM 7050-LIRE-SECLOG.

       3300-EXPLOITER-TRI-REFUS.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 3350-RETOURNER-REFUS

           IF FIN-TRI
               MOVE "  (AUCUN REFUS CETTE SEMAINE)" TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 3400-IMPRIMER-UN-REFUS
               UNTIL FIN-TRI.

       3350-RETOURNER-REFUS.
           RETURN TRI-REFUS
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       3400-IMPRIMER-UN-REFUS.
           ADD 1 TO WS-TOT-REFUS
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  TRF-TIMESTAMP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRF-PROGRAMME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRF-OPERATEUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRF-MOTIF DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           PERFORM 3350-RETOURNER-REFUS.

      *    Section 3 : ce que chaque operateur a fait des fiches,
      *    d'apres le journal CUSTJRNL de la semaine.
       4000-MOUVEMENTS-PAR-OPERATEUR.
           MOVE "MODIFICATIONS DE FICHES PAR OPERATEUR (CUSTJRNL)"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE "  OPERATEUR  AJOUTS  MODIFS  SUPPRS  FUSIONS"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           SORT TRI-MOUVEMENTS
               ON ASCENDING KEY TMV-OPERATEUR
               INPUT PROCEDURE IS 4100-ALIMENTER-TRI-MOUVEMENTS
               OUTPUT PROCEDURE IS 4300-EXPLOITER-TRI-MOUVEMENTS.

       4100-ALIMENTER-TRI-MOUVEMENTS.
           OPEN INPUT CUSTOMER-JOURNAL
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "OPERRPT: journal CUSTJRNL indisponible, "
                       "statut " WS-CUSTJRNL-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 4150-LIRE-JOURNAL
               PERFORM 4200-VERSER-UN-MOUVEMENT
                   UNTIL FIN-CUSTOMER-JOURNAL
               CLOSE CUSTOMER-JOURNAL
           END-IF.

       4150-LIRE-JOURNAL.
           READ CUSTOMER-JOURNAL
               AT END SET FIN-CUSTOMER-JOURNAL TO TRUE
           END-READ.

       4200-VERSER-UN-MOUVEMENT.
           IF JRN-TIMESTAMP(1:8) NOT < WS-DATE-DEBUT
              AND JRN-TIMESTAMP(1:8) NOT > WS-DATE-FIN
               MOVE JRN-OPERATEUR TO TMV-OPERATEUR
               MOVE JRN-ACTION TO TMV-ACTION
               RELEASE TRI-MOUVEMENT-RECORD
           END-IF

           PERFORM 4150-LIRE-JOURNAL.

       4300-EXPLOITER-TRI-MOUVEMENTS.
           MOVE 'N' TO WS-TRI-SW
           PERFORM 4350-RETOURNER-MOUVEMENT

           IF FIN-TRI
               MOVE "  (AUCUNE MODIFICATION CETTE SEMAINE)"
                   TO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           PERFORM 4400-TRAITER-UN-OPERATEUR
               UNTIL FIN-TRI.

       4350-RETOURNER-MOUVEMENT.
           RETURN TRI-MOUVEMENTS
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN.

       4400-TRAITER-UN-OPERATEUR.
           MOVE TMV-OPERATEUR TO WS-GRP-OPERATEUR
           MOVE ZERO TO WS-GRP-AJOUTS
           MOVE ZERO TO WS-GRP-MODIFS
           MOVE ZERO TO WS-GRP-SUPPRS
           MOVE ZERO TO WS-GRP-FUSIONS

           PERFORM 4450-CUMULER-UN-MOUVEMENT
               UNTIL FIN-TRI
                  OR TMV-OPERATEUR NOT = WS-GRP-OPERATEUR

           MOVE WS-GRP-AJOUTS TO WS-RPT-CPT-1
           MOVE WS-GRP-MODIFS TO WS-RPT-CPT-2
           MOVE WS-GRP-SUPPRS TO WS-RPT-CPT-3
           MOVE WS-GRP-FUSIONS TO WS-RPT-CPT-4
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  " DELIMITED BY SIZE
                  WS-GRP-OPERATEUR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-CPT-1 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-CPT-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-CPT-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-CPT-4 DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       4450-CUMULER-UN-MOUVEMENT.
           ADD 1 TO WS-TOT-MOUVEMENTS
           EVALUATE TMV-ACTION
               WHEN 'A'
                   ADD 1 TO WS-GRP-AJOUTS
               WHEN 'M'
                   ADD 1 TO WS-GRP-MODIFS
               WHEN 'S'
                   ADD 1 TO WS-GRP-SUPPRS
               WHEN 'F'
                   ADD 1 TO WS-GRP-FUSIONS
           END-EVALUATE

           PERFORM 4350-RETOURNER-MOUVEMENT.

       7000-OUVRIR-SECLOG.
           MOVE 'N' TO WS-SECLOG-SW
           OPEN INPUT SECURITY-LOG
           EVALUATE WS-SECLOG-STATUS
               WHEN "00"
                   PERFORM 7050-LIRE-SECLOG
               WHEN "35"
                   SET FIN-SECURITY-LOG TO TRUE
               WHEN OTHER
                   DISPLAY "OPERRPT: ouverture SECLOG impossible, "
                           "statut " WS-SECLOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       7050-LIRE-SECLOG.
           READ SECURITY-LOG
               AT END SET FIN-SECURITY-LOG TO TRUE
           END-READ.

       7100-FERMER-SECLOG.
           IF WS-SECLOG-STATUS NOT = "35"
               CLOSE SECURITY-LOG
           END-IF.

       8200-ECRIRE-LIGNE.
           MOVE WS-RPT-LIGNE TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       8250-VERIFIER-STATUT-RAPPORT.
           IF WS-OPERRPT-STATUS NOT = "00"
               DISPLAY "OPERRPT: erreur ecriture OPERRPT, statut "
                       WS-OPERRPT-STATUS
           END-IF.

       8300-IMPRIMER-TOTAUX.
           MOVE "----------------------------------------"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT

           MOVE WS-TOT-ACCES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ACCES ACCORDES            : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TOT-REFUS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ACCES REFUSES             : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-TOT-MOUVEMENTS TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MODIFICATIONS JOURNALISEES: " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO OPER-RPT-RECORD
           WRITE OPER-RPT-RECORD
           PERFORM 8250-VERIFIER-STATUT-RAPPORT.

       9000-TERMINAISON.
           PERFORM 8300-IMPRIMER-TOTAUX

           CLOSE OPER-RPT

           IF WS-TOT-REFUS > ZERO
               DISPLAY "OPERRPT: " WS-TOT-REFUS
                       " refus d'acces cette semaine - voir OPERRPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "OPERRPT: aucun refus d'acces cette semaine"
           END-IF.
