               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

           SELECT FOYER-FILE ASSIGN TO "FOYER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOY-CUST-ID
               ALTERNATE RECORD KEY IS FOY-FOYER-ID WITH DUPLICATES
               FILE STATUS IS WS-FOYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  DUP-RPT.
       01  DUP-RPT-RECORD              PIC X(100).

       FD  FOYER-FILE.
           COPY FOYERREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-CUSTMAST-STATUS      PIC XX.
           05 WS-GREETEXC-STATUS      PIC XX.
           05 WS-DUPRPT-STATUS        PIC XX.
           05 WS-FOYER-STATUS         PIC XX.

       01 WS-CUSTMAST-SW              PIC X(1) VALUE 'N'.
           88 FIN-CUSTOMER-MASTER     VALUE 'O'.
       01 WS-ADR-PREC-CUST-ID         PIC 9(9).
       01 WS-ADR-PREC-NOM-KEY         PIC X(30).

       01 WS-GRP-SIGNALE-SW           PIC X(1).
           88 GROUPE-SIGNALE          VALUE 'O'.
       01 WS-GRP-NB                   PIC 9(2) VALUE ZERO.
       01 WS-GRP-MAX                  PIC 9(2) VALUE 10.
       01 WS-GRP-DEBORDE-SW           PIC X(1).
           88 GROUPE-DEBORDE          VALUE 'O'.
       01 WS-GRP-LIBRES               PIC 9(2) VALUE ZERO.
       01 WS-GRP-IDX                  PIC 9(2).
       01 WS-GRP-FOYER-EXISTANT       PIC 9(9).
       01 WS-GRP-FOYER-ID             PIC 9(9).
       01 WS-GRP-CONTACT-SW           PIC X(1).
           88 CONTACT-A-DESIGNER      VALUE 'O'.
       01 WS-TABLE-GROUPE.
           05 WS-GRP-ENTREE OCCURS 10 TIMES.
               10 WS-GRP-CUST-ID      PIC 9(9).
               10 WS-GRP-LIBRE-SW     PIC X(1).
                   88 GRP-LIBRE       VALUE 'O'.
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-CLIENTS-LUS              PIC 9(9) VALUE ZERO.
       01 WS-EXCEPTIONS-LUES          PIC 9(9) VALUE ZERO.
       01 WS-FOYERS-PROPOSES          PIC 9(9) VALUE ZERO.
       01 WS-MEMBRES-PROPOSES         PIC 9(9) VALUE ZERO.
       01 WS-CLIENTS-A-RATTACHER      PIC 9(9) VALUE ZERO.
       01 WS-ADRESSES-COLLECTIVES     PIC 9(9) VALUE ZERO.
       01 WS-PAIRES-MEME-NOM          PIC 9(9) VALUE ZERO.
       01 WS-PAIRES-MEME-ADRESSE      PIC 9(9) VALUE ZERO.

               STOP RUN
           END-IF

           OPEN I-O FOYER-FILE
           IF WS-FOYER-STATUS = "35"
               OPEN OUTPUT FOYER-FILE
               CLOSE FOYER-FILE
               OPEN I-O FOYER-FILE
           END-IF
           IF WS-FOYER-STATUS NOT = "00"
               DISPLAY "GRTDUPRP: ouverture FOYER impossible, "
                       "statut " WS-FOYER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DUP-RPT

           MOVE "GRTDUPRP - CANDIDATS A LA FUSION DE CLIENTS"
           SORT TRI-ADRESSES
               ON ASCENDING KEY TRI-ADR-LIGNE-1
                                TRI-ADR-LIGNE-2
                                TRI-CUST-ID
               INPUT PROCEDURE IS 3100-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 3300-EXPLOITER-TRI.

           MOVE 'N' TO WS-TRI-SW

           PERFORM 3400-CONTROLER-UNE-ADRESSE
               UNTIL FIN-TRI-ADRESSES

           IF NOT PREMIER-ENREG
               PERFORM 3600-PROPOSER-FOYER
           END-IF.

       3400-CONTROLER-UNE-ADRESSE.
           RETURN TRI-ADRESSES
               IF NOT PREMIER-ENREG
                  AND TRI-ADR-LIGNE-1 = WS-ADR-PREC-LIGNE-1
                  AND TRI-ADR-LIGNE-2 = WS-ADR-PREC-LIGNE-2
                   IF TRI-NOM-KEY NOT = WS-ADR-PREC-NOM-KEY
                       ADD 1 TO WS-PAIRES-MEME-ADRESSE
                       PERFORM 3500-SIGNALER-MEME-ADRESSE
                       SET GROUPE-SIGNALE TO TRUE
                   END-IF
                   PERFORM 3450-AJOUTER-AU-GROUPE
               ELSE
                   IF NOT PREMIER-ENREG
                       PERFORM 3600-PROPOSER-FOYER
                   END-IF
                   MOVE 'N' TO WS-GRP-SIGNALE-SW
                   MOVE 'N' TO WS-GRP-DEBORDE-SW
                   MOVE ZERO TO WS-GRP-NB
                   PERFORM 3450-AJOUTER-AU-GROUPE
               END-IF
               MOVE 'N' TO WS-PREMIER-SW
               MOVE TRI-ADR-LIGNE-1 TO WS-ADR-PREC-LIGNE-1
               MOVE TRI-NOM-KEY TO WS-ADR-PREC-NOM-KEY
           END-IF.

       3450-AJOUTER-AU-GROUPE.
           IF WS-GRP-NB < WS-GRP-MAX
               ADD 1 TO WS-GRP-NB
               MOVE TRI-CUST-ID TO WS-GRP-CUST-ID(WS-GRP-NB)
           ELSE
               SET GROUPE-DEBORDE TO TRUE
           END-IF.

       3500-SIGNALER-MEME-ADRESSE.
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MEME ADRESSE: " DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

      *    Des clients de noms differents a la meme adresse sont
      *    souvent une meme famille plutot que des doublons : ils sont
      *    proposes comme foyer ('P'), a confirmer ou refuser sur
      *    FOYERMNT. Un client deja present sur FOYER, quel que soit
      *    le statut, n'est pas repris - un refus n'est jamais
      *    repropose. Un nouveau venu seul a l'adresse d'un foyer
      *    existant est seulement signale, a rattacher a la main.
      *    Au-dela de WS-GRP-MAX clients l'adresse est collective
      *    (immeuble, foyer-logement) : rien n'est propose.
       3600-PROPOSER-FOYER.
           IF GROUPE-SIGNALE
              AND GROUPE-DEBORDE
               ADD 1 TO WS-ADRESSES-COLLECTIVES
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  PLUS DE " DELIMITED BY SIZE
                      WS-GRP-MAX DELIMITED BY SIZE
                      " CLIENTS A CETTE ADRESSE - PAS DE FOYER PROPOSE"
                          DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF

           IF GROUPE-SIGNALE
              AND NOT GROUPE-DEBORDE
               MOVE ZERO TO WS-GRP-LIBRES
               MOVE ZERO TO WS-GRP-FOYER-EXISTANT
               PERFORM 3610-CONTROLER-UN-MEMBRE
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-NB
               EVALUATE TRUE
                   WHEN WS-GRP-LIBRES > 1
                       ADD 1 TO WS-FOYERS-PROPOSES
                       SET CONTACT-A-DESIGNER TO TRUE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-TIMESTAMP
                       PERFORM 3620-ECRIRE-UN-MEMBRE
                           VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > WS-GRP-NB
                       PERFORM 3650-SIGNALER-FOYER-PROPOSE
                   WHEN WS-GRP-LIBRES = 1
                    AND WS-GRP-FOYER-EXISTANT > ZERO
                       PERFORM 3660-SIGNALER-A-RATTACHER
                           VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > WS-GRP-NB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3610-CONTROLER-UN-MEMBRE.
           MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO FOY-CUST-ID
           READ FOYER-FILE
               INVALID KEY
                   MOVE 'O' TO WS-GRP-LIBRE-SW(WS-GRP-IDX)
                   ADD 1 TO WS-GRP-LIBRES
               NOT INVALID KEY
                   MOVE 'N' TO WS-GRP-LIBRE-SW(WS-GRP-IDX)
                   IF NOT FOY-REFUSE
                       MOVE FOY-FOYER-ID TO WS-GRP-FOYER-EXISTANT
                   END-IF
           END-READ.

       3620-ECRIRE-UN-MEMBRE.
           IF GRP-LIBRE(WS-GRP-IDX)
               MOVE SPACES TO FOYER-RECORD
               MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO FOY-CUST-ID
               IF CONTACT-A-DESIGNER
                   MOVE WS-GRP-CUST-ID(WS-GRP-IDX) TO WS-GRP-FOYER-ID
                   SET FOY-CONTACT-PRINCIPAL TO TRUE
                   MOVE 'N' TO WS-GRP-CONTACT-SW
               ELSE
                   SET FOY-MEMBRE TO TRUE
               END-IF
               MOVE WS-GRP-FOYER-ID TO FOY-FOYER-ID
               SET FOY-PROPOSE TO TRUE
               SET FOY-ORIGINE-AUTO TO TRUE
               MOVE "GRTDUPRP" TO FOY-OPERATEUR
               MOVE WS-CURRENT-TIMESTAMP(1:14) TO FOY-TIMESTAMP
               WRITE FOYER-RECORD
                   INVALID KEY
                       DISPLAY "GRTDUPRP: client " FOY-CUST-ID
                               " deja sur FOYER, statut "
                               WS-FOYER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-MEMBRES-PROPOSES
               END-WRITE
           END-IF.

       3650-SIGNALER-FOYER-PROPOSE.
           MOVE WS-GRP-LIBRES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  FOYER PROPOSE " DELIMITED BY SIZE
                  WS-GRP-FOYER-ID DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  " MEMBRES, A CONFIRMER SUR FOYERMNT"
                      DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.

       3660-SIGNALER-A-RATTACHER.
           IF GRP-LIBRE(WS-GRP-IDX)
               ADD 1 TO WS-CLIENTS-A-RATTACHER
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  CUST-ID " DELIMITED BY SIZE
                      WS-GRP-CUST-ID(WS-GRP-IDX) DELIMITED BY SIZE
                      " A RATTACHER AU FOYER " DELIMITED BY SIZE
                      WS-GRP-FOYER-EXISTANT DELIMITED BY SIZE
                      " SUR FOYERMNT" DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 8200-ECRIRE-LIGNE
           END-IF.

       4000-REPRENDRE-EXCEPTIONS.
           MOVE "DOUBLONS SIGNALES PAR SALUT (GREETEXC)"
               TO DUP-RPT-RECORD
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-FOYERS-PROPOSES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "FOYERS PROPOSES           : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-MEMBRES-PROPOSES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "MEMBRES PROPOSES          : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-CLIENTS-A-RATTACHER TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "CLIENTS A RATTACHER       : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-ADRESSES-COLLECTIVES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "ADRESSES COLLECTIVES      : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE "----------------------------------------"
               TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           PERFORM 8300-IMPRIMER-TOTAUX

           CLOSE CUSTOMER-MASTER
           CLOSE FOYER-FILE
           IF GREETEXC-PRESENT
               CLOSE GREETING-EXCEPT
           END-IF
