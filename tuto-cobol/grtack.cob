           05 EXT-NOM                  PIC X(30).
           05 EXT-LANGUAGE-CODE        PIC X(2).
           05 EXT-TIMESTAMP            PIC X(14).
           05 EXT-ACTION               PIC X(1).
           05 EXT-CUST-ID-CIBLE        PIC 9(9).

       FD  ACK-INPUT.
       01  ACK-INPUT-RECORD.
           05 PIN-LANGUAGE-CODE        PIC X(2).
           05 PIN-TIMESTAMP            PIC X(14).
           05 PIN-NB-NUITS             PIC 9(3).
           05 PIN-ACTION               PIC X(1).
           05 PIN-CUST-ID-CIBLE        PIC 9(9).

       FD  PENDING-OUTPUT.
       01  PENDING-OUTPUT-RECORD.
           05 POUT-LANGUAGE-CODE       PIC X(2).
           05 POUT-TIMESTAMP           PIC X(14).
           05 POUT-NB-NUITS            PIC 9(3).
           05 POUT-ACTION              PIC X(1).
           05 POUT-CUST-ID-CIBLE       PIC 9(9).

       FD  RESEND-QUEUE.
       01  RESEND-QUEUE-RECORD.
           05 RSND-CUST-ID             PIC 9(9).
           05 RSND-MOTIF               PIC X(30).
           05 RSND-ACTION              PIC X(1).
           05 RSND-CUST-ID-CIBLE       PIC 9(9).

       FD  ACK-RPT.
       01  ACK-RPT-RECORD              PIC X(80).
           05 TEX-NOM                  PIC X(30).
           05 TEX-LANGUAGE-CODE        PIC X(2).
           05 TEX-TIMESTAMP            PIC X(14).
           05 TEX-ACTION               PIC X(1).
           05 TEX-CUST-ID-CIBLE        PIC 9(9).

       SD  TRI-PENDINGS.
       01  TRI-PENDING-RECORD.
           05 TPE-LANGUAGE-CODE        PIC X(2).
           05 TPE-TIMESTAMP            PIC X(14).
           05 TPE-NB-NUITS             PIC 9(3).
           05 TPE-ACTION               PIC X(1).
           05 TPE-CUST-ID-CIBLE        PIC 9(9).

       FD  ACK-SORTED.
       01  ACK-SORTED-RECORD.
           05 ETR-NOM                  PIC X(30).
           05 ETR-LANGUAGE-CODE        PIC X(2).
           05 ETR-TIMESTAMP            PIC X(14).
           05 ETR-ACTION               PIC X(1).
           05 ETR-CUST-ID-CIBLE        PIC 9(9).

       FD  PENDING-SORTED.
       01  PENDING-SORTED-RECORD.
           05 PTR-LANGUAGE-CODE        PIC X(2).
           05 PTR-TIMESTAMP            PIC X(14).
           05 PTR-NB-NUITS             PIC 9(3).
           05 PTR-ACTION               PIC X(1).
           05 PTR-CUST-ID-CIBLE        PIC 9(9).

       FD  CHAIN-STATUS-FILE.
           COPY CHNSTAT.
       01 WS-PENDING-REPORTES         PIC 9(9) VALUE ZERO.
       01 WS-EN-RETARD                PIC 9(9) VALUE ZERO.
       01 WS-RESEND-ECRITS            PIC 9(9) VALUE ZERO.
       01 WS-RETRAITS-CONFIRMES       PIC 9(9) VALUE ZERO.

       01 WS-STA-ID                   PIC 9(9).
       01 WS-STA-ETAT                 PIC X(1).
       01 WS-STA-MOTIF                PIC X(30).
       01 WS-STA-NUITS                PIC 9(3).
       01 WS-STA-ACTION               PIC X(1).
           88 MOUVEMENT-DE-RETRAIT    VALUE 'S' 'F'.
       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-DATE-CYCLE               PIC X(8).
       01 WS-TIMESTAMP-CYCLE          PIC X(14).
           PERFORM 2100-CHERCHER-ACK

           MOVE ETR-CUST-ID TO WS-STA-ID
           MOVE ETR-ACTION TO WS-STA-ACTION
           MOVE SPACES TO WS-STA-MOTIF
           MOVE ZERO TO WS-STA-NUITS

                   PERFORM 3100-SIGNALER-REJET
                   MOVE ETR-CUST-ID TO RSND-CUST-ID
                   MOVE WS-ACK-MOTIF-TROUVE TO RSND-MOTIF
                   MOVE ETR-ACTION TO RSND-ACTION
                   MOVE ETR-CUST-ID-CIBLE TO RSND-CUST-ID-CIBLE
                   PERFORM 8400-ECRIRE-RESEND
                   MOVE 'R' TO WS-STA-ETAT
                   MOVE WS-ACK-MOTIF-TROUVE TO WS-STA-MOTIF
                   MOVE ETR-LANGUAGE-CODE TO POUT-LANGUAGE-CODE
                   MOVE ETR-TIMESTAMP TO POUT-TIMESTAMP
                   MOVE 1 TO POUT-NB-NUITS
                   MOVE ETR-ACTION TO POUT-ACTION
                   MOVE ETR-CUST-ID-CIBLE TO POUT-CUST-ID-CIBLE
                   PERFORM 8500-ECRIRE-PENDING
                   MOVE 'P' TO WS-STA-ETAT
                   MOVE 1 TO WS-STA-NUITS
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REJET CRM: CUST-ID " DELIMITED BY SIZE
                  ETR-CUST-ID DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  ETR-ACTION DELIMITED BY SIZE
                  ") motif " DELIMITED BY SIZE
                  WS-ACK-MOTIF-TROUVE DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.
           PERFORM 2100-CHERCHER-ACK

           MOVE PTR-CUST-ID TO WS-STA-ID
           MOVE PTR-ACTION TO WS-STA-ACTION
           MOVE SPACES TO WS-STA-MOTIF
           MOVE ZERO TO WS-STA-NUITS

                   ADD 1 TO WS-REJETES
                   MOVE PTR-CUST-ID TO RSND-CUST-ID
                   MOVE WS-ACK-MOTIF-TROUVE TO RSND-MOTIF
                   MOVE PTR-ACTION TO RSND-ACTION
                   MOVE PTR-CUST-ID-CIBLE TO RSND-CUST-ID-CIBLE
                   PERFORM 8400-ECRIRE-RESEND
                   PERFORM 4200-SIGNALER-REJET-PENDING
                   MOVE 'R' TO WS-STA-ETAT
                   PERFORM 4100-SIGNALER-RETARD
                   MOVE PTR-CUST-ID TO RSND-CUST-ID
                   MOVE "SANS ACCUSE - RELANCE" TO RSND-MOTIF
                   MOVE PTR-ACTION TO RSND-ACTION
                   MOVE PTR-CUST-ID-CIBLE TO RSND-CUST-ID-CIBLE
                   PERFORM 8400-ECRIRE-RESEND
                   MOVE 'P' TO WS-STA-ETAT
                   MOVE "SANS ACCUSE - RELANCE" TO WS-STA-MOTIF
                   MOVE PTR-LANGUAGE-CODE TO POUT-LANGUAGE-CODE
                   MOVE PTR-TIMESTAMP TO POUT-TIMESTAMP
                   ADD 1 TO PTR-NB-NUITS GIVING POUT-NB-NUITS
                   MOVE PTR-ACTION TO POUT-ACTION
                   MOVE PTR-CUST-ID-CIBLE TO POUT-CUST-ID-CIBLE
                   PERFORM 8500-ECRIRE-PENDING
                   MOVE 'P' TO WS-STA-ETAT
                   MOVE POUT-NB-NUITS TO WS-STA-NUITS
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REJET CRM (TARDIF): CUST-ID " DELIMITED BY SIZE
                  PTR-CUST-ID DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PTR-ACTION DELIMITED BY SIZE
                  ") motif " DELIMITED BY SIZE
                  WS-ACK-MOTIF-TROUVE DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE.
                       WS-PENDOUT-STATUS
           END-IF.

      *    Une suppression ou une fusion acceptee par le CRM clot le
      *    suivi : le client n'existe plus au master, son statut CRM
      *    est retire au lieu d'etre passe a 'A'.
       8600-METTRE-A-JOUR-STATUT.
           IF WS-STA-ETAT = 'A' AND MOUVEMENT-DE-RETRAIT
               PERFORM 8650-RETIRER-STATUT
           ELSE
               PERFORM 8620-ECRIRE-STATUT
           END-IF.

       8620-ECRIRE-STATUT.
           MOVE WS-STA-ID TO STA-CUST-ID
           MOVE WS-STA-ETAT TO STA-ETAT
           MOVE WS-STA-MOTIF TO STA-MOTIF
                   END-REWRITE
           END-WRITE.

       8650-RETIRER-STATUT.
           ADD 1 TO WS-RETRAITS-CONFIRMES
           MOVE WS-STA-ID TO STA-CUST-ID
           DELETE CRM-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       8400-ECRIRE-RESEND.
           WRITE RESEND-QUEUE-RECORD
           IF WS-RESEND-STATUS NOT = "00"
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-RETRAITS-CONFIRMES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "  DONT RETRAITS CONFIRMES : " DELIMITED BY SIZE
                  WS-RPT-COMPTEUR DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE
           PERFORM 8200-ECRIRE-LIGNE

           MOVE WS-REJETES TO WS-RPT-COMPTEUR
           MOVE SPACES TO WS-RPT-LIGNE
           STRING "REJETES PAR LE CRM        : " DELIMITED BY SIZE
