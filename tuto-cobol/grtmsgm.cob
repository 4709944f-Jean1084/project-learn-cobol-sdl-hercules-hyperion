               RECORD KEY IS MSG-CLE
               FILE STATUS IS WS-GRTMSG-STATUS.

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
       FD  GREETING-MSG-FILE.
           COPY GRTMSGR.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-GRTMSG-STATUS            PIC XX.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-SECLOG-STATUS            PIC XX.

       01 WS-OPERATEUR                PIC X(8).
       01 WS-PIN-SAISI                PIC X(8).
       01 WS-NB-ESSAIS                PIC 9(1) VALUE ZERO.
       01 WS-MAX-ESSAIS               PIC 9(1) VALUE 3.
       01 WS-SIGNON-SW                PIC X(1) VALUE 'N'.
           88 OPERATEUR-ACCEPTE       VALUE 'O'.
           88 OPERATEUR-REFUSE        VALUE 'N'.
       01 WS-MOTIF-REFUS              PIC X(30).
       01 WS-CURRENT-TIMESTAMP        PIC X(21).

       01 WS-CHOIX-MENU               PIC X(1).
           88 CHOIX-AJOUTER           VALUE 'A'.
           05 WS-TEXTE-2              PIC X(40).

       SCREEN SECTION.
       01  SCR-OPERATEUR.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "GRTMSGM - PHRASES DE SALUTATION".
           05 LINE 3 COLUMN 1 VALUE "Code operateur : ".
           05 LINE 3 COLUMN 18 PIC X(8) USING WS-OPERATEUR.
           05 LINE 4 COLUMN 1 VALUE "Code PIN       : ".
           05 LINE 4 COLUMN 18 PIC X(8) USING WS-PIN-SAISI SECURE.

       01  SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "GRTMSGM - MAINTENANCE DES".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1400-IDENTIFIER-OPERATEUR

           PERFORM 1200-OUVRIR-GRTMSG

           PERFORM 1000-TRAITER-MENU UNTIL FIN-PROGRAMME
               OPEN I-O GREETING-MSG-FILE
           END-IF.

       1400-IDENTIFIER-OPERATEUR.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "GRTMSGM: fichier des operateurs OPERATR "
                       "indisponible, statut " WS-OPERATR-STATUS
                       " - acces refuse"
               STOP RUN
           END-IF

           PERFORM 1410-SAISIR-IDENTIFIANTS
               UNTIL OPERATEUR-ACCEPTE
                  OR WS-NB-ESSAIS NOT < WS-MAX-ESSAIS

           CLOSE OPERATOR-FILE

           IF OPERATEUR-REFUSE
               DISPLAY "GRTMSGM: " WS-MAX-ESSAIS
                       " essais refuses - session terminee"
               STOP RUN
           END-IF.

       1410-SAISIR-IDENTIFIANTS.
           ADD 1 TO WS-NB-ESSAIS
           MOVE SPACES TO WS-OPERATEUR
           MOVE SPACES TO WS-PIN-SAISI
           DISPLAY SCR-OPERATEUR
           ACCEPT SCR-OPERATEUR
           MOVE FUNCTION UPPER-CASE(WS-OPERATEUR) TO WS-OPERATEUR

           PERFORM 1420-CONTROLER-OPERATEUR
           PERFORM 1450-JOURNALISER-SECURITE

           IF OPERATEUR-REFUSE
               DISPLAY "GRTMSGM: acces refuse - " WS-MOTIF-REFUS
           END-IF.

       1420-CONTROLER-OPERATEUR.
           SET OPERATEUR-REFUSE TO TRUE
           MOVE SPACES TO WS-MOTIF-REFUS

           MOVE WS-OPERATEUR TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-MOTIF-REFUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPR-EST-ACTIF
                           MOVE "OPERATEUR INACTIF" TO WS-MOTIF-REFUS
                       WHEN OPR-PIN NOT = WS-PIN-SAISI
                           MOVE "CODE PIN ERRONE" TO WS-MOTIF-REFUS
                       WHEN OPR-ROLE-MODELES
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
           MOVE "GRTMSGM" TO SEC-PROGRAMME
           MOVE WS-OPERATEUR TO SEC-OPERATEUR
           IF OPERATEUR-ACCEPTE
               SET SEC-ACCEPTE TO TRUE
               MOVE SPACES TO SEC-MOTIF
           ELSE
               SET SEC-REFUSE TO TRUE
               MOVE WS-MOTIF-REFUS TO SEC-MOTIF
           END-IF

           WRITE SECURITY-LOG-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "GRTMSGM: erreur ecriture SECLOG, statut "
                       WS-SECLOG-STATUS
           END-IF

           CLOSE SECURITY-LOG.

       1000-TRAITER-MENU.
           MOVE SPACES TO WS-CHOIX-MENU
           DISPLAY SCR-MENU
