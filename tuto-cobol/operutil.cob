       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATR-STATUS.

           SELECT OPERATOR-CARDS ASSIGN TO "OPERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

      *    Carte de mouvement : A ajout, M modification (les zones
      *    non blanches remplacent les zones en place), D
      *    desactivation, R reactivation. Un operateur n'est jamais
      *    supprime, afin que SECLOG et CUSTJRNL restent lisibles.
       FD  OPERATOR-CARDS.
       01  OPERATOR-CARD-RECORD.
           05 CRT-ACTION               PIC X(1).
               88 CRT-AJOUT            VALUE 'A'.
               88 CRT-MODIF            VALUE 'M'.
               88 CRT-DESACTIVATION    VALUE 'D'.
               88 CRT-REACTIVATION     VALUE 'R'.
           05 FILLER                   PIC X(1).
           05 CRT-OPR-ID               PIC X(8).
           05 FILLER                   PIC X(1).
           05 CRT-PIN                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 CRT-ROLE                 PIC X(1).
           05 FILLER                   PIC X(1).
           05 CRT-NOM                  PIC X(30).
           05 FILLER                   PIC X(28).

       WORKING-STORAGE SECTION.
       01 WS-OPERATR-STATUS           PIC XX.
       01 WS-OPERIN-STATUS            PIC XX.

       01 WS-OPERIN-SW                PIC X(1) VALUE 'N'.
           88 FIN-OPERATOR-CARDS      VALUE 'O'.
       01 WS-OPERIN-PRESENT-SW        PIC X(1) VALUE 'N'.
           88 OPERIN-PRESENT          VALUE 'O'.
       01 WS-OPERATR-SW               PIC X(1) VALUE 'N'.
           88 FIN-OPERATOR-FILE       VALUE 'O'.

       01 WS-CURRENT-TIMESTAMP        PIC X(21).
       01 WS-ROLE-CTRL                PIC X(1).
           88 ROLE-CTRL-VALIDE        VALUE 'C' 'M' 'T' 'F'.

       01 WS-CARTES-LUES              PIC 9(9) VALUE ZERO.
       01 WS-CARTES-APPLIQUEES        PIC 9(9) VALUE ZERO.
       01 WS-CARTES-REJETEES          PIC 9(9) VALUE ZERO.
       01 WS-OPERATEURS-ACTIFS        PIC 9(9) VALUE ZERO.
       01 WS-OPERATEURS-INACTIFS      PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           PERFORM 2050-LIRE-CARTE
           PERFORM 2000-TRAITER-UNE-CARTE
               UNTIL FIN-OPERATOR-CARDS

           PERFORM 8000-LISTER-OPERATEURS

           PERFORM 9000-TERMINAISON

           STOP RUN.

       1000-INITIALISATION.
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF
           IF WS-OPERATR-STATUS NOT = "00"
               DISPLAY "OPERUTIL: ouverture OPERATR impossible, "
                       "statut " WS-OPERATR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-CARDS
           IF WS-OPERIN-STATUS NOT = "00"
               DISPLAY "OPERUTIL: pas de cartes OPERIN (statut "
                       WS-OPERIN-STATUS ") - liste seule"
               SET FIN-OPERATOR-CARDS TO TRUE
           ELSE
               SET OPERIN-PRESENT TO TRUE
           END-IF.

       2050-LIRE-CARTE.
           IF NOT FIN-OPERATOR-CARDS
               READ OPERATOR-CARDS
                   AT END SET FIN-OPERATOR-CARDS TO TRUE
               END-READ
           END-IF.

       2000-TRAITER-UNE-CARTE.
           ADD 1 TO WS-CARTES-LUES
           MOVE FUNCTION UPPER-CASE(CRT-ACTION) TO CRT-ACTION
           MOVE FUNCTION UPPER-CASE(CRT-OPR-ID) TO CRT-OPR-ID
           MOVE FUNCTION UPPER-CASE(CRT-ROLE) TO CRT-ROLE

           EVALUATE TRUE
               WHEN CRT-OPR-ID = SPACES
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   code operateur absent"
               WHEN CRT-AJOUT
                   PERFORM 2100-AJOUTER-OPERATEUR
               WHEN CRT-MODIF
                   PERFORM 2200-MODIFIER-OPERATEUR
               WHEN CRT-DESACTIVATION OR CRT-REACTIVATION
                   PERFORM 2300-CHANGER-ACTIVITE
               WHEN OTHER
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   action '" CRT-ACTION
                           "' inconnue (A/M/D/R)"
           END-EVALUATE

           PERFORM 2050-LIRE-CARTE.

       2100-AJOUTER-OPERATEUR.
           MOVE CRT-ROLE TO WS-ROLE-CTRL
           EVALUATE TRUE
               WHEN CRT-PIN = SPACES
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   code PIN obligatoire a l'ajout"
               WHEN NOT ROLE-CTRL-VALIDE
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   role '" CRT-ROLE
                           "' invalide (C/M/T/F)"
               WHEN OTHER
                   MOVE CRT-OPR-ID TO OPR-ID
                   MOVE CRT-NOM TO OPR-NOM
                   MOVE CRT-PIN TO OPR-PIN
                   SET OPR-EST-ACTIF TO TRUE
                   MOVE CRT-ROLE TO OPR-ROLE
                   PERFORM 2800-HORODATER
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           PERFORM 2900-REJETER-CARTE
                           DISPLAY "OPERUTIL:   operateur deja "
                                   "present - utiliser M"
                       NOT INVALID KEY
                           ADD 1 TO WS-CARTES-APPLIQUEES
                           DISPLAY "OPERUTIL: operateur " OPR-ID
                                   " ajoute, role " OPR-ROLE
                   END-WRITE
           END-EVALUATE.

       2200-MODIFIER-OPERATEUR.
           MOVE CRT-ROLE TO WS-ROLE-CTRL
           IF CRT-ROLE NOT = SPACES AND NOT ROLE-CTRL-VALIDE
               PERFORM 2900-REJETER-CARTE
               DISPLAY "OPERUTIL:   role '" CRT-ROLE
                       "' invalide (C/M/T/F)"
           ELSE
               MOVE CRT-OPR-ID TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       PERFORM 2900-REJETER-CARTE
                       DISPLAY "OPERUTIL:   operateur inconnu"
                   NOT INVALID KEY
                       IF CRT-NOM NOT = SPACES
                           MOVE CRT-NOM TO OPR-NOM
                       END-IF
                       IF CRT-PIN NOT = SPACES
                           MOVE CRT-PIN TO OPR-PIN
                       END-IF
                       IF CRT-ROLE NOT = SPACES
                           MOVE CRT-ROLE TO OPR-ROLE
                       END-IF
                       PERFORM 2800-HORODATER
                       PERFORM 2700-REECRIRE-OPERATEUR
               END-READ
           END-IF.

       2300-CHANGER-ACTIVITE.
           MOVE CRT-OPR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   operateur inconnu"
               NOT INVALID KEY
                   IF CRT-DESACTIVATION
                       SET OPR-EST-INACTIF TO TRUE
                   ELSE
                       SET OPR-EST-ACTIF TO TRUE
                   END-IF
                   PERFORM 2800-HORODATER
                   PERFORM 2700-REECRIRE-OPERATEUR
           END-READ.

       2700-REECRIRE-OPERATEUR.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   PERFORM 2900-REJETER-CARTE
                   DISPLAY "OPERUTIL:   echec de la mise a jour"
               NOT INVALID KEY
                   ADD 1 TO WS-CARTES-APPLIQUEES
                   DISPLAY "OPERUTIL: operateur " OPR-ID
                           " mis a jour, role " OPR-ROLE
                           " actif " OPR-ACTIF
           END-REWRITE.

       2800-HORODATER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO OPR-TIMESTAMP.

       2900-REJETER-CARTE.
           ADD 1 TO WS-CARTES-REJETEES
           DISPLAY "OPERUTIL: carte rejetee : " CRT-ACTION " "
                   CRT-OPR-ID.

       8000-LISTER-OPERATEURS.
           DISPLAY "OPERUTIL: ---- operateurs enregistres ----"
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   SET FIN-OPERATOR-FILE TO TRUE
           END-START

           PERFORM 8100-LISTER-UN-OPERATEUR
               UNTIL FIN-OPERATOR-FILE.

       8100-LISTER-UN-OPERATEUR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   SET FIN-OPERATOR-FILE TO TRUE
           END-READ

           IF NOT FIN-OPERATOR-FILE
               IF OPR-EST-ACTIF
                   ADD 1 TO WS-OPERATEURS-ACTIFS
               ELSE
                   ADD 1 TO WS-OPERATEURS-INACTIFS
               END-IF
               DISPLAY "OPERUTIL: " OPR-ID " role " OPR-ROLE
                       " actif " OPR-ACTIF " " OPR-NOM
                       " maj " OPR-TIMESTAMP
           END-IF.

       9000-TERMINAISON.
           CLOSE OPERATOR-FILE
           IF OPERIN-PRESENT
               CLOSE OPERATOR-CARDS
           END-IF

           DISPLAY "OPERUTIL: " WS-CARTES-LUES " carte(s) lue(s), "
                   WS-CARTES-APPLIQUEES " appliquee(s), "
                   WS-CARTES-REJETEES " rejetee(s)"
           DISPLAY "OPERUTIL: " WS-OPERATEURS-ACTIFS
                   " operateur(s) actif(s), "
                   WS-OPERATEURS-INACTIFS " inactif(s)"

           IF WS-CARTES-REJETEES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
