
       01 WS-DATE-CYCLE               PIC X(8).

       01 WS-NB-JOBS                  PIC 9(1) VALUE 9.
       01 WS-TABLE-JOBS.
           05 WS-JOB-ENTREE OCCURS 9 TIMES
                   INDEXED BY WS-JOB-IDX.
               10 WS-JOB-NOM          PIC X(8).
               10 WS-JOB-VU-SW        PIC X(1).
           MOVE "GRTEXTR" TO WS-JOB-NOM(3)
           MOVE "EXTRAITS" TO WS-JOB-LIB-1(3)
           MOVE "RELANCES" TO WS-JOB-LIB-2(3)
           MOVE "MOUVEMENTS" TO WS-JOB-LIB-3(3)
           MOVE "REFUS CRM" TO WS-JOB-LIB-4(3)

           MOVE "GRTACK" TO WS-JOB-NOM(4)
           MOVE "EXTR.LUS" TO WS-JOB-LIB-1(4)
           MOVE "GRTLETTR" TO WS-JOB-NOM(7)
           MOVE "LETTRES" TO WS-JOB-LIB-1(7)
           MOVE "SANS ADR." TO WS-JOB-LIB-2(7)
           MOVE "REFUS COUR." TO WS-JOB-LIB-3(7)
           MOVE "NPAI" TO WS-JOB-LIB-4(7)

           MOVE "INTAUDIT" TO WS-JOB-NOM(8)
           MOVE "CLIENTS" TO WS-JOB-LIB-1(8)
           MOVE "ANOMALIES" TO WS-JOB-LIB-2(8)
           MOVE "REGLES KO" TO WS-JOB-LIB-3(8)
           MOVE "CRMSTAT LUS" TO WS-JOB-LIB-4(8)

           MOVE "CUSTUNLD" TO WS-JOB-NOM(9)
           MOVE "CLIENTS" TO WS-JOB-LIB-1(9)
           MOVE "STATUTS CRM" TO WS-JOB-LIB-2(9)
           MOVE "JOURNAL" TO WS-JOB-LIB-3(9)
           MOVE "CUSTSEQ" TO WS-JOB-LIB-4(9)

           PERFORM 1150-RAZ-UN-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
           END-IF
           PERFORM 7100-ECRIRE-LIGNE

           ADD WS-JOB-CPT-1(3) WS-JOB-CPT-2(3) WS-JOB-CPT-3(3)
               GIVING WS-TOTAL-ENVOYES
           MOVE WS-TOTAL-ENVOYES TO WS-RPT-COMPTEUR
           MOVE WS-JOB-CPT-1(4) TO WS-RPT-COMPTEUR-2
               PERFORM 7100-ECRIRE-LIGNE
           END-IF

           ADD WS-JOB-CPT-1(3) WS-JOB-CPT-2(3) WS-JOB-CPT-3(3)
               GIVING WS-TOTAL-ENVOYES
           IF WS-TOTAL-ENVOYES NOT = WS-JOB-CPT-1(4)
               ADD 1 TO WS-NB-ATTENTION
           IF WS-JOB-VU-SW(WS-JOB-IDX) = 'N'
               IF WS-JOB-NOM(WS-JOB-IDX) = "CUSTARCH"
                  OR WS-JOB-NOM(WS-JOB-IDX) = "GRTLETTR"
                  OR WS-JOB-NOM(WS-JOB-IDX) = "INTAUDIT"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-NB-ATTENTION
