            05 WS-BDG OCCURS 999 TIMES.
                10 WS-BDG-NUMERO    PIC X(8).
                10 WS-BDG-EMP-ID    PIC 9(5).
                10 WS-BDG-DESACTIVATION PIC 9(8).
        01 WS-NB-BADGES        PIC 9(3)  VALUE 0.
        01 WS-IDX-BDG          PIC 9(3)  VALUE 0.
        01 WS-EMP-ID-TROUVE    PIC 9(5)  VALUE 0.
        01 WS-DESACTIVATION-TROUVEE PIC 9(8) VALUE 0.

      * Cumuls par (EMP-ID, periode) : heures normales jusqu'au seuil
      * journalier, le reste en heures supplementaires.
                               WS-BDG-NUMERO(WS-NB-BADGES)
                           MOVE BADGE-EMP-ID TO
                               WS-BDG-EMP-ID(WS-NB-BADGES)
                           IF BADGE-STATUT = 'INACTIF'
                               AND BADGE-DATE-DESACTIVATION
                                   IS NUMERIC
                               MOVE BADGE-DATE-DESACTIVATION TO
                                   WS-BDG-DESACTIVATION(WS-NB-BADGES)
                           ELSE
                               MOVE 0 TO
                                   WS-BDG-DESACTIVATION(WS-NB-BADGES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-FIN.

       TRAITER-POINTAGE.
      * Un badge desactive reste rattache a son employe pour les
      * pointages jusqu'a sa date de desactivation ; un passage
      * posterieur est une anomalie (badge non restitue).
           PERFORM TROUVER-BADGE
           IF WS-EMP-ID-TROUVE = 0
               PERFORM SIGNALER-ANOMALIE-BADGE
           ELSE
               IF WS-DESACTIVATION-TROUVEE NOT = 0
                   AND PTG-DATE > WS-DESACTIVATION-TROUVEE
                   PERFORM SIGNALER-ANOMALIE-DESACTIVE
               ELSE
                   PERFORM CONTROLER-ET-CUMULER
               END-IF
           END-IF.

       TROUVER-BADGE.
           MOVE 0 TO WS-EMP-ID-TROUVE
           MOVE 0 TO WS-DESACTIVATION-TROUVEE
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               IF WS-BDG-NUMERO(WS-IDX-BDG) = PTG-BADGE
                   MOVE WS-BDG-EMP-ID(WS-IDX-BDG)
                       TO WS-EMP-ID-TROUVE
                   MOVE WS-BDG-DESACTIVATION(WS-IDX-BDG)
                       TO WS-DESACTIVATION-TROUVEE
               END-IF
           END-PERFORM.

               DELIMITED SIZE INTO LIGNE-ANOMALIE
           WRITE LIGNE-ANOMALIE.

       SIGNALER-ANOMALIE-DESACTIVE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO LIGNE-ANOMALIE
           STRING 'BADGE DESACTIVE : ' PTG-BADGE ' le ' PTG-DATE
               ' (desactive le ' WS-DESACTIVATION-TROUVEE ')'
               DELIMITED SIZE INTO LIGNE-ANOMALIE
           WRITE LIGNE-ANOMALIE.

       SIGNALER-ANOMALIE-MANQUANT.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO LIGNE-ANOMALIE
