            05 WS-EMP OCCURS 999 TIMES.
                10 WS-EMP-ID        PIC 9(5).
                10 WS-EMP-CATEG     PIC X(10).
                10 WS-EMP-STATUT    PIC X(10).
                10 WS-EMP-TITRE-TYPE PIC X(11).
                10 WS-EMP-TITRE-EXPIR PIC 9(8).
        01 WS-NB-EMP           PIC 9(3)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(3)  VALUE 0.
        01 WS-EMP-CONNU        PIC X     VALUE 'N'.
           PERFORM CONTROLER-DROITS
           PERFORM CONTROLER-HEURES
           PERFORM CONTROLER-CATEGORIES
           PERFORM CONTROLER-TITRES-SEJOUR
           PERFORM CONTROLER-CALENDRIER
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ANOMALIES : ' WS-NB-ANOMALIES
                           MOVE EMP-ID TO WS-EMP-ID(WS-NB-EMP)
                           MOVE EMP-CATEGORIE TO
                               WS-EMP-CATEG(WS-NB-EMP)
                           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-NB-EMP)
                           PERFORM RETENIR-TITRE-SEJOUR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       RETENIR-TITRE-SEJOUR.
      * Fiches anterieures au suivi des titres : aucun titre requis.
           IF EMP-TITRE-TYPE = LOW-VALUES
               OR EMP-TITRE-EXPIRATION NOT NUMERIC
               MOVE SPACES TO WS-EMP-TITRE-TYPE(WS-NB-EMP)
               MOVE 0 TO WS-EMP-TITRE-EXPIR(WS-NB-EMP)
           ELSE
               MOVE EMP-TITRE-TYPE TO WS-EMP-TITRE-TYPE(WS-NB-EMP)
               MOVE EMP-TITRE-EXPIRATION TO
                   WS-EMP-TITRE-EXPIR(WS-NB-EMP)
           END-IF.

       CHARGER-CATEGORIES-TAUX.
           OPEN INPUT FICHIER-TAUX
           IF WS-STATUT-ANNEXE = '00'
                   READ FICHIER-BADGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
      * Un badge desactive est conserve pour la tracabilite des
      * pointages passes, meme apres suppression de la fiche : seul
      * un badge actif sans employe bloque le run (US-104 liste
      * les badges desactives orphelins).
                           MOVE BADGE-EMP-ID TO WS-EMP-CTRL
                           PERFORM VERIFIER-EMP-CONNU
                           IF WS-EMP-CONNU = 'N'
                               AND BADGE-STATUT NOT = 'INACTIF'
                               PERFORM SIGNALER-ORPHELIN
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       CONTROLER-TITRES-SEJOUR.
      * Aucun employe ACTIF ne doit etre paye sur un titre de sejour
      * expire : l'emploi d'un etranger sans autorisation de travail
      * valide est une infraction. Le titre vaut jusqu'a sa date
      * d'expiration incluse.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               IF WS-EMP-STATUT(WS-IDX-EMP) = 'ACTIF'
                   AND WS-EMP-TITRE-TYPE(WS-IDX-EMP) NOT = SPACES
                   AND WS-EMP-TITRE-EXPIR(WS-IDX-EMP) < WS-DATE-SYS
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE WS-EMP-ID(WS-IDX-EMP) TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'TITRE SEJOUR : EMP-ID ' WS-ID-AFF
                       ' titre ' WS-EMP-TITRE-TYPE(WS-IDX-EMP)
                       ' expire le ' WS-EMP-TITRE-EXPIR(WS-IDX-EMP)
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       CONTROLER-CALENDRIER.
           MOVE 'N' TO WS-PERIODE-TROUVEE
           OPEN INPUT FICHIER-CALENDRIER
