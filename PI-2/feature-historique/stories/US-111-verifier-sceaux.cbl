       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-111-VERIFIER-SCEAUX.
      * US-111 : Verifier la chaine des sceaux de l'historique de paie
      *          (historique-paies-data, cumuls annuels) et nommer la
      *          premiere periode dont le contenu ne correspond plus
      *          a son sceau
      * Feature 5 : Historique des paies
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-SCEAUX
               ASSIGN TO WS-CHEMIN-SCEAUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCEAUX.
           SELECT FICHIER-HISTO-DATA
               ASSIGN TO WS-CHEMIN-HISTO-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-DATA.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FICHIER-PERIODES
               ASSIGN TO WS-CHEMIN-PERIODES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FICHIER-CATALOGUE
               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-SCEAUX.
           COPY '../../../copybooks/sceau-historique.cpy'.

        FD FICHIER-HISTO-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'
               REPLACING ==BDATA-RECORD== BY ==HDATA-RECORD==.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-CUMULS.
           COPY '../../../copybooks/cumul.cpy'.

        FD FICHIER-PERIODES.
           COPY '../../../copybooks/periode-statut.cpy'.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(110).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-SCEAUX    PIC XX.
        01 WS-STATUT-HISTO-DATA PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-CUMULS    PIC XX.
        01 WS-STATUT-PERIODES  PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * Sceau en cours d'examen (copie de travail de la ligne lue).
           COPY '../../../copybooks/sceau-historique.cpy'
               REPLACING ==SCEAU-RECORD== BY ==SCEAU-VERIFIE==.

        01 WS-TAB-SCEAUX.
            05 WS-SCE OCCURS 2000 TIMES.
                10 WS-SCE-LIGNE     PIC X(123).
                10 WS-SCE-DERNIER   PIC X.
        01 WS-NB-SCEAUX        PIC 9(4)  VALUE 0.
        01 WS-IDX-SCE          PIC 9(4)  VALUE 0.
        01 WS-SCEAU-ATTENDU    PIC X(18) VALUE SPACES.
        01 WS-RUPTURE-IDX      PIC 9(4)  VALUE 0.
        01 WS-ETAT-SCEAU       PIC X(13) VALUE SPACES.

      * Contenu actuel de chaque periode trouvee dans l'archive.
        01 WS-TAB-PERIODES.
            05 WS-PER OCCURS 600 TIMES.
                10 WS-PER-PERIODE   PIC 9(6).
                10 WS-PER-EMPREINTE PIC X(18).
                10 WS-PER-NB        PIC 9(5).
                10 WS-PER-BRUT      PIC 9(9)V9(2).
                10 WS-PER-NET       PIC 9(9)V9(2).
                10 WS-PER-SCELLEE   PIC X.
                10 WS-PER-STATUT    PIC X(10).
        01 WS-NB-PERIODES      PIC 9(3)  VALUE 0.
        01 WS-IDX-PER          PIC 9(3)  VALUE 0.
        01 WS-PER-TROUVEE      PIC X     VALUE 'N'.
        01 WS-PERIODE-CHERCHEE PIC 9(6)  VALUE 0.
        01 WS-PREMIERE-SCELLEE PIC 9(6)  VALUE 0.
        01 WS-EMPREINTE-VIERGE PIC X(18) VALUE SPACES.

      * Annees a examiner : segments annuels de l'historique et
      * cumuls ; WS-AN-EN-COURS = 'O' quand bulletins-data.txt porte
      * un run non encore archive de l'annee (cumuls deja modifies).
        01 WS-TAB-ANNEES.
            05 WS-AN OCCURS 100 TIMES.
                10 WS-AN-ANNEE      PIC 9(4).
                10 WS-AN-EN-COURS   PIC X.
        01 WS-NB-ANNEES        PIC 9(3)  VALUE 0.
        01 WS-IDX-AN           PIC 9(3)  VALUE 0.
        01 WS-AN-TROUVEE       PIC X     VALUE 'N'.
        01 WS-ANNEE-CHERCHEE   PIC 9(4)  VALUE 0.
        01 WS-DERNIER-SCEAU-AN PIC 9(4)  VALUE 0.
        01 WS-NB-CUMULS-ANNEE  PIC 9(5)  VALUE 0.

        01 WS-NB-ALTERES       PIC 9(4)  VALUE 0.
        01 WS-NB-ROUVERTES     PIC 9(4)  VALUE 0.
        01 WS-NB-NON-SCELLEES  PIC 9(4)  VALUE 0.
        01 WS-NB-CONFORMES     PIC 9(4)  VALUE 0.
        01 WS-NB-CUMULS-NON-CTL PIC 9(4) VALUE 0.
        01 WS-PREMIER-ECART    PIC 9(6)  VALUE 0.
        01 WS-PREMIER-ECART-NUM PIC 9(5) VALUE 0.
        01 WS-MOTIF-ECART      PIC X(40) VALUE SPACES.
        01 WS-MOTIF-CANDIDAT   PIC X(40) VALUE SPACES.

        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-NB2          PIC ZZZZ9.
        01 WS-AFF-MT           PIC Z(8)9.99.
        01 WS-AFF-MT2          PIC Z(8)9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SCEAUX    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CUMULS    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PERIODES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

           COPY '../../../copybooks/empreinte.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE 'I' TO EPT-FONCTION
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           MOVE EPT-VALEUR TO WS-EMPREINTE-VIERGE

           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'VERIFICATION DES SCEAUX DE L''HISTORIQUE DE PAIE '
               '- ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM CHARGER-SCEAUX
           PERFORM VERIFIER-CHAINE
           PERFORM RECENSER-ANNEES
           PERFORM EMPREINDRE-ARCHIVE
           PERFORM CHARGER-STATUTS-PERIODES
           PERFORM CONTROLER-CONTENUS
           PERFORM CONTROLER-CUMULS
           PERFORM SIGNALER-NON-SCELLEES
           PERFORM ECRIRE-CONCLUSION
           CLOSE FICHIER-RAPPORT

           DISPLAY 'Sceaux verifies          : ' WS-NB-SCEAUX
           DISPLAY 'Periodes conformes       : ' WS-NB-CONFORMES
           DISPLAY 'Periodes alterees        : ' WS-NB-ALTERES
           DISPLAY 'Periodes rouvertes       : ' WS-NB-ROUVERTES
           DISPLAY 'Periodes non scellees    : ' WS-NB-NON-SCELLEES
           IF WS-RUPTURE-IDX > 0
               DISPLAY 'CHAINE ROMPUE au sceau ' WS-RUPTURE-IDX
           END-IF
           IF WS-PREMIER-ECART > 0
               DISPLAY 'PREMIERE PERIODE EN ECART : ' WS-PREMIER-ECART
                   ' (' FUNCTION TRIM(WS-MOTIF-ECART) ')'
           END-IF
           DISPLAY 'Rapport : verification-sceaux.txt'
           IF WS-RUPTURE-IDX > 0 OR WS-NB-ALTERES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-ROUVERTES > 0 OR WS-NB-NON-SCELLEES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       DEFINIR-CHEMINS.
      * Repertoire partage optionnel (lecteur reseau) pour deporter
      * tous les fichiers de ce programme hors de l'arborescence
      * PI-1/PI-2 ; sans GESTPAIE_RACINE, chaque fichier garde son
      * chemin relatif habituel.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../' TO WS-DIR-HISTO
               MOVE '../sceaux-historique.txt' TO WS-CHEMIN-SCEAUX
               MOVE '../historique-paies-data.txt' TO
                   WS-CHEMIN-HISTO-COURANT
               MOVE '../../../PI-1/feature-paie/bulletins-data.txt'
                   TO WS-CHEMIN-BULLETINS-DATA
               MOVE '../../../PI-1/feature-paie/cumuls-annuels.txt'
                   TO WS-CHEMIN-CUMULS
               MOVE '../../../PI-1/feature-paie/periodes-statut.txt'
                   TO WS-CHEMIN-PERIODES
               MOVE '../catalogue-historique.txt' TO
                   WS-CHEMIN-CATALOGUE
               MOVE '../verification-sceaux.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/sceaux-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SCEAUX
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTO-COURANT
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
               STRING FUNCTION TRIM(WS-RACINE) '/periodes-statut.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PERIODES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/verification-sceaux.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-SCEAUX.
      * Sans fichier de sceaux, aucune periode n'a encore ete scellee :
      * toute l'archive est signalee non scellee.
           MOVE 0 TO WS-NB-SCEAUX
           OPEN INPUT FICHIER-SCEAUX
           IF WS-STATUT-SCEAUX = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SCEAUX
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-SCEAUX < 2000
                               ADD 1 TO WS-NB-SCEAUX
                               MOVE SCEAU-RECORD TO
                                   WS-SCE-LIGNE(WS-NB-SCEAUX)
                               MOVE 'N' TO
                                   WS-SCE-DERNIER(WS-NB-SCEAUX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SCEAUX
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE 'Aucun sceau (sceaux-historique.txt absent).'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       VERIFIER-CHAINE.
      * Chaque sceau doit porter le numero suivant, reprendre le sceau
      * precedent et etre l'empreinte de son propre contenu : le
      * premier qui ne l'est pas rompt la chaine, et aucun sceau
      * posterieur n'est plus garanti. Le dernier sceau de chaque
      * periode est celui qui fait foi pour le contenu.
           MOVE 0 TO WS-RUPTURE-IDX
           MOVE ALL '0' TO WS-SCEAU-ATTENDU
           MOVE 0 TO WS-PREMIERE-SCELLEE
           MOVE '--- Chaine des sceaux' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SCE FROM 1 BY 1
               UNTIL WS-IDX-SCE > WS-NB-SCEAUX
               MOVE WS-SCE-LIGNE(WS-IDX-SCE) TO SCEAU-VERIFIE
               MOVE 'I' TO EPT-FONCTION
               CALL 'EMPREINTE' USING EMPREINTE-ZONE
               MOVE 'A' TO EPT-FONCTION
               MOVE LENGTH OF SCE-CONTENU OF SCEAU-VERIFIE TO
                   EPT-LONGUEUR
               MOVE SCE-CONTENU OF SCEAU-VERIFIE TO EPT-DONNEE
               CALL 'EMPREINTE' USING EMPREINTE-ZONE
               IF WS-RUPTURE-IDX = 0
                   IF SCE-NUMERO OF SCEAU-VERIFIE NOT = WS-IDX-SCE
                       OR SCE-SCEAU-PRECEDENT OF SCEAU-VERIFIE
                           NOT = WS-SCEAU-ATTENDU
                       OR SCE-SCEAU OF SCEAU-VERIFIE NOT = EPT-VALEUR
                       MOVE WS-IDX-SCE TO WS-RUPTURE-IDX
                       MOVE 'CHAINE ROMPUE' TO WS-ETAT-SCEAU
                       MOVE 'sceau modifie, chaine rompue' TO
                           WS-MOTIF-CANDIDAT
                       PERFORM RETENIR-PREMIER-ECART
                   ELSE
                       MOVE 'INTACT' TO WS-ETAT-SCEAU
                   END-IF
               ELSE
                   MOVE 'NON GARANTI' TO WS-ETAT-SCEAU
               END-IF
               MOVE SCE-SCEAU OF SCEAU-VERIFIE TO WS-SCEAU-ATTENDU
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Sceau ' SCE-NUMERO OF SCEAU-VERIFIE
                   ' periode ' SCE-PERIODE OF SCEAU-VERIFIE
                   ' scelle le ' SCE-DATE OF SCEAU-VERIFIE ' : '
                   WS-ETAT-SCEAU
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               IF WS-PREMIERE-SCELLEE = 0
                   OR SCE-PERIODE OF SCEAU-VERIFIE <
                       WS-PREMIERE-SCELLEE
                   MOVE SCE-PERIODE OF SCEAU-VERIFIE TO
                       WS-PREMIERE-SCELLEE
               END-IF
      * Dernier sceau de la periode : l'entree de table de la periode
      * retient son rang (le plus grand l'emporte).
               MOVE SCE-PERIODE OF SCEAU-VERIFIE TO
                   WS-PERIODE-CHERCHEE
               PERFORM TROUVER-PERIODE
               MOVE 'O' TO WS-PER-SCELLEE(WS-IDX-PER)
               MOVE SCE-PERIODE OF SCEAU-VERIFIE(1:4) TO
                   WS-ANNEE-CHERCHEE
               PERFORM TROUVER-ANNEE
           END-PERFORM
           PERFORM VARYING WS-IDX-SCE FROM WS-NB-SCEAUX BY -1
               UNTIL WS-IDX-SCE < 1
               MOVE WS-SCE-LIGNE(WS-IDX-SCE) TO SCEAU-VERIFIE
               MOVE SCE-PERIODE OF SCEAU-VERIFIE TO
                   WS-PERIODE-CHERCHEE
               PERFORM TROUVER-PERIODE
               IF WS-PER-SCELLEE(WS-IDX-PER) = 'O'
                   MOVE 'O' TO WS-SCE-DERNIER(WS-IDX-SCE)
                   MOVE 'D' TO WS-PER-SCELLEE(WS-IDX-PER)
               END-IF
           END-PERFORM.

       TROUVER-PERIODE.
      * Entree de table de WS-PERIODE-CHERCHEE, creee au besoin
      * (WS-IDX-PER pointe dessus au retour).
           MOVE 'N' TO WS-PER-TROUVEE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               OR WS-PER-TROUVEE = 'O'
               IF WS-PER-PERIODE(WS-IDX-PER) = WS-PERIODE-CHERCHEE
                   MOVE 'O' TO WS-PER-TROUVEE
               END-IF
           END-PERFORM
           IF WS-PER-TROUVEE = 'O'
               SUBTRACT 1 FROM WS-IDX-PER
           ELSE
               IF WS-NB-PERIODES < 600
                   ADD 1 TO WS-NB-PERIODES
               END-IF
               MOVE WS-NB-PERIODES TO WS-IDX-PER
               MOVE WS-PERIODE-CHERCHEE TO WS-PER-PERIODE(WS-IDX-PER)
               MOVE WS-EMPREINTE-VIERGE TO
                   WS-PER-EMPREINTE(WS-IDX-PER)
               MOVE 0 TO WS-PER-NB(WS-IDX-PER)
               MOVE 0 TO WS-PER-BRUT(WS-IDX-PER)
               MOVE 0 TO WS-PER-NET(WS-IDX-PER)
               MOVE 'N' TO WS-PER-SCELLEE(WS-IDX-PER)
               MOVE SPACES TO WS-PER-STATUT(WS-IDX-PER)
           END-IF.

       TROUVER-ANNEE.
           MOVE 'N' TO WS-AN-TROUVEE
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NB-ANNEES
               OR WS-AN-TROUVEE = 'O'
               IF WS-AN-ANNEE(WS-IDX-AN) = WS-ANNEE-CHERCHEE
                   MOVE 'O' TO WS-AN-TROUVEE
               END-IF
           END-PERFORM
           IF WS-AN-TROUVEE = 'O'
               SUBTRACT 1 FROM WS-IDX-AN
           ELSE
               IF WS-NB-ANNEES < 100
                   ADD 1 TO WS-NB-ANNEES
               END-IF
               MOVE WS-NB-ANNEES TO WS-IDX-AN
               MOVE WS-ANNEE-CHERCHEE TO WS-AN-ANNEE(WS-IDX-AN)
               MOVE 'N' TO WS-AN-EN-COURS(WS-IDX-AN)
           END-IF.

       RECENSER-ANNEES.
      * Annees segmentees par la retention (catalogue) en plus de
      * celles des sceaux : une annee d'archive jamais scellee doit
      * aussi etre lue pour etre signalee. Les annees d'un run en
      * cours (bulletins-data.txt non encore archive) sont notees :
      * leurs cumuls ont deja bouge depuis le dernier sceau.
           OPEN INPUT FICHIER-CATALOGUE
           IF WS-STATUT-CATALOGUE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CATALOGUE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE CAT-ANNEE TO WS-ANNEE-CHERCHEE
                           PERFORM TROUVER-ANNEE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CATALOGUE
               MOVE 'N' TO WS-FIN
           END-IF
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE OF BDATA-RECORD NUMERIC
                               MOVE BDATA-PERIODE OF BDATA-RECORD(1:4)
                                   TO WS-ANNEE-CHERCHEE
                               PERFORM TROUVER-ANNEE
                               MOVE 'O' TO WS-AN-EN-COURS(WS-IDX-AN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       EMPREINDRE-ARCHIVE.
      * Meme parcours que le scellement (US-11) : segment annuel de
      * chaque annee, puis fichier courant ; l'ordre des
      * enregistrements d'une periode est ainsi celui de l'archivage.
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NB-ANNEES
               MOVE SPACES TO WS-CHEMIN-HISTO-DATA
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   'historique-paies-data-' WS-AN-ANNEE(WS-IDX-AN)
                   '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTO-DATA
               PERFORM EMPREINDRE-FICHIER
           END-PERFORM
           MOVE WS-CHEMIN-HISTO-COURANT TO WS-CHEMIN-HISTO-DATA
           PERFORM EMPREINDRE-FICHIER.

       EMPREINDRE-FICHIER.
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HISTO-DATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM EMPREINDRE-ENREGISTREMENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       EMPREINDRE-ENREGISTREMENT.
           IF BDATA-PERIODE OF HDATA-RECORD NUMERIC
               MOVE BDATA-PERIODE OF HDATA-RECORD TO
                   WS-PERIODE-CHERCHEE
           ELSE
               MOVE 0 TO WS-PERIODE-CHERCHEE
           END-IF
           PERFORM TROUVER-PERIODE
           MOVE WS-PER-EMPREINTE(WS-IDX-PER) TO EPT-VALEUR
           MOVE 'A' TO EPT-FONCTION
           MOVE LENGTH OF HDATA-RECORD TO EPT-LONGUEUR
           MOVE HDATA-RECORD TO EPT-DONNEE
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           MOVE EPT-VALEUR TO WS-PER-EMPREINTE(WS-IDX-PER)
           ADD 1 TO WS-PER-NB(WS-IDX-PER)
           IF BDATA-BRUT OF HDATA-RECORD NUMERIC
               ADD BDATA-BRUT OF HDATA-RECORD TO
                   WS-PER-BRUT(WS-IDX-PER)
           END-IF
           IF BDATA-NET-A-PAYER OF HDATA-RECORD NUMERIC
               ADD BDATA-NET-A-PAYER OF HDATA-RECORD TO
                   WS-PER-NET(WS-IDX-PER)
           END-IF.

       CHARGER-STATUTS-PERIODES.
      * Dernier statut connu de chaque periode (le dernier
      * enregistrement de periodes-statut.txt fait foi).
           OPEN INPUT FICHIER-PERIODES
           IF WS-STATUT-PERIODES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-PERIODES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                               UNTIL WS-IDX-PER > WS-NB-PERIODES
                               IF WS-PER-PERIODE(WS-IDX-PER) =
                                   PST-PERIODE
                                   MOVE PST-STATUT TO
                                       WS-PER-STATUT(WS-IDX-PER)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PERIODES
               MOVE 'N' TO WS-FIN
           END-IF.

       CONTROLER-CONTENUS.
      * Contenu actuel de chaque periode contre son dernier sceau :
      * nombre d'enregistrements, totaux brut / net a payer et
      * empreinte. Une periode rouverte (US-29) dont le contenu a
      * bouge est signalee a part : elle sera rescellee a sa
      * prochaine cloture par l'archivage.
           MOVE '--- Contenu des periodes scellees' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SCE FROM 1 BY 1
               UNTIL WS-IDX-SCE > WS-NB-SCEAUX
               IF WS-SCE-DERNIER(WS-IDX-SCE) = 'O'
                   MOVE WS-SCE-LIGNE(WS-IDX-SCE) TO SCEAU-VERIFIE
                   MOVE SCE-PERIODE OF SCEAU-VERIFIE TO
                       WS-PERIODE-CHERCHEE
                   PERFORM TROUVER-PERIODE
                   PERFORM CONTROLER-PERIODE
               END-IF
           END-PERFORM.

       CONTROLER-PERIODE.
           MOVE SCE-NB-BULLETINS OF SCEAU-VERIFIE TO WS-AFF-NB
           MOVE WS-PER-NB(WS-IDX-PER) TO WS-AFF-NB2
           MOVE SCE-TOTAL-NET OF SCEAU-VERIFIE TO WS-AFF-MT
           MOVE WS-PER-NET(WS-IDX-PER) TO WS-AFF-MT2
           IF SCE-NB-BULLETINS OF SCEAU-VERIFIE =
                   WS-PER-NB(WS-IDX-PER)
               AND SCE-TOTAL-BRUT OF SCEAU-VERIFIE =
                   WS-PER-BRUT(WS-IDX-PER)
               AND SCE-TOTAL-NET OF SCEAU-VERIFIE =
                   WS-PER-NET(WS-IDX-PER)
               AND SCE-EMPREINTE OF SCEAU-VERIFIE =
                   WS-PER-EMPREINTE(WS-IDX-PER)
               ADD 1 TO WS-NB-CONFORMES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Periode ' WS-PER-PERIODE(WS-IDX-PER)
                   ' : CONFORME (' WS-AFF-NB2 ' bulletins, net '
                   WS-AFF-MT2 ')'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
           IF WS-PER-STATUT(WS-IDX-PER) = 'OUVERTE'
               ADD 1 TO WS-NB-ROUVERTES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Periode ' WS-PER-PERIODE(WS-IDX-PER)
                   ' : ROUVERTE, modifiee depuis son sceau ('
                   WS-AFF-NB ' -> ' WS-AFF-NB2 ' bulletins)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               ADD 1 TO WS-NB-ALTERES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Periode ' WS-PER-PERIODE(WS-IDX-PER)
                   ' : ALTEREE - scelle ' WS-AFF-NB ' bulletins net '
                   WS-AFF-MT ', trouve ' WS-AFF-NB2 ' net ' WS-AFF-MT2
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 'contenu different du sceau' TO WS-MOTIF-CANDIDAT
               PERFORM RETENIR-PREMIER-ECART
           END-IF
           END-IF.

       CONTROLER-CUMULS.
      * Cumuls annuels de chaque annee scellee contre le dernier sceau
      * de l'annee. Une annee dont un run est en cours (US-03 passe,
      * archivage pas encore fait) n'est pas controlable : ses cumuls
      * ont legitimement bouge.
           MOVE '--- Cumuls annuels' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
               UNTIL WS-IDX-AN > WS-NB-ANNEES
               MOVE 0 TO WS-DERNIER-SCEAU-AN
               PERFORM VARYING WS-IDX-SCE FROM 1 BY 1
                   UNTIL WS-IDX-SCE > WS-NB-SCEAUX
                   IF WS-SCE-LIGNE(WS-IDX-SCE)(6:4) =
                       WS-AN-ANNEE(WS-IDX-AN)
                       MOVE WS-IDX-SCE TO WS-DERNIER-SCEAU-AN
                   END-IF
               END-PERFORM
               IF WS-DERNIER-SCEAU-AN > 0
                   MOVE WS-SCE-LIGNE(WS-DERNIER-SCEAU-AN) TO
                       SCEAU-VERIFIE
                   IF WS-AN-EN-COURS(WS-IDX-AN) = 'O'
                       ADD 1 TO WS-NB-CUMULS-NON-CTL
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING '  Annee ' WS-AN-ANNEE(WS-IDX-AN)
                           ' : non controlee (run en cours non '
                           'archive dans bulletins-data.txt)'
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   ELSE
                       PERFORM EMPREINDRE-CUMULS
                       PERFORM COMPARER-CUMULS
                   END-IF
               END-IF
           END-PERFORM.

       EMPREINDRE-CUMULS.
           MOVE 0 TO WS-NB-CUMULS-ANNEE
           MOVE 'I' TO EPT-FONCTION
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           OPEN INPUT FICHIER-CUMULS
           IF WS-STATUT-CUMULS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CUMULS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CUMUL-ANNEE = WS-AN-ANNEE(WS-IDX-AN)
                               ADD 1 TO WS-NB-CUMULS-ANNEE
                               MOVE 'A' TO EPT-FONCTION
                               MOVE LENGTH OF CUMUL-RECORD TO
                                   EPT-LONGUEUR
                               MOVE CUMUL-RECORD TO EPT-DONNEE
                               CALL 'EMPREINTE' USING EMPREINTE-ZONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CUMULS
               MOVE 'N' TO WS-FIN
           END-IF.

       COMPARER-CUMULS.
           MOVE SCE-NB-CUMULS OF SCEAU-VERIFIE TO WS-AFF-NB
           MOVE WS-NB-CUMULS-ANNEE TO WS-AFF-NB2
           MOVE SPACES TO LIGNE-RAPPORT
           IF SCE-NB-CUMULS OF SCEAU-VERIFIE = WS-NB-CUMULS-ANNEE
               AND SCE-EMPREINTE-CUMULS OF SCEAU-VERIFIE =
                   EPT-VALEUR
               STRING '  Annee ' WS-AN-ANNEE(WS-IDX-AN)
                   ' : CONFORME au sceau de '
                   SCE-PERIODE OF SCEAU-VERIFIE
                   ' (' WS-AFF-NB2 ' lignes)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               ADD 1 TO WS-NB-ALTERES
               STRING '  Annee ' WS-AN-ANNEE(WS-IDX-AN)
                   ' : cumuls-annuels ALTERES depuis le sceau de '
                   SCE-PERIODE OF SCEAU-VERIFIE ' (' WS-AFF-NB
                   ' -> ' WS-AFF-NB2 ' lignes)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 'cumuls annuels modifies' TO WS-MOTIF-CANDIDAT
               PERFORM RETENIR-PREMIER-ECART
           END-IF.

       SIGNALER-NON-SCELLEES.
      * Periode presente dans l'archive sans aucun sceau : anterieure
      * au premier sceau, c'est un archivage d'avant le scellement ;
      * posterieure, des enregistrements ont ete ajoutes a l'archive
      * hors archivage.
           MOVE '--- Periodes archivees sans sceau' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               IF WS-PER-SCELLEE(WS-IDX-PER) = 'N'
                   MOVE WS-PER-NB(WS-IDX-PER) TO WS-AFF-NB2
                   MOVE SPACES TO LIGNE-RAPPORT
                   IF WS-PREMIERE-SCELLEE = 0
                       OR WS-PER-PERIODE(WS-IDX-PER) <
                           WS-PREMIERE-SCELLEE
                       ADD 1 TO WS-NB-NON-SCELLEES
                       STRING '  Periode ' WS-PER-PERIODE(WS-IDX-PER)
                           ' : non scellee, anterieure au scellement'
                           ' (' WS-AFF-NB2 ' bulletins)'
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                   ELSE
                       ADD 1 TO WS-NB-ALTERES
                       STRING '  Periode ' WS-PER-PERIODE(WS-IDX-PER)
                           ' : ALTEREE - ' WS-AFF-NB2
                           ' bulletins sans sceau ajoutes a l''archive'
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       IF WS-PREMIER-ECART = 0
                           MOVE WS-PER-PERIODE(WS-IDX-PER) TO
                               WS-PREMIER-ECART
                           MOVE 'enregistrements sans sceau' TO
                               WS-MOTIF-ECART
                       END-IF
                   END-IF
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       RETENIR-PREMIER-ECART.
      * Premiere periode en ecart dans l'ordre de la chaine (numero
      * de sceau le plus petit) ; une periode ajoutee sans sceau
      * n'est retenue qu'a defaut d'ecart sur la chaine.
           IF WS-PREMIER-ECART-NUM = 0
               OR SCE-NUMERO OF SCEAU-VERIFIE < WS-PREMIER-ECART-NUM
               MOVE SCE-NUMERO OF SCEAU-VERIFIE TO
                   WS-PREMIER-ECART-NUM
               MOVE SCE-PERIODE OF SCEAU-VERIFIE TO WS-PREMIER-ECART
               MOVE WS-MOTIF-CANDIDAT TO WS-MOTIF-ECART
           END-IF.

       ECRIRE-CONCLUSION.
           MOVE '===================================================='
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-PREMIER-ECART = 0
               STRING 'Historique INTEGRE : ' WS-NB-SCEAUX
                   ' sceaux, chaine continue, contenus conformes.'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING 'PREMIERE PERIODE EN ECART : ' WS-PREMIER-ECART
                   ' (' FUNCTION TRIM(WS-MOTIF-ECART) ')'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-ROUVERTES TO WS-AFF-NB
           MOVE WS-NB-NON-SCELLEES TO WS-AFF-NB2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Periodes rouvertes a resceller : ' WS-AFF-NB
               ' - archivees avant scellement : ' WS-AFF-NB2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
