       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-87-DPAE.
      * US-87 : Declaration prealable a l'embauche (DPAE) des
      *         nouveaux employes et suivi des DPAE tardives
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-SUIVI-DPAE
               ASSIGN TO WS-CHEMIN-SUIVI-DPAE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SUIVI-DPAE.
           SELECT FICHIER-DPAE
               ASSIGN TO WS-CHEMIN-DPAE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-SUIVI-DPAE.
           COPY '../../../copybooks/dpae.cpy'.

        FD FICHIER-DPAE.
        01 LIGNE-DPAE         PIC X(150).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-SUIVI-DPAE PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-PREMIER-PASSAGE  PIC X     VALUE 'N'.

      * SIRET par site (etablissements.txt) : donnee obligatoire de
      * la DPAE, l'employeur declarant etant l'etablissement.
        01 WS-TAB-ETB.
            05 WS-ETB OCCURS 20 TIMES.
                10 WS-ETB-SITE     PIC X(10).
                10 WS-ETB-SIRET    PIC X(14).
        01 WS-NB-ETB           PIC 9(2)  VALUE 0.
        01 WS-IDX-ETB          PIC 9(2)  VALUE 0.
        01 WS-SIRET-COURANT    PIC X(14) VALUE SPACES.

      * Suivi complet charge en table : sert a reconnaitre les
      * nouveaux EMP-ID puis est reecrit avec les DPAE du jour.
        01 WS-TAB-SUIVI.
            05 WS-SUI OCCURS 2000 TIMES.
                10 WS-SUI-EMP-ID    PIC 9(5).
                10 WS-SUI-EMBAUCHE  PIC 9(8).
                10 WS-SUI-ENVOI     PIC 9(8).
                10 WS-SUI-STATUT    PIC X(10).
        01 WS-NB-SUIVI         PIC 9(4)  VALUE 0.
        01 WS-IDX-SUI          PIC 9(4)  VALUE 0.
        01 WS-DEJA-SUIVI       PIC X     VALUE 'N'.

      * Embauches a declarer dans ce run (donnees controlees).
        01 WS-TAB-NOUVEAUX.
            05 WS-NOU OCCURS 500 TIMES.
                10 WS-NOU-EMP-ID    PIC 9(5).
                10 WS-NOU-NOM       PIC X(20).
                10 WS-NOU-PRENOM    PIC X(20).
                10 WS-NOU-CIVILITE  PIC X.
                10 WS-NOU-NIR       PIC X(15).
                10 WS-NOU-NAISSANCE PIC 9(8).
                10 WS-NOU-EMBAUCHE  PIC 9(8).
                10 WS-NOU-CATEG     PIC X(10).
                10 WS-NOU-FIN-CONTRAT PIC 9(8).
                10 WS-NOU-SIRET     PIC X(14).
        01 WS-NB-NOUVEAUX      PIC 9(3)  VALUE 0.
        01 WS-IDX-NOU          PIC 9(3)  VALUE 0.

        01 WS-NB-ANOMALIES     PIC 9(3)  VALUE 0.
        01 WS-NB-DISPENSES     PIC 9(3)  VALUE 0.
        01 WS-NB-TARDIVES      PIC 9(3)  VALUE 0.
        01 WS-NB-NON-ENVOYEES  PIC 9(3)  VALUE 0.
        01 WS-EMPLOYE-COMPLET  PIC X     VALUE 'O'.
        01 WS-MOTIF-ANOMALIE   PIC X(40) VALUE SPACES.
        01 WS-STATUT-A-POSER   PIC X(10) VALUE SPACES.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SUIVI-DPAE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DPAE      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM CHARGER-ETABLISSEMENTS
           PERFORM CHARGER-SUIVI
           PERFORM LIRE-EMPLOYES
           IF WS-PREMIER-PASSAGE = 'O'
               PERFORM ECRIRE-SUIVI
               DISPLAY 'Mise en place du suivi DPAE : ' WS-NB-SUIVI
                   ' employe(s) existant(s) repris sans declaration.'
           ELSE
               IF WS-NB-ANOMALIES > 0
                   DISPLAY 'REFUS : ' WS-NB-ANOMALIES
                       ' embauche(s) avec donnee obligatoire '
                       'manquante (a corriger via US-19).'
                   DISPLAY 'Aucun fichier DPAE genere.'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM ECRIRE-DPAE
                   PERFORM ECRIRE-SUIVI
                   DISPLAY 'Fichier DPAE genere : dpae.txt ('
                       WS-NB-NOUVEAUX ' embauche(s))'
               END-IF
           END-IF
           PERFORM ECRIRE-RAPPORT
           DISPLAY 'Stagiaires dispenses    : ' WS-NB-DISPENSES
           DISPLAY 'DPAE tardives           : ' WS-NB-TARDIVES
           DISPLAY 'DPAE non envoyees       : ' WS-NB-NON-ENVOYEES
           DISPLAY 'Rapport de suivi : rapport-dpae.txt'
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../suivi-dpae.txt' TO WS-CHEMIN-SUIVI-DPAE
               MOVE '../dpae.txt' TO WS-CHEMIN-DPAE
               MOVE '../rapport-dpae.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/suivi-dpae.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SUIVI-DPAE
               STRING FUNCTION TRIM(WS-RACINE) '/dpae.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DPAE
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-dpae.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-ETABLISSEMENTS.
      * etablissements.txt : SIRET par site. Sans referentiel, toute
      * embauche est en anomalie (SIRET obligatoire).
           OPEN INPUT FICHIER-ETABLISSEMENTS
           IF WS-STATUT-ETABLISSEMENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ETABLISSEMENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ETB < 20
                               ADD 1 TO WS-NB-ETB
                               MOVE ETB-SITE TO
                                   WS-ETB-SITE(WS-NB-ETB)
                               MOVE ETB-SIRET TO
                                   WS-ETB-SIRET(WS-NB-ETB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETABLISSEMENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-SUIVI.
      * Sans suivi, c'est la mise en place : les employes presents
      * sont enregistres en REPRISE (leur embauche est anterieure au
      * suivi) et seules les embauches suivantes seront declarees.
           MOVE 0 TO WS-NB-SUIVI
           OPEN INPUT FICHIER-SUIVI-DPAE
           IF WS-STATUT-SUIVI-DPAE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SUIVI-DPAE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-SUIVI < 2000
                               ADD 1 TO WS-NB-SUIVI
                               MOVE DPAE-EMP-ID TO
                                   WS-SUI-EMP-ID(WS-NB-SUIVI)
                               MOVE DPAE-DATE-EMBAUCHE TO
                                   WS-SUI-EMBAUCHE(WS-NB-SUIVI)
                               MOVE DPAE-DATE-ENVOI TO
                                   WS-SUI-ENVOI(WS-NB-SUIVI)
                               MOVE DPAE-STATUT TO
                                   WS-SUI-STATUT(WS-NB-SUIVI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUIVI-DPAE
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE 'O' TO WS-PREMIER-PASSAGE
           END-IF.

       LIRE-EMPLOYES.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       MOVE 'N' TO WS-DEJA-SUIVI
                       PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
                           UNTIL WS-IDX-SUI > WS-NB-SUIVI
                           IF WS-SUI-EMP-ID(WS-IDX-SUI) = EMP-ID
                               MOVE 'O' TO WS-DEJA-SUIVI
                           END-IF
                       END-PERFORM
                       IF WS-DEJA-SUIVI = 'N'
                           IF WS-PREMIER-PASSAGE = 'O'
                               MOVE 'REPRISE' TO WS-STATUT-A-POSER
                               PERFORM AJOUTER-SUIVI
                           ELSE
                               PERFORM TRAITER-EMBAUCHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       TRAITER-EMBAUCHE.
      * Les stagiaires ne sont pas salaries : pas de DPAE. Pour les
      * autres, toutes les donnees obligatoires doivent etre
      * presentes ; une seule manquante bloque le fichier entier,
      * l'URSSAF rejetant une declaration incomplete.
           IF EMP-CATEGORIE = 'STAGE'
               ADD 1 TO WS-NB-DISPENSES
               MOVE 'DISPENSE' TO WS-STATUT-A-POSER
               PERFORM AJOUTER-SUIVI
           ELSE
               MOVE 'O' TO WS-EMPLOYE-COMPLET
               PERFORM TROUVER-SIRET-SITE
               IF EMP-NIR = SPACES
                   MOVE 'NIR absent' TO WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF EMP-DATE-NAISSANCE = 0
                   MOVE 'date de naissance absente' TO
                       WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF EMP-DATE-EMBAUCHE = 0
                   MOVE 'date d''embauche absente' TO
                       WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF EMP-CATEGORIE = SPACES
                   MOVE 'type de contrat absent' TO WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF EMP-CATEGORIE NOT = 'CDI' AND
                   EMP-CATEGORIE NOT = SPACES AND
                   EMP-DATE-FIN-CONTRAT = 0
                   MOVE 'date de fin de contrat absente' TO
                       WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-SIRET-COURANT = SPACES
                   MOVE 'site sans SIRET dans etablissements.txt'
                       TO WS-MOTIF-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-NB-NOUVEAUX < 500
                   ADD 1 TO WS-NB-NOUVEAUX
                   MOVE EMP-ID TO WS-NOU-EMP-ID(WS-NB-NOUVEAUX)
                   MOVE EMP-NOM TO WS-NOU-NOM(WS-NB-NOUVEAUX)
                   MOVE EMP-PRENOM TO WS-NOU-PRENOM(WS-NB-NOUVEAUX)
                   MOVE EMP-CIVILITE TO
                       WS-NOU-CIVILITE(WS-NB-NOUVEAUX)
                   MOVE EMP-NIR TO WS-NOU-NIR(WS-NB-NOUVEAUX)
                   MOVE EMP-DATE-NAISSANCE TO
                       WS-NOU-NAISSANCE(WS-NB-NOUVEAUX)
                   MOVE EMP-DATE-EMBAUCHE TO
                       WS-NOU-EMBAUCHE(WS-NB-NOUVEAUX)
                   MOVE EMP-CATEGORIE TO
                       WS-NOU-CATEG(WS-NB-NOUVEAUX)
                   MOVE EMP-DATE-FIN-CONTRAT TO
                       WS-NOU-FIN-CONTRAT(WS-NB-NOUVEAUX)
                   MOVE WS-SIRET-COURANT TO
                       WS-NOU-SIRET(WS-NB-NOUVEAUX)
               END-IF
           END-IF.

       TROUVER-SIRET-SITE.
           MOVE SPACES TO WS-SIRET-COURANT
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
               UNTIL WS-IDX-ETB > WS-NB-ETB
               IF WS-ETB-SITE(WS-IDX-ETB) = EMP-SITE
                   MOVE WS-ETB-SIRET(WS-IDX-ETB) TO WS-SIRET-COURANT
               END-IF
           END-PERFORM.

       SIGNALER-ANOMALIE.
      * Une embauche n'est comptee qu'une fois, quel que soit le
      * nombre de donnees manquantes ; chacune est affichee.
           IF WS-EMPLOYE-COMPLET = 'O'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 'N' TO WS-EMPLOYE-COMPLET
           END-IF
           MOVE EMP-ID TO WS-ID-AFF
           DISPLAY 'ANOMALIE DPAE : EMP-ID ' WS-ID-AFF ' '
               FUNCTION TRIM(EMP-NOM) ' - '
               FUNCTION TRIM(WS-MOTIF-ANOMALIE).

       AJOUTER-SUIVI.
           IF WS-NB-SUIVI < 2000
               ADD 1 TO WS-NB-SUIVI
               MOVE EMP-ID TO WS-SUI-EMP-ID(WS-NB-SUIVI)
               MOVE EMP-DATE-EMBAUCHE TO WS-SUI-EMBAUCHE(WS-NB-SUIVI)
               MOVE 0 TO WS-SUI-ENVOI(WS-NB-SUIVI)
               MOVE WS-STATUT-A-POSER TO WS-SUI-STATUT(WS-NB-SUIVI)
           END-IF.

       ECRIRE-DPAE.
      * Une ligne par embauche, encadree d'un en-tete et d'une fin
      * de fichier comptant les declarations, comme la DSN.
           OPEN OUTPUT FICHIER-DPAE
           MOVE SPACES TO LIGNE-DPAE
           STRING 'DPAE.ENTETE,GESTION-EMPLOYES,' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-DPAE
           WRITE LIGNE-DPAE
           PERFORM VARYING WS-IDX-NOU FROM 1 BY 1
               UNTIL WS-IDX-NOU > WS-NB-NOUVEAUX
               MOVE WS-NOU-EMP-ID(WS-IDX-NOU) TO WS-ID-AFF
               MOVE SPACES TO LIGNE-DPAE
               STRING 'DPAE.SALARIE,' WS-NOU-SIRET(WS-IDX-NOU) ','
                   WS-ID-AFF ','
                   FUNCTION TRIM(WS-NOU-NOM(WS-IDX-NOU)) ','
                   FUNCTION TRIM(WS-NOU-PRENOM(WS-IDX-NOU)) ','
                   WS-NOU-CIVILITE(WS-IDX-NOU) ','
                   WS-NOU-NIR(WS-IDX-NOU) ','
                   WS-NOU-NAISSANCE(WS-IDX-NOU) ','
                   WS-NOU-EMBAUCHE(WS-IDX-NOU) ','
                   FUNCTION TRIM(WS-NOU-CATEG(WS-IDX-NOU)) ','
                   WS-NOU-FIN-CONTRAT(WS-IDX-NOU)
                   DELIMITED SIZE INTO LIGNE-DPAE
               WRITE LIGNE-DPAE
               IF WS-NB-SUIVI < 2000
                   ADD 1 TO WS-NB-SUIVI
                   MOVE WS-NOU-EMP-ID(WS-IDX-NOU) TO
                       WS-SUI-EMP-ID(WS-NB-SUIVI)
                   MOVE WS-NOU-EMBAUCHE(WS-IDX-NOU) TO
                       WS-SUI-EMBAUCHE(WS-NB-SUIVI)
                   MOVE WS-DATE-SYS TO WS-SUI-ENVOI(WS-NB-SUIVI)
                   MOVE 'ENVOYEE' TO WS-SUI-STATUT(WS-NB-SUIVI)
               END-IF
           END-PERFORM
           MOVE WS-NB-NOUVEAUX TO WS-AFF-NB
           MOVE SPACES TO LIGNE-DPAE
           STRING 'DPAE.FIN,' FUNCTION TRIM(WS-AFF-NB)
               DELIMITED SIZE INTO LIGNE-DPAE
           WRITE LIGNE-DPAE
           CLOSE FICHIER-DPAE.

       ECRIRE-SUIVI.
           OPEN OUTPUT FICHIER-SUIVI-DPAE
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO DPAE-EMP-ID
               MOVE WS-SUI-EMBAUCHE(WS-IDX-SUI) TO DPAE-DATE-EMBAUCHE
               MOVE WS-SUI-ENVOI(WS-IDX-SUI) TO DPAE-DATE-ENVOI
               MOVE WS-SUI-STATUT(WS-IDX-SUI) TO DPAE-STATUT
               WRITE DPAE-RECORD
           END-PERFORM
           CLOSE FICHIER-SUIVI-DPAE.

       ECRIRE-RAPPORT.
      * La DPAE doit preceder l'embauche : sont listees les DPAE
      * generees apres la date d'embauche, et les embauches dont la
      * DPAE est toujours bloquee alors que le salarie a commence.
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE 'SUIVI DES DPAE - EMBAUCHES NON DECLAREES A TEMPS'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Etabli le ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '================================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
               UNTIL WS-IDX-SUI > WS-NB-SUIVI
               IF WS-SUI-STATUT(WS-IDX-SUI) = 'ENVOYEE'
                   AND WS-SUI-ENVOI(WS-IDX-SUI) >
                       WS-SUI-EMBAUCHE(WS-IDX-SUI)
                   ADD 1 TO WS-NB-TARDIVES
                   MOVE WS-SUI-EMP-ID(WS-IDX-SUI) TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'DPAE TARDIVE     : EMP-ID ' WS-ID-AFF
                       ' embauche ' WS-SUI-EMBAUCHE(WS-IDX-SUI)
                       ' DPAE du ' WS-SUI-ENVOI(WS-IDX-SUI)
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM
           IF WS-NB-ANOMALIES > 0
               PERFORM VARYING WS-IDX-NOU FROM 1 BY 1
                   UNTIL WS-IDX-NOU > WS-NB-NOUVEAUX
                   IF WS-NOU-EMBAUCHE(WS-IDX-NOU) <= WS-DATE-SYS
                       ADD 1 TO WS-NB-NON-ENVOYEES
                       MOVE WS-NOU-EMP-ID(WS-IDX-NOU) TO WS-ID-AFF
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'DPAE NON ENVOYEE : EMP-ID ' WS-ID-AFF
                           ' embauche ' WS-NOU-EMBAUCHE(WS-IDX-NOU)
                           ' (fichier DPAE bloque)'
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NB-TARDIVES = 0 AND WS-NB-NON-ENVOYEES = 0
               MOVE 'Aucune embauche sans DPAE prealable.' TO
                   LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           CLOSE FICHIER-RAPPORT.
