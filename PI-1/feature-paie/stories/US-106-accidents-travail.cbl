       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-106-ACCIDENTS-TRAVAIL.
      * US-106 : Registre des accidents du travail et de trajet :
      *          saisie, declaration sous 48 heures avec alerte dans
      *          la corbeille, rattachement de l'arret de conges.dat
      *          et taux de frequence / gravite annuels par
      *          etablissement face aux taux AT/MP notifies
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ACCIDENTS
               ASSIGN TO WS-CHEMIN-ACCIDENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACCIDENTS.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-ATMP
               ASSIGN TO WS-CHEMIN-ATMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATMP.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-DECLARATION
               ASSIGN TO WS-CHEMIN-DECLARATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DECLARATION.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ACCIDENTS.
           COPY '../../../copybooks/accident-travail.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-ATMP.
           COPY '../../../copybooks/atmp.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-DECLARATION.
        01 LIGNE-DECLARATION  PIC X(110).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(110).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-ACCIDENTS PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-ATMP      PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-DECLARATION PIC XX.
        01 WS-STATUT-ALERTES   PIC XX.

        01 WS-MODE             PIC X     VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.

      * Delai de declaration (48 heures, compte en jours a partir
      * du jour ou l'employeur a eu connaissance de l'accident) et
      * ecart maximal entre l'accident et le debut de l'arret
      * rattache.
        01 WS-DELAI-DECLARATION PIC 9(1) VALUE 2.
        01 WS-DELAI-ARRET      PIC 9(1)  VALUE 3.
      * Heures mensuelles d'un equivalent temps plein pour estimer
      * les heures travaillees des taux de frequence et de gravite.
        01 WS-HEURES-MENSUELLES PIC 9(3)V9(2) VALUE 151.67.

      * Registre en memoire : image complete de chaque accident,
      * travaillee dans ACCIDENT-RECORD.
        01 WS-TAB-ACCIDENTS.
            05 WS-ACC OCCURS 999 TIMES.
                10 WS-ACC-IMAGE     PIC X(321).
        01 WS-NB-ACCIDENTS     PIC 9(3)  VALUE 0.
        01 WS-IDX-ACC          PIC 9(3)  VALUE 0.
        01 WS-DERNIER-NUMERO   PIC 9(6)  VALUE 0.

        01 WS-TAB-ETB.
            05 WS-ETB OCCURS 20 TIMES.
                10 WS-ETB-SITE      PIC X(10).
                10 WS-ETB-SIRET     PIC X(14).
        01 WS-NB-ETB           PIC 9(2)  VALUE 0.
        01 WS-IDX-ETB          PIC 9(2)  VALUE 0.
        01 WS-SIRET-COURANT    PIC X(14) VALUE SPACES.

      * Statistiques annuelles par site.
        01 WS-TAB-STAT.
            05 WS-STA OCCURS 20 TIMES.
                10 WS-STA-SITE      PIC X(10).
                10 WS-STA-HEURES    PIC 9(9)V9(2).
                10 WS-STA-AVEC-ARRET PIC 9(4).
                10 WS-STA-SANS-ARRET PIC 9(4).
                10 WS-STA-TRAJET    PIC 9(4).
                10 WS-STA-JOURS     PIC 9(6)V9.
        01 WS-NB-STA           PIC 9(2)  VALUE 0.
        01 WS-IDX-STA          PIC 9(2)  VALUE 0.
        01 WS-SITE-CHERCHE     PIC X(10) VALUE SPACES.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-TAUX-FREQUENCE   PIC 9(5)V9(2) VALUE 0.
        01 WS-TAUX-GRAVITE     PIC 9(3)V9(2) VALUE 0.
        01 WS-TAUX-ATMP        PIC 9(2)V9(2) VALUE 0.
        01 WS-EFFET-ATMP       PIC 9(8)  VALUE 0.
        01 WS-FIN-ANNEE        PIC 9(8)  VALUE 0.

      * Saisie d'un accident.
        01 WS-SAISIE-EMP       PIC 9(5)  VALUE 0.
        01 WS-SAISIE-DATE-X    PIC X(8)  VALUE SPACES.
        01 WS-SAISIE-DATE      PIC 9(8)  VALUE 0.
        01 WS-SAISIE-CONNU     PIC 9(8)  VALUE 0.
        01 WS-SAISIE-HEURE-X   PIC X(4)  VALUE SPACES.
        01 WS-SAISIE-NATURE    PIC X     VALUE SPACES.
        01 WS-SAISIE-ARRET     PIC X     VALUE SPACES.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.
        01 WS-SAISIE-VALIDE    PIC X     VALUE 'O'.

      * Rattachement des arrets (dates au format AAAA-MM-JJ de
      * conges.dat).
        01 WS-DEBUT-CHERCHE    PIC X(10) VALUE SPACES.
        01 WS-LIMITE-ARRET     PIC X(10) VALUE SPACES.
        01 WS-DATE-TRAVAIL     PIC 9(8)  VALUE 0.
        01 WS-INT-TRAVAIL      PIC 9(8)  VALUE 0.
        01 WS-ARRET-TROUVE     PIC X     VALUE 'N'.
        01 WS-LIMITE-DECL      PIC 9(8)  VALUE 0.

        01 WS-NB-A-DECLARER    PIC 9(4)  VALUE 0.
        01 WS-NB-EN-RETARD     PIC 9(4)  VALUE 0.
        01 WS-NB-DECLARES      PIC 9(4)  VALUE 0.
        01 WS-NB-TARDIVES      PIC 9(4)  VALUE 0.
        01 WS-NB-RATTACHES     PIC 9(4)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-JOURS        PIC ZZZZ9.9.
        01 WS-AFF-HEURES       PIC ZZZZZZZZ9.
        01 WS-AFF-TF           PIC ZZZZ9.99.
        01 WS-AFF-TG           PIC ZZ9.99.
        01 WS-AFF-TAUX         PIC Z9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ACCIDENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ATMP      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DECLARATION PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-STATS     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           PERFORM CHARGER-ACCIDENTS
           PERFORM CHARGER-ETABLISSEMENTS
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Mode : (N)ouvel accident, (D)eclarations a '
               'etablir, (S)tatistiques annuelles ou suivi (entree) ? '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'N' WHEN 'n'
                   PERFORM SAISIR-ACCIDENT
               WHEN 'D' WHEN 'd'
                   PERFORM ETABLIR-DECLARATIONS
               WHEN 'S' WHEN 's'
                   PERFORM RATTACHER-ARRETS
                   PERFORM ECRIRE-REGISTRE
                   PERFORM ECRIRE-STATISTIQUES
               WHEN OTHER
                   PERFORM RATTACHER-ARRETS
                   PERFORM ECRIRE-REGISTRE
                   PERFORM ECRIRE-SUIVI
           END-EVALUATE
           CLOSE FICHIER-EMPLOYES
           PERFORM ECRIRE-ALERTES
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
               MOVE '../accidents-travail.txt' TO WS-CHEMIN-ACCIDENTS
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../taux-atmp.txt' TO WS-CHEMIN-ATMP
               MOVE '../extrait-paie.txt' TO WS-CHEMIN-EXTRAIT
               MOVE '../alertes-accidents-travail.txt' TO
                   WS-CHEMIN-ALERTES
               MOVE '../suivi-accidents-travail.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/accidents-travail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ACCIDENTS
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/taux-atmp.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ATMP
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-accidents-travail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/suivi-accidents-travail.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       DEFINIR-CHEMIN-DECLARATION.
      * Une declaration par accident, conservee pour l'envoi a la
      * CPAM et le dossier du salarie.
           MOVE SPACES TO WS-CHEMIN-DECLARATION
           IF WS-RACINE = SPACES
               STRING '../declaration-at-' ACC-NUMERO '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DECLARATION
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/declaration-at-'
                   ACC-NUMERO '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DECLARATION
           END-IF.

       DEFINIR-CHEMIN-STATS.
           MOVE SPACES TO WS-CHEMIN-STATS
           IF WS-RACINE = SPACES
               STRING '../statistiques-accidents-' WS-ANNEE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-STATS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/statistiques-accidents-' WS-ANNEE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-STATS
           END-IF.

       CHARGER-ACCIDENTS.
      * Registre absent : aucun accident saisi jusqu'ici.
           MOVE 0 TO WS-NB-ACCIDENTS
           MOVE 0 TO WS-DERNIER-NUMERO
           OPEN INPUT FICHIER-ACCIDENTS
           IF WS-STATUT-ACCIDENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ACCIDENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ACCIDENTS < 999
                               ADD 1 TO WS-NB-ACCIDENTS
                               MOVE ACCIDENT-RECORD TO
                                   WS-ACC-IMAGE(WS-NB-ACCIDENTS)
                               IF ACC-NUMERO > WS-DERNIER-NUMERO
                                   MOVE ACC-NUMERO TO
                                       WS-DERNIER-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ACCIDENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ETABLISSEMENTS.
      * etablissements.txt : SIRET par site, repris sur la
      * declaration et pour retrouver le taux AT/MP notifie.
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

       TROUVER-SIRET-SITE.
           MOVE SPACES TO WS-SIRET-COURANT
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
               UNTIL WS-IDX-ETB > WS-NB-ETB
               IF WS-ETB-SITE(WS-IDX-ETB) = WS-SITE-CHERCHE
                   MOVE WS-ETB-SIRET(WS-IDX-ETB) TO WS-SIRET-COURANT
               END-IF
           END-PERFORM.

       SAISIR-ACCIDENT.
      * Saisie au plus tot apres l'accident : le delai de 48 heures
      * court de la date de connaissance par l'employeur (le jour
      * meme par defaut).
           MOVE 'O' TO WS-SAISIE-VALIDE
           DISPLAY 'EMP-ID de la victime (5 chiffres)    : '
           ACCEPT WS-SAISIE-EMP
           MOVE WS-SAISIE-EMP TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   DISPLAY 'Employe inconnu : accident non '
                       'enregistre.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
           END-READ
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'Date de l''accident (AAAAMMJJ)       : '
               ACCEPT WS-SAISIE-DATE
               CALL 'VALIDER-DATE' USING WS-SAISIE-DATE WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0 OR WS-SAISIE-DATE > WS-DATE-SYS
                   DISPLAY 'Date invalide : accident non enregistre.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'Connu de l''employeur le (AAAAMMJJ, vide = '
                   'aujourd''hui) : '
               MOVE SPACES TO WS-SAISIE-DATE-X
               ACCEPT WS-SAISIE-DATE-X
               IF WS-SAISIE-DATE-X = SPACES
                   MOVE WS-DATE-SYS TO WS-SAISIE-CONNU
               ELSE
                   MOVE WS-SAISIE-DATE-X TO WS-SAISIE-CONNU
               END-IF
               CALL 'VALIDER-DATE' USING WS-SAISIE-CONNU WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   OR WS-SAISIE-CONNU < WS-SAISIE-DATE
                   OR WS-SAISIE-CONNU > WS-DATE-SYS
                   DISPLAY 'Date de connaissance invalide : '
                       'accident non enregistre.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               PERFORM COMPLETER-ACCIDENT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       COMPLETER-ACCIDENT.
           IF WS-NB-ACCIDENTS NOT < 999
               DISPLAY 'ERREUR : registre plein (999 accidents).'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ACCIDENT-RECORD
               ADD 1 TO WS-DERNIER-NUMERO
               MOVE WS-DERNIER-NUMERO TO ACC-NUMERO
               MOVE WS-SAISIE-EMP TO ACC-EMP-ID
               MOVE WS-SAISIE-DATE TO ACC-DATE
               MOVE WS-SAISIE-CONNU TO ACC-DATE-CONNAISSANCE
               MOVE EMP-SITE TO ACC-SITE
               DISPLAY 'Heure de l''accident (HHMM)           : '
               MOVE SPACES TO WS-SAISIE-HEURE-X
               ACCEPT WS-SAISIE-HEURE-X
               IF WS-SAISIE-HEURE-X IS NUMERIC
                   MOVE WS-SAISIE-HEURE-X TO ACC-HEURE
               ELSE
                   MOVE 0 TO ACC-HEURE
               END-IF
               DISPLAY 'Accident de (T)ravail ou de tra(J)et  : '
               ACCEPT WS-SAISIE-NATURE
               IF WS-SAISIE-NATURE = 'J' OR WS-SAISIE-NATURE = 'j'
                   MOVE 'TRAJET' TO ACC-NATURE
               ELSE
                   MOVE 'TRAVAIL' TO ACC-NATURE
               END-IF
               DISPLAY 'Lieu                                  : '
               ACCEPT ACC-LIEU
               DISPLAY 'Circonstances                         : '
               ACCEPT ACC-CIRCONSTANCES
               DISPLAY 'Temoins (noms, coordonnees)           : '
               ACCEPT ACC-TEMOINS
               DISPLAY 'Siege et nature des lesions           : '
               ACCEPT ACC-LESIONS
               DISPLAY 'Arret de travail prescrit (O/N)       : '
               ACCEPT WS-SAISIE-ARRET
               IF WS-SAISIE-ARRET = 'O' OR WS-SAISIE-ARRET = 'o'
                   MOVE 'O' TO ACC-ARRET
               ELSE
                   MOVE 'N' TO ACC-ARRET
               END-IF
               MOVE 'A-DECLARER' TO ACC-STATUT
               MOVE 0 TO ACC-DATE-DECLARATION
               MOVE SPACES TO ACC-CONGE-DEBUT
               MOVE 0 TO ACC-JOURS-ARRET
               ADD 1 TO WS-NB-ACCIDENTS
               MOVE ACCIDENT-RECORD TO WS-ACC-IMAGE(WS-NB-ACCIDENTS)
               PERFORM ECRIRE-REGISTRE
               PERFORM CALCULER-LIMITE-DECLARATION
               DISPLAY 'Accident ' ACC-NUMERO ' enregistre, '
                   'declaration a faire au plus tard le '
                   WS-LIMITE-DECL
           END-IF.

       CALCULER-LIMITE-DECLARATION.
      * Date limite de la declaration de l'accident courant.
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION INTEGER-OF-DATE(ACC-DATE-CONNAISSANCE)
               + WS-DELAI-DECLARATION
           COMPUTE WS-LIMITE-DECL =
               FUNCTION DATE-OF-INTEGER(WS-INT-TRAVAIL).

       ETABLIR-DECLARATIONS.
      * Chaque accident A-DECLARER : declaration-at-NNNNNN.txt avec
      * l'employeur, la victime et l'accident, puis statut DECLARE.
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
               MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
               IF ACC-STATUT = 'A-DECLARER'
                   PERFORM ECRIRE-DECLARATION
                   MOVE 'DECLARE' TO ACC-STATUT
                   MOVE WS-DATE-SYS TO ACC-DATE-DECLARATION
                   MOVE ACCIDENT-RECORD TO WS-ACC-IMAGE(WS-IDX-ACC)
                   ADD 1 TO WS-NB-DECLARES
               END-IF
           END-PERFORM
           IF WS-NB-DECLARES > 0
               PERFORM ECRIRE-REGISTRE
           END-IF
           MOVE WS-NB-DECLARES TO WS-AFF-NB
           DISPLAY 'Declarations etablies : ' WS-AFF-NB
               ' (fichiers declaration-at-NNNNNN.txt)'
           IF WS-NB-TARDIVES > 0
               MOVE WS-NB-TARDIVES TO WS-AFF-NB
               DISPLAY 'ATTENTION : ' WS-AFF-NB ' declaration(s) '
                   'hors delai de 48 heures'
               MOVE 4 TO RETURN-CODE
           END-IF.

       ECRIRE-DECLARATION.
           PERFORM DEFINIR-CHEMIN-DECLARATION
           OPEN OUTPUT FICHIER-DECLARATION
           IF WS-STATUT-DECLARATION NOT = '00'
               DISPLAY 'ERREUR : ouverture '
                   FUNCTION TRIM(WS-CHEMIN-DECLARATION)
                   ' impossible (statut ' WS-STATUT-DECLARATION ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ACC-EMP-ID TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE SPACES TO EMP-NOM EMP-PRENOM EMP-NIR
                       EMP-EMPLOI EMP-NATIONALITE
                   MOVE 0 TO EMP-DATE-NAISSANCE EMP-DATE-EMBAUCHE
           END-READ
           MOVE ACC-SITE TO WS-SITE-CHERCHE
           PERFORM TROUVER-SIRET-SITE
           PERFORM CALCULER-LIMITE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'DECLARATION D''ACCIDENT DU TRAVAIL OU DE TRAJET - '
               'REGISTRE N. ' ACC-NUMERO
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE ALL '-' TO LIGNE-DECLARATION(1:70)
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'EMPLOYEUR  : etablissement ' ACC-SITE
               ' SIRET ' WS-SIRET-COURANT
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE ACC-EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'VICTIME    : EMP-ID ' WS-ID-AFF ' '
               FUNCTION TRIM(EMP-NOM) ' ' FUNCTION TRIM(EMP-PRENOM)
               ' NIR ' EMP-NIR ' ne(e) le ' EMP-DATE-NAISSANCE
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING '             emploi ' FUNCTION TRIM(EMP-EMPLOI)
               ', nationalite ' FUNCTION TRIM(EMP-NATIONALITE)
               ', embauche le ' EMP-DATE-EMBAUCHE
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'ACCIDENT   : ' FUNCTION TRIM(ACC-NATURE)
               ' le ' ACC-DATE ' a ' ACC-HEURE(1:2) 'h'
               ACC-HEURE(3:2) ', connu de l''employeur le '
               ACC-DATE-CONNAISSANCE
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'LIEU       : ' ACC-LIEU
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'CIRCONST.  : ' ACC-CIRCONSTANCES
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'LESIONS    : ' ACC-LESIONS
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'TEMOINS    : ' ACC-TEMOINS
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           IF ACC-ARRET = 'O'
               MOVE 'ARRET      : arret de travail prescrit'
                   TO LIGNE-DECLARATION
           ELSE
               MOVE 'ARRET      : sans arret de travail'
                   TO LIGNE-DECLARATION
           END-IF
           WRITE LIGNE-DECLARATION
           MOVE ALL '-' TO LIGNE-DECLARATION(1:70)
           WRITE LIGNE-DECLARATION
           MOVE SPACES TO LIGNE-DECLARATION
           STRING 'Declaration etablie le ' WS-DATE-SYS
               ', limite legale le ' WS-LIMITE-DECL
               DELIMITED SIZE INTO LIGNE-DECLARATION
           WRITE LIGNE-DECLARATION
           IF WS-DATE-SYS > WS-LIMITE-DECL
               ADD 1 TO WS-NB-TARDIVES
               MOVE 'DECLARATION HORS DELAI DE 48 HEURES'
                   TO LIGNE-DECLARATION
               WRITE LIGNE-DECLARATION
           END-IF
           CLOSE FICHIER-DECLARATION.

       RATTACHER-ARRETS.
      * Arret deja rattache : duree relue (prolongations importees
      * par US-72 sur le meme arret). Sinon, premier arret Maladie
      * approuve de la victime commencant entre le jour de
      * l'accident et WS-DELAI-ARRET jours apres. conges.dat absent :
      * les rattachements restent en l'etat.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
                   UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
                   MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
                   IF ACC-CONGE-DEBUT NOT = SPACES
                       PERFORM RELIRE-ARRET
                   ELSE
                       PERFORM CHERCHER-ARRET
                   END-IF
                   MOVE ACCIDENT-RECORD TO WS-ACC-IMAGE(WS-IDX-ACC)
               END-PERFORM
               CLOSE FICHIER-CONGES
           END-IF.

       RELIRE-ARRET.
           MOVE ACC-EMP-ID TO CONGE-EMP-ID
           MOVE ACC-CONGE-DEBUT TO CONGE-DEBUT
           MOVE SPACES TO CONGE-DEMI-JOUR
           READ FICHIER-CONGES
               INVALID KEY
                   MOVE SPACES TO ACC-CONGE-DEBUT
                   MOVE 0 TO ACC-JOURS-ARRET
               NOT INVALID KEY
                   MOVE CONGE-NB-JOURS TO ACC-JOURS-ARRET
           END-READ.

       CHERCHER-ARRET.
           MOVE SPACES TO WS-DEBUT-CHERCHE
           STRING ACC-DATE(1:4) '-' ACC-DATE(5:2) '-' ACC-DATE(7:2)
               DELIMITED SIZE INTO WS-DEBUT-CHERCHE
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION INTEGER-OF-DATE(ACC-DATE) + WS-DELAI-ARRET
           COMPUTE WS-DATE-TRAVAIL =
               FUNCTION DATE-OF-INTEGER(WS-INT-TRAVAIL)
           MOVE SPACES TO WS-LIMITE-ARRET
           STRING WS-DATE-TRAVAIL(1:4) '-' WS-DATE-TRAVAIL(5:2) '-'
               WS-DATE-TRAVAIL(7:2)
               DELIMITED SIZE INTO WS-LIMITE-ARRET
           MOVE ACC-EMP-ID TO CONGE-EMP-ID
           MOVE WS-DEBUT-CHERCHE TO CONGE-DEBUT
           MOVE LOW-VALUES TO CONGE-DEMI-JOUR
           MOVE 'N' TO WS-ARRET-TROUVE
           MOVE 'N' TO WS-FIN
           START FICHIER-CONGES KEY IS NOT LESS THAN CONGE-CLE
               INVALID KEY MOVE 'O' TO WS-FIN
           END-START
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-CONGES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF CONGE-EMP-ID NOT = ACC-EMP-ID
                           OR CONGE-DEBUT > WS-LIMITE-ARRET
                           MOVE 'O' TO WS-FIN
                       ELSE
                           IF CONGE-TYPE = 'Maladie   '
                               AND CONGE-STATUT = 'APPROUVE  '
                               MOVE CONGE-DEBUT TO ACC-CONGE-DEBUT
                               MOVE CONGE-NB-JOURS TO ACC-JOURS-ARRET
                               MOVE 'O' TO ACC-ARRET
                               MOVE 'O' TO WS-ARRET-TROUVE
                               MOVE 'O' TO WS-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-FIN
           IF WS-ARRET-TROUVE = 'O'
               ADD 1 TO WS-NB-RATTACHES
           END-IF.

       ECRIRE-REGISTRE.
           OPEN OUTPUT FICHIER-ACCIDENTS
           IF WS-STATUT-ACCIDENTS NOT = '00'
               DISPLAY 'ERREUR : ecriture accidents-travail.txt '
                   'impossible (statut ' WS-STATUT-ACCIDENTS ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
               MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
               WRITE ACCIDENT-RECORD
           END-PERFORM
           CLOSE FICHIER-ACCIDENTS.

       ECRIRE-SUIVI.
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'REGISTRE DES ACCIDENTS DU TRAVAIL - SUIVI AU '
               WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '-' TO LIGNE-RAPPORT(1:90)
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
               MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
               PERFORM ECRIRE-LIGNE-SUIVI
           END-PERFORM
           CLOSE FICHIER-RAPPORT
           MOVE WS-NB-RATTACHES TO WS-AFF-NB
           DISPLAY 'Arrets nouvellement rattaches : ' WS-AFF-NB
           MOVE WS-NB-A-DECLARER TO WS-AFF-NB
           DISPLAY 'Accidents a declarer          : ' WS-AFF-NB
           DISPLAY 'Rapport : suivi-accidents-travail.txt'.

       ECRIRE-LIGNE-SUIVI.
           MOVE ACC-EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING ACC-NUMERO ' EMP-ID ' WS-ID-AFF ' ' ACC-DATE ' '
               ACC-NATURE ' ' ACC-SITE ' ' ACC-STATUT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           IF ACC-STATUT = 'A-DECLARER'
               ADD 1 TO WS-NB-A-DECLARER
               PERFORM CALCULER-LIMITE-DECLARATION
               STRING ' limite ' WS-LIMITE-DECL
                   DELIMITED SIZE INTO LIGNE-RAPPORT(60:20)
           ELSE
               STRING ' le ' ACC-DATE-DECLARATION
                   DELIMITED SIZE INTO LIGNE-RAPPORT(60:20)
           END-IF
           IF ACC-CONGE-DEBUT NOT = SPACES
               MOVE ACC-JOURS-ARRET TO WS-AFF-JOURS
               STRING ' arret du ' ACC-CONGE-DEBUT WS-AFF-JOURS ' j'
                   DELIMITED SIZE INTO LIGNE-RAPPORT(80:31)
           ELSE
               IF ACC-ARRET = 'O'
                   MOVE ' arret non rattache' TO
                       LIGNE-RAPPORT(80:31)
               END-IF
           END-IF
           WRITE LIGNE-RAPPORT.

       ECRIRE-ALERTES.
      * Un accident non declare est une alerte de la corbeille
      * (US-78) des sa saisie, puis EN RETARD une fois la limite des
      * 48 heures passee. Le fichier est reecrit a chaque passage :
      * la corbeille ne reprend que les libelles nouveaux.
           OPEN OUTPUT FICHIER-ALERTES
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
               MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
               IF ACC-STATUT = 'A-DECLARER'
                   PERFORM CALCULER-LIMITE-DECLARATION
                   MOVE ACC-EMP-ID TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-ALERTE
                   IF WS-DATE-SYS > WS-LIMITE-DECL
                       ADD 1 TO WS-NB-EN-RETARD
                       STRING 'DECLARATION AT EN RETARD : EMP-ID '
                           WS-ID-AFF ' accident ' ACC-NUMERO
                           ' limite le ' WS-LIMITE-DECL
                           DELIMITED SIZE INTO LIGNE-ALERTE
                   ELSE
                       STRING 'DECLARATION AT A FAIRE : EMP-ID '
                           WS-ID-AFF ' accident ' ACC-NUMERO
                           ' limite le ' WS-LIMITE-DECL
                           DELIMITED SIZE INTO LIGNE-ALERTE
                   END-IF
                   WRITE LIGNE-ALERTE
               END-IF
           END-PERFORM
           CLOSE FICHIER-ALERTES
           IF WS-NB-EN-RETARD > 0
               MOVE WS-NB-EN-RETARD TO WS-AFF-NB
               DISPLAY 'ATTENTION : ' WS-AFF-NB ' declaration(s) '
                   'd''accident en retard (corbeille)'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ECRIRE-STATISTIQUES.
      * Taux de frequence = accidents du travail avec arret x
      * 1 000 000 / heures travaillees ; taux de gravite = jours
      * d'arret x 1 000 / heures travaillees. Heures estimees sur
      * l'extrait de paie de l'annee (ETP x heures mensuelles par
      * mois paye), par site ; les jours d'arret sont ceux des arrets
      * rattaches.
           DISPLAY 'Annee (AAAA, vide = annee courante) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               MOVE WS-DATE-SYS(1:4) TO WS-ANNEE
           ELSE
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE
           END-IF
           COMPUTE WS-FIN-ANNEE = WS-ANNEE * 10000 + 1231
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
               UNTIL WS-IDX-ETB > WS-NB-ETB
               MOVE WS-ETB-SITE(WS-IDX-ETB) TO WS-SITE-CHERCHE
               PERFORM TROUVER-STAT-SITE
           END-PERFORM
           PERFORM CUMULER-HEURES
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCIDENTS
               MOVE WS-ACC-IMAGE(WS-IDX-ACC) TO ACCIDENT-RECORD
               IF ACC-DATE(1:4) = WS-ANNEE
                   MOVE ACC-SITE TO WS-SITE-CHERCHE
                   PERFORM TROUVER-STAT-SITE
                   PERFORM CUMULER-ACCIDENT
               END-IF
           END-PERFORM
           PERFORM DEFINIR-CHEMIN-STATS
           MOVE WS-CHEMIN-STATS TO WS-CHEMIN-RAPPORT
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ACCIDENTS DU TRAVAIL - STATISTIQUES ' WS-ANNEE
               ' PAR ETABLISSEMENT - EDITE LE ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '-' TO LIGNE-RAPPORT(1:90)
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
               UNTIL WS-IDX-STA > WS-NB-STA
               PERFORM ECRIRE-STAT-SITE
           END-PERFORM
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Statistiques ' WS-ANNEE ' : '
               FUNCTION TRIM(WS-CHEMIN-STATS).

       TROUVER-STAT-SITE.
      * Positionne WS-IDX-STA sur WS-SITE-CHERCHE, ajoute au besoin
      * (au-dela de 20 sites, le dernier poste est reutilise).
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
               UNTIL WS-IDX-STA > WS-NB-STA
               OR WS-STA-SITE(WS-IDX-STA) = WS-SITE-CHERCHE
               CONTINUE
           END-PERFORM
           IF WS-IDX-STA > WS-NB-STA
               IF WS-NB-STA < 20
                   ADD 1 TO WS-NB-STA
               END-IF
               MOVE WS-NB-STA TO WS-IDX-STA
               MOVE WS-SITE-CHERCHE TO WS-STA-SITE(WS-IDX-STA)
               MOVE 0 TO WS-STA-HEURES(WS-IDX-STA)
               MOVE 0 TO WS-STA-AVEC-ARRET(WS-IDX-STA)
               MOVE 0 TO WS-STA-SANS-ARRET(WS-IDX-STA)
               MOVE 0 TO WS-STA-TRAJET(WS-IDX-STA)
               MOVE 0 TO WS-STA-JOURS(WS-IDX-STA)
           END-IF.

       CUMULER-HEURES.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE(1:4) = WS-ANNEE
                               MOVE EXT-SITE TO WS-SITE-CHERCHE
                               PERFORM TROUVER-STAT-SITE
                               COMPUTE WS-STA-HEURES(WS-IDX-STA) =
                                   WS-STA-HEURES(WS-IDX-STA)
                                   + EXT-ETP * WS-HEURES-MENSUELLES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-ACCIDENT.
           EVALUATE TRUE
               WHEN ACC-NATURE = 'TRAJET'
                   ADD 1 TO WS-STA-TRAJET(WS-IDX-STA)
               WHEN ACC-ARRET = 'O'
                   ADD 1 TO WS-STA-AVEC-ARRET(WS-IDX-STA)
                   ADD ACC-JOURS-ARRET TO WS-STA-JOURS(WS-IDX-STA)
               WHEN OTHER
                   ADD 1 TO WS-STA-SANS-ARRET(WS-IDX-STA)
           END-EVALUATE.

       ECRIRE-STAT-SITE.
           MOVE WS-STA-SITE(WS-IDX-STA) TO WS-SITE-CHERCHE
           PERFORM TROUVER-SIRET-SITE
           PERFORM TROUVER-TAUX-ATMP
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Etablissement ' WS-STA-SITE(WS-IDX-STA)
               ' SIRET ' WS-SIRET-COURANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-STA-AVEC-ARRET(WS-IDX-STA) TO WS-AFF-NB
           MOVE WS-STA-JOURS(WS-IDX-STA) TO WS-AFF-JOURS
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Accidents du travail avec arret : ' WS-AFF-NB
               '   jours d''arret : ' WS-AFF-JOURS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-STA-SANS-ARRET(WS-IDX-STA) TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Accidents du travail sans arret : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-STA-TRAJET(WS-IDX-STA) TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Accidents de trajet (hors taux)  : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-STA-HEURES(WS-IDX-STA) TO WS-AFF-HEURES
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-STA-HEURES(WS-IDX-STA) = 0
               STRING '  Heures travaillees : non disponibles '
                   '(aucune ligne d''extrait de paie pour l''annee)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               STRING '  Heures travaillees estimees : ' WS-AFF-HEURES
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               COMPUTE WS-TAUX-FREQUENCE ROUNDED =
                   WS-STA-AVEC-ARRET(WS-IDX-STA) * 1000000
                   / WS-STA-HEURES(WS-IDX-STA)
               COMPUTE WS-TAUX-GRAVITE ROUNDED =
                   WS-STA-JOURS(WS-IDX-STA) * 1000
                   / WS-STA-HEURES(WS-IDX-STA)
               MOVE WS-TAUX-FREQUENCE TO WS-AFF-TF
               MOVE WS-TAUX-GRAVITE TO WS-AFF-TG
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  Taux de frequence : ' WS-AFF-TF
                   '   taux de gravite : ' WS-AFF-TG
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-EFFET-ATMP = 0
               MOVE '  Taux AT/MP notifie : aucun dans taux-atmp.txt'
                   TO LIGNE-RAPPORT
           ELSE
               MOVE WS-TAUX-ATMP TO WS-AFF-TAUX
               STRING '  Taux AT/MP notifie : ' WS-AFF-TAUX
                   ' % (effet ' WS-EFFET-ATMP ')'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.

       TROUVER-TAUX-ATMP.
      * Taux de l'etablissement en vigueur en fin d'annee (date
      * d'effet la plus recente atteinte), tel que charge par
      * US-61.
           MOVE 0 TO WS-TAUX-ATMP
           MOVE 0 TO WS-EFFET-ATMP
           IF WS-SIRET-COURANT NOT = SPACES
               OPEN INPUT FICHIER-ATMP
               IF WS-STATUT-ATMP = '00'
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-ATMP
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               IF ATMP-SIRET = WS-SIRET-COURANT
                                   AND ATMP-DATE-EFFET <= WS-FIN-ANNEE
                                   AND ATMP-DATE-EFFET >= WS-EFFET-ATMP
                                   MOVE ATMP-TAUX TO WS-TAUX-ATMP
                                   MOVE ATMP-DATE-EFFET TO
                                       WS-EFFET-ATMP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-ATMP
                   MOVE 'N' TO WS-FIN
               END-IF
           END-IF.
