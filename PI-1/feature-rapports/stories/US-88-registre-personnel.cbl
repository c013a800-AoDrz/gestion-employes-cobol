       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-88-REGISTRE-PERSONNEL.
      * US-88 : Registre unique du personnel par etablissement
      *         (tous les salaries entres, sortis compris, dans
      *         l'ordre des embauches)
      * Feature : Rapports
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
           SELECT FICHIER-REGISTRE
               ASSIGN TO WS-CHEMIN-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-REGISTRE.
        01 LIGNE-REGISTRE     PIC X(160).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * SIRET par site (etablissements.txt) : le registre est tenu
      * par etablissement.
        01 WS-TAB-ETB.
            05 WS-ETB OCCURS 20 TIMES.
                10 WS-ETB-SITE     PIC X(10).
                10 WS-ETB-SIRET    PIC X(14).
        01 WS-NB-ETB           PIC 9(2)  VALUE 0.
        01 WS-IDX-ETB          PIC 9(2)  VALUE 0.
        01 WS-SIRET-COURANT    PIC X(14) VALUE SPACES.

      * Toutes les fiches d'employes.dat, quel que soit le statut :
      * le registre conserve les salaries sortis. Triees par site,
      * date d'embauche puis EMP-ID (ordre chronologique des
      * entrees dans chaque etablissement).
        01 WS-NB-REG           PIC 9(4)  VALUE 0.
        01 WS-TAB-REG.
            05 WS-REG OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-NB-REG
               ASCENDING KEY IS WS-REG-SITE WS-REG-EMBAUCHE
                                WS-REG-EMP-ID
               INDEXED BY WS-REG-I.
                10 WS-REG-SITE      PIC X(10).
                10 WS-REG-EMBAUCHE  PIC 9(8).
                10 WS-REG-EMP-ID    PIC 9(5).
                10 WS-REG-NOM       PIC X(20).
                10 WS-REG-PRENOM    PIC X(20).
                10 WS-REG-CIVILITE  PIC X.
                10 WS-REG-NAISSANCE PIC 9(8).
                10 WS-REG-NATIONALITE PIC X(20).
                10 WS-REG-EMPLOI    PIC X(30).
                10 WS-REG-CATEGORIE PIC X(10).
                10 WS-REG-COEFFICIENT PIC 9(3).
                10 WS-REG-SORTIE    PIC 9(8).
        01 WS-IDX-REG          PIC 9(4)  VALUE 0.
        01 WS-SITE-COURANT     PIC X(10) VALUE SPACES.

        01 WS-NB-SITE          PIC 9(4)  VALUE 0.
        01 WS-NB-SORTIS-SITE   PIC 9(4)  VALUE 0.
        01 WS-NB-SORTIS        PIC 9(4)  VALUE 0.
        01 WS-NB-SITES         PIC 9(2)  VALUE 0.
        01 WS-AFF-NB           PIC ZZZ9.
        01 WS-AFF-NB-2         PIC ZZZ9.
        01 WS-AFF-NAISSANCE    PIC X(8)  VALUE SPACES.
        01 WS-AFF-SORTIE       PIC X(8)  VALUE SPACES.
        01 WS-AFF-COEF         PIC X(3)  VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REGISTRE  PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM CHARGER-ETABLISSEMENTS
           PERFORM CHARGER-EMPLOYES
           PERFORM ECRIRE-REGISTRE
           DISPLAY 'Salaries inscrits : ' WS-NB-REG
               ' dont sortis : ' WS-NB-SORTIS
           DISPLAY 'Etablissements : ' WS-NB-SITES
           DISPLAY 'Registre : registre-personnel.txt'
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
               MOVE '../../feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../feature-paie/etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../registre-personnel.txt' TO
                   WS-CHEMIN-REGISTRE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/registre-personnel.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGISTRE
           END-IF.

       CHARGER-ETABLISSEMENTS.
      * etablissements.txt : SIRET par site. Sans referentiel, le
      * registre est edite avec un SIRET non renseigne.
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

       CHARGER-EMPLOYES.
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
                       IF WS-NB-REG < 2000
                           PERFORM RETENIR-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN
           IF WS-NB-REG > 0
               SORT WS-REG ASCENDING WS-REG-SITE WS-REG-EMBAUCHE
                   WS-REG-EMP-ID
           END-IF.

       RETENIR-EMPLOYE.
           ADD 1 TO WS-NB-REG
           MOVE EMP-SITE TO WS-REG-SITE(WS-NB-REG)
           MOVE EMP-DATE-EMBAUCHE TO WS-REG-EMBAUCHE(WS-NB-REG)
           MOVE EMP-ID TO WS-REG-EMP-ID(WS-NB-REG)
           MOVE EMP-NOM TO WS-REG-NOM(WS-NB-REG)
           MOVE EMP-PRENOM TO WS-REG-PRENOM(WS-NB-REG)
           MOVE EMP-CIVILITE TO WS-REG-CIVILITE(WS-NB-REG)
           MOVE EMP-DATE-NAISSANCE TO WS-REG-NAISSANCE(WS-NB-REG)
           MOVE EMP-CATEGORIE TO WS-REG-CATEGORIE(WS-NB-REG)
           MOVE EMP-COEFFICIENT TO WS-REG-COEFFICIENT(WS-NB-REG)
      * Fiches anterieures au registre : nationalite et emploi non
      * renseignes, edites a blanc.
           IF EMP-NATIONALITE = LOW-VALUES
               MOVE SPACES TO WS-REG-NATIONALITE(WS-NB-REG)
           ELSE
               MOVE EMP-NATIONALITE TO WS-REG-NATIONALITE(WS-NB-REG)
           END-IF
           IF EMP-EMPLOI = LOW-VALUES
               MOVE SPACES TO WS-REG-EMPLOI(WS-NB-REG)
           ELSE
               MOVE EMP-EMPLOI TO WS-REG-EMPLOI(WS-NB-REG)
           END-IF
           MOVE 0 TO WS-REG-SORTIE(WS-NB-REG)
           IF EMP-STATUT = 'SORTI' OR EMP-DATE-SORTIE NOT = 0
               MOVE EMP-DATE-SORTIE TO WS-REG-SORTIE(WS-NB-REG)
               ADD 1 TO WS-NB-SORTIS
           END-IF.

       ECRIRE-REGISTRE.
           OPEN OUTPUT FICHIER-REGISTRE
           MOVE SPACES TO LIGNE-REGISTRE
           STRING 'REGISTRE UNIQUE DU PERSONNEL - edite le '
               WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-REGISTRE
           WRITE LIGNE-REGISTRE
           MOVE HIGH-VALUES TO WS-SITE-COURANT
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG > WS-NB-REG
               IF WS-REG-SITE(WS-IDX-REG) NOT = WS-SITE-COURANT
                   IF WS-SITE-COURANT NOT = HIGH-VALUES
                       PERFORM ECRIRE-TOTAL-SITE
                   END-IF
                   MOVE WS-REG-SITE(WS-IDX-REG) TO WS-SITE-COURANT
                   PERFORM ECRIRE-ENTETE-SITE
               END-IF
               PERFORM ECRIRE-SALARIE
           END-PERFORM
           IF WS-SITE-COURANT NOT = HIGH-VALUES
               PERFORM ECRIRE-TOTAL-SITE
           END-IF
           CLOSE FICHIER-REGISTRE.

       ECRIRE-ENTETE-SITE.
           ADD 1 TO WS-NB-SITES
           MOVE 0 TO WS-NB-SITE
           MOVE 0 TO WS-NB-SORTIS-SITE
           MOVE SPACES TO WS-SIRET-COURANT
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
               UNTIL WS-IDX-ETB > WS-NB-ETB
               IF WS-ETB-SITE(WS-IDX-ETB) = WS-SITE-COURANT
                   MOVE WS-ETB-SIRET(WS-IDX-ETB) TO WS-SIRET-COURANT
               END-IF
           END-PERFORM
           MOVE ALL '=' TO LIGNE-REGISTRE
           WRITE LIGNE-REGISTRE
           MOVE SPACES TO LIGNE-REGISTRE
           IF WS-SIRET-COURANT = SPACES
               STRING 'ETABLISSEMENT ' WS-SITE-COURANT
                   ' - SIRET non renseigne dans etablissements.txt'
                   DELIMITED SIZE INTO LIGNE-REGISTRE
           ELSE
               STRING 'ETABLISSEMENT ' WS-SITE-COURANT
                   ' - SIRET ' WS-SIRET-COURANT
                   DELIMITED SIZE INTO LIGNE-REGISTRE
           END-IF
           WRITE LIGNE-REGISTRE
           MOVE SPACES TO LIGNE-REGISTRE
           STRING 'ID    NOM                  PRENOM               '
               'S NAISSANCE NATIONALITE          '
               'EMPLOI                         '
               'CONTRAT    COEF ENTREE   SORTIE'
               DELIMITED SIZE INTO LIGNE-REGISTRE
           WRITE LIGNE-REGISTRE.

       ECRIRE-SALARIE.
           ADD 1 TO WS-NB-SITE
           MOVE SPACES TO WS-AFF-NAISSANCE
           IF WS-REG-NAISSANCE(WS-IDX-REG) NOT = 0
               MOVE WS-REG-NAISSANCE(WS-IDX-REG) TO WS-AFF-NAISSANCE
           END-IF
           MOVE SPACES TO WS-AFF-COEF
           IF WS-REG-COEFFICIENT(WS-IDX-REG) NOT = 0
               MOVE WS-REG-COEFFICIENT(WS-IDX-REG) TO WS-AFF-COEF
           END-IF
           MOVE SPACES TO WS-AFF-SORTIE
           IF WS-REG-SORTIE(WS-IDX-REG) NOT = 0
               MOVE WS-REG-SORTIE(WS-IDX-REG) TO WS-AFF-SORTIE
               ADD 1 TO WS-NB-SORTIS-SITE
           END-IF
           MOVE SPACES TO LIGNE-REGISTRE
           STRING WS-REG-EMP-ID(WS-IDX-REG) ' '
               WS-REG-NOM(WS-IDX-REG) ' '
               WS-REG-PRENOM(WS-IDX-REG) ' '
               WS-REG-CIVILITE(WS-IDX-REG) ' '
               WS-AFF-NAISSANCE '  '
               WS-REG-NATIONALITE(WS-IDX-REG) ' '
               WS-REG-EMPLOI(WS-IDX-REG) ' '
               WS-REG-CATEGORIE(WS-IDX-REG) ' '
               WS-AFF-COEF '  '
               WS-REG-EMBAUCHE(WS-IDX-REG) ' '
               WS-AFF-SORTIE
               DELIMITED SIZE INTO LIGNE-REGISTRE
           WRITE LIGNE-REGISTRE.

       ECRIRE-TOTAL-SITE.
           MOVE WS-NB-SITE TO WS-AFF-NB
           MOVE WS-NB-SORTIS-SITE TO WS-AFF-NB-2
           MOVE SPACES TO LIGNE-REGISTRE
           STRING 'Salaries inscrits : ' WS-AFF-NB
               ' dont sortis : ' WS-AFF-NB-2
               DELIMITED SIZE INTO LIGNE-REGISTRE
           WRITE LIGNE-REGISTRE.
