       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-89-TITRES-SEJOUR.
      * US-89 : Controle mensuel des echeances des titres de sejour
      *         (autorisations de travail) a J-90, J-60 et J-30
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
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-INT-EXPIR        PIC 9(8)  VALUE 0.
        01 WS-JOURS-RESTANTS   PIC S9(5) VALUE 0.
        01 WS-PALIER           PIC X(6)  VALUE SPACES.
        01 WS-ID-AFF           PIC 9(5).

        01 WS-NB-ALERTES       PIC 9(5)  VALUE 0.
        01 WS-NB-EXPIRES       PIC 9(5)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-ALERTES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EMP-STATUT NOT = 'SORTI'
                           AND EMP-TITRE-TYPE NOT = SPACES
                           AND EMP-TITRE-TYPE NOT = LOW-VALUES
                           AND EMP-TITRE-EXPIRATION NUMERIC
                           PERFORM CONTROLER-TITRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           CLOSE FICHIER-ALERTES
           DISPLAY 'Titres de sejour a echeance : ' WS-NB-ALERTES
               ' dont expires : ' WS-NB-EXPIRES
           DISPLAY 'Alertes : alertes-titres-sejour.txt (collectees '
               'par la corbeille US-78)'
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
               MOVE '../alertes-titres-sejour.txt' TO
                   WS-CHEMIN-ALERTES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-titres-sejour.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
           END-IF.

       CONTROLER-TITRE.
      * Paliers J-90, J-60 et J-30 avant l'expiration (le titre vaut
      * jusqu'a sa date incluse), EXPIRE au-dela. Le libelle porte
      * le palier et la date : la corbeille ne dedoublonne que les
      * libelles identiques, chaque palier d'un titre y est donc
      * poste une seule fois, et un titre renouvele repart a zero.
           COMPUTE WS-INT-EXPIR =
               FUNCTION INTEGER-OF-DATE(EMP-TITRE-EXPIRATION)
           IF WS-INT-EXPIR = 0
               CONTINUE
           ELSE
               COMPUTE WS-JOURS-RESTANTS = WS-INT-EXPIR - WS-INT-JOUR
               EVALUATE TRUE
                   WHEN WS-JOURS-RESTANTS < 0
                       MOVE 'EXPIRE' TO WS-PALIER
                       ADD 1 TO WS-NB-EXPIRES
                   WHEN WS-JOURS-RESTANTS <= 30
                       MOVE 'J-30' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 60
                       MOVE 'J-60' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 90
                       MOVE 'J-90' TO WS-PALIER
                   WHEN OTHER
                       MOVE SPACES TO WS-PALIER
               END-EVALUATE
               IF WS-PALIER NOT = SPACES
                   ADD 1 TO WS-NB-ALERTES
                   MOVE EMP-ID TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-ALERTE
                   STRING 'TITRE SEJOUR ' WS-PALIER ' : EMP-ID '
                       WS-ID-AFF ' ' EMP-TITRE-TYPE
                       ' expire le ' EMP-TITRE-EXPIRATION
                       DELIMITED SIZE INTO LIGNE-ALERTE
                   WRITE LIGNE-ALERTE
               END-IF
           END-IF.
