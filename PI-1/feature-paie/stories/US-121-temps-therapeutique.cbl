       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-121-TEMPS-THERAPEUTIQUE.
      * US-121 : Temps partiel therapeutique : saisie des periodes de
      *          reprise a temps partiel prescrites apres un arret,
      *          prolongation ou fin anticipee, et echeances des
      *          periodes avec alerte dans la corbeille
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-TEMPS-THERAP
               ASSIGN TO WS-CHEMIN-TPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TPT.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-TEMPS-THERAP.
           COPY '../../../copybooks/temps-therapeutique.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-TPT       PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ALERTES   PIC XX.

        01 WS-MODE             PIC X     VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.

      * Une periode echue reste signalee quelques jours apres sa fin,
      * le temps de confirmer la reprise a temps plein ou d'en saisir
      * la prolongation.
        01 WS-DELAI-ECHUE      PIC 9(2)  VALUE 15.

      * Periodes en memoire : image complete de chaque periode,
      * travaillee dans TEMPS-THERAPEUTIQUE-RECORD.
        01 WS-TAB-PERIODES.
            05 WS-PER OCCURS 999 TIMES.
                10 WS-PER-IMAGE     PIC X(58).
        01 WS-NB-PERIODES      PIC 9(3)  VALUE 0.
        01 WS-IDX-PER          PIC 9(3)  VALUE 0.
        01 WS-IDX-AUTRE        PIC 9(3)  VALUE 0.
        01 WS-PER-MATCH        PIC 9(3)  VALUE 0.
        01 WS-PERIODES-MODIF   PIC X     VALUE 'N'.

      * Cles de comparaison (dates au format AAAA-MM-JJ du fichier).
        01 WS-PER-EMP-ID       PIC 9(5)  VALUE 0.
        01 WS-PER-FIN          PIC X(10) VALUE SPACES.
        01 WS-DEBUT-PLUS-RECENT PIC X(10) VALUE SPACES.
        01 WS-CHEVAUCHE        PIC X     VALUE 'N'.
        01 WS-PROLONGEE        PIC X     VALUE 'N'.

      * Saisie d'une periode.
        01 WS-SAISIE-EMP       PIC 9(5)  VALUE 0.
        01 WS-SAISIE-DEBUT     PIC 9(8)  VALUE 0.
        01 WS-SAISIE-FIN       PIC 9(8)  VALUE 0.
        01 WS-SAISIE-TAUX-TXT  PIC X(6)  VALUE SPACES.
        01 WS-SAISIE-TAUX      PIC 9(3)V9(2) VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.
        01 WS-SAISIE-VALIDE    PIC X     VALUE 'O'.
        01 WS-DEBUT-X          PIC X(10) VALUE SPACES.
        01 WS-FIN-X            PIC X(10) VALUE SPACES.

      * Echeances.
        01 WS-DATE-TRAVAIL     PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-JOURS-RESTANTS   PIC S9(5) VALUE 0.
        01 WS-PALIER           PIC X(6)  VALUE SPACES.
        01 WS-NB-EN-COURS      PIC 9(4)  VALUE 0.
        01 WS-NB-ALERTES       PIC 9(4)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-TAUX         PIC Z9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TPT       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           PERFORM CHARGER-PERIODES
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Mode : (S)aisie d''une periode, (P)rolongation ou '
               'fin anticipee, echeances (entree) ? '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'S' WHEN 's'
                   PERFORM SAISIR-PERIODE
               WHEN 'P' WHEN 'p'
                   PERFORM MODIFIER-FIN
               WHEN OTHER
                   PERFORM LISTER-ECHEANCES
           END-EVALUATE
           CLOSE FICHIER-EMPLOYES
           IF WS-PERIODES-MODIF = 'O'
               PERFORM ECRIRE-PERIODES
           END-IF
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
               MOVE '../temps-therapeutique.txt' TO WS-CHEMIN-TPT
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../alertes-temps-therapeutique.txt' TO
                   WS-CHEMIN-ALERTES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/temps-therapeutique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TPT
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-temps-therapeutique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
           END-IF.

       CHARGER-PERIODES.
      * Fichier absent : aucune periode saisie jusqu'ici.
           MOVE 0 TO WS-NB-PERIODES
           OPEN INPUT FICHIER-TEMPS-THERAP
           IF WS-STATUT-TPT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-TEMPS-THERAP
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-PERIODES < 999
                               ADD 1 TO WS-NB-PERIODES
                               MOVE TEMPS-THERAPEUTIQUE-RECORD TO
                                   WS-PER-IMAGE(WS-NB-PERIODES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TEMPS-THERAP
               MOVE 'N' TO WS-FIN
           END-IF.

       SAISIR-PERIODE.
      * Periode prescrite par le medecin : le pourcentage est celui
      * du temps effectivement travaille (50 pour un mi-temps), le
      * temps contractuel de la fiche employe reste inchange.
           MOVE 'O' TO WS-SAISIE-VALIDE
           DISPLAY 'EMP-ID (5 chiffres)                  : '
           ACCEPT WS-SAISIE-EMP
           MOVE WS-SAISIE-EMP TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   DISPLAY 'Employe inconnu : periode non '
                       'enregistree.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
           END-READ
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'Debut de la periode (AAAAMMJJ)       : '
               ACCEPT WS-SAISIE-DEBUT
               CALL 'VALIDER-DATE' USING WS-SAISIE-DEBUT WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   DISPLAY 'Date de debut invalide : periode non '
                       'enregistree.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'Fin de la periode (AAAAMMJJ)         : '
               ACCEPT WS-SAISIE-FIN
               CALL 'VALIDER-DATE' USING WS-SAISIE-FIN WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   OR WS-SAISIE-FIN < WS-SAISIE-DEBUT
                   DISPLAY 'Date de fin invalide : periode non '
                       'enregistree.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               DISPLAY 'Temps travaille en % (ex : 50 ou 60.5) : '
               ACCEPT WS-SAISIE-TAUX-TXT
               COMPUTE WS-SAISIE-TAUX =
                   FUNCTION NUMVAL(WS-SAISIE-TAUX-TXT)
               IF WS-SAISIE-TAUX < 1 OR WS-SAISIE-TAUX NOT < 100
                   DISPLAY 'Pourcentage invalide (1 a 99.99) : '
                       'periode non enregistree.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               PERFORM FORMATER-DATES-SAISIES
               PERFORM CONTROLER-CHEVAUCHEMENT
               IF WS-CHEVAUCHE = 'O'
                   DISPLAY 'Periode chevauchant une periode deja '
                       'saisie : utiliser la prolongation.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               PERFORM AJOUTER-PERIODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       FORMATER-DATES-SAISIES.
           MOVE SPACES TO WS-DEBUT-X WS-FIN-X
           STRING WS-SAISIE-DEBUT(1:4) '-' WS-SAISIE-DEBUT(5:2) '-'
               WS-SAISIE-DEBUT(7:2)
               DELIMITED SIZE INTO WS-DEBUT-X
           STRING WS-SAISIE-FIN(1:4) '-' WS-SAISIE-FIN(5:2) '-'
               WS-SAISIE-FIN(7:2)
               DELIMITED SIZE INTO WS-FIN-X.

       CONTROLER-CHEVAUCHEMENT.
      * Deux periodes d'un meme employe ne peuvent se recouvrir : le
      * run de paie retiendrait deux fois les memes jours.
           MOVE 'N' TO WS-CHEVAUCHE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-PER) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               IF TPT-EMP-ID = WS-SAISIE-EMP
                   AND TPT-DEBUT NOT > WS-FIN-X
                   AND WS-DEBUT-X NOT > TPT-FIN
                   MOVE 'O' TO WS-CHEVAUCHE
               END-IF
           END-PERFORM.

       AJOUTER-PERIODE.
           IF WS-NB-PERIODES NOT < 999
               DISPLAY 'ERREUR : fichier plein (999 periodes).'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TEMPS-THERAPEUTIQUE-RECORD
               MOVE WS-SAISIE-EMP TO TPT-EMP-ID
               MOVE WS-DEBUT-X TO TPT-DEBUT
               MOVE WS-FIN-X TO TPT-FIN
               MOVE WS-SAISIE-TAUX TO TPT-TAUX-TRAVAIL
               MOVE WS-DATE-SYS TO TPT-DATE-SAISIE
               MOVE WS-UTILISATEUR TO TPT-SAISI-PAR
               ADD 1 TO WS-NB-PERIODES
               MOVE TEMPS-THERAPEUTIQUE-RECORD TO
                   WS-PER-IMAGE(WS-NB-PERIODES)
               MOVE 'O' TO WS-PERIODES-MODIF
               MOVE WS-SAISIE-TAUX TO WS-AFF-TAUX
               DISPLAY 'Periode enregistree : EMP-ID ' WS-SAISIE-EMP
                   ' du ' WS-DEBUT-X ' au ' WS-FIN-X ' a '
                   WS-AFF-TAUX '%'
           END-IF.

       MODIFIER-FIN.
      * Prolongation (nouvelle prescription dans la continuite) ou
      * reprise a temps plein avant le terme : seule la derniere
      * periode de l'employe est modifiable, son pourcentage ne
      * change pas (un nouveau pourcentage fait une nouvelle periode).
           MOVE 'O' TO WS-SAISIE-VALIDE
           DISPLAY 'EMP-ID (5 chiffres)                  : '
           ACCEPT WS-SAISIE-EMP
           MOVE 0 TO WS-PER-MATCH
           MOVE SPACES TO WS-DEBUT-PLUS-RECENT
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-PER) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               IF TPT-EMP-ID = WS-SAISIE-EMP
                   AND TPT-DEBUT > WS-DEBUT-PLUS-RECENT
                   MOVE TPT-DEBUT TO WS-DEBUT-PLUS-RECENT
                   MOVE WS-IDX-PER TO WS-PER-MATCH
               END-IF
           END-PERFORM
           IF WS-PER-MATCH = 0
               DISPLAY 'Aucune periode pour cet EMP-ID.'
               MOVE 'N' TO WS-SAISIE-VALIDE
           ELSE
               MOVE WS-PER-IMAGE(WS-PER-MATCH) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               MOVE TPT-TAUX-TRAVAIL TO WS-AFF-TAUX
               DISPLAY 'Periode du ' TPT-DEBUT ' au ' TPT-FIN ' a '
                   WS-AFF-TAUX '%'
               DISPLAY 'Nouvelle fin (AAAAMMJJ)              : '
               ACCEPT WS-SAISIE-FIN
               CALL 'VALIDER-DATE' USING WS-SAISIE-FIN WS-CODE-DATE
               MOVE SPACES TO WS-FIN-X
               STRING WS-SAISIE-FIN(1:4) '-' WS-SAISIE-FIN(5:2) '-'
                   WS-SAISIE-FIN(7:2)
                   DELIMITED SIZE INTO WS-FIN-X
               IF WS-CODE-DATE NOT = 0 OR WS-FIN-X < TPT-DEBUT
                   DISPLAY 'Date de fin invalide : periode non '
                       'modifiee.'
                   MOVE 'N' TO WS-SAISIE-VALIDE
               END-IF
           END-IF
           IF WS-SAISIE-VALIDE = 'O'
               MOVE WS-FIN-X TO TPT-FIN
               MOVE WS-DATE-SYS TO TPT-DATE-SAISIE
               MOVE WS-UTILISATEUR TO TPT-SAISI-PAR
               MOVE TEMPS-THERAPEUTIQUE-RECORD TO
                   WS-PER-IMAGE(WS-PER-MATCH)
               MOVE 'O' TO WS-PERIODES-MODIF
               DISPLAY 'Fin de periode portee au ' WS-FIN-X
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LISTER-ECHEANCES.
      * Periodes en cours a la date du jour, avec leur terme.
           MOVE 0 TO WS-NB-EN-COURS
           MOVE SPACES TO WS-DEBUT-X
           STRING WS-DATE-SYS(1:4) '-' WS-DATE-SYS(5:2) '-'
               WS-DATE-SYS(7:2)
               DELIMITED SIZE INTO WS-DEBUT-X
           DISPLAY 'Temps partiels therapeutiques en cours au '
               WS-DEBUT-X ' :'
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-PER) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               IF TPT-DEBUT NOT > WS-DEBUT-X
                   AND TPT-FIN NOT < WS-DEBUT-X
                   ADD 1 TO WS-NB-EN-COURS
                   MOVE TPT-EMP-ID TO WS-ID-AFF
                   MOVE TPT-TAUX-TRAVAIL TO WS-AFF-TAUX
                   DISPLAY '  EMP-ID ' WS-ID-AFF ' du ' TPT-DEBUT
                       ' au ' TPT-FIN ' a ' WS-AFF-TAUX '%'
               END-IF
           END-PERFORM
           DISPLAY 'Periodes en cours : ' WS-NB-EN-COURS.

       ECRIRE-PERIODES.
           OPEN OUTPUT FICHIER-TEMPS-THERAP
           IF WS-STATUT-TPT NOT = '00'
               DISPLAY 'ERREUR : ecriture temps-therapeutique.txt '
                   'impossible (statut ' WS-STATUT-TPT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-PER) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               WRITE TEMPS-THERAPEUTIQUE-RECORD
           END-PERFORM
           CLOSE FICHIER-TEMPS-THERAP.

       ECRIRE-ALERTES.
      * Paliers J-30 et J-7 avant le terme (la periode vaut jusqu'a
      * sa date de fin incluse), ECHUE dans les jours qui suivent.
      * Une periode deja prolongee par une periode suivante du meme
      * employe n'est pas signalee. Le libelle porte le palier et la
      * date de fin : la corbeille ne dedoublonne que les libelles
      * identiques, une prolongation repart donc a zero.
           MOVE 0 TO WS-NB-ALERTES
           OPEN OUTPUT FICHIER-ALERTES
           IF WS-STATUT-ALERTES NOT = '00'
               DISPLAY 'ERREUR : ecriture '
                   'alertes-temps-therapeutique.txt impossible '
                   '(statut ' WS-STATUT-ALERTES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-PER) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               PERFORM CONTROLER-ECHEANCE
           END-PERFORM
           CLOSE FICHIER-ALERTES
           DISPLAY 'Periodes a echeance : ' WS-NB-ALERTES
           DISPLAY 'Alertes : alertes-temps-therapeutique.txt '
               '(collectees par la corbeille US-78)'.

       CONTROLER-ECHEANCE.
           MOVE 0 TO WS-DATE-TRAVAIL
           MOVE TPT-FIN(1:4) TO WS-DATE-TRAVAIL(1:4)
           MOVE TPT-FIN(6:2) TO WS-DATE-TRAVAIL(5:2)
           MOVE TPT-FIN(9:2) TO WS-DATE-TRAVAIL(7:2)
           MOVE 0 TO WS-INT-FIN
           IF WS-DATE-TRAVAIL NUMERIC
               COMPUTE WS-INT-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL)
           END-IF
           IF WS-INT-FIN NOT = 0
               COMPUTE WS-JOURS-RESTANTS = WS-INT-FIN - WS-INT-JOUR
               EVALUATE TRUE
                   WHEN WS-JOURS-RESTANTS < 0
                       AND WS-JOURS-RESTANTS + WS-DELAI-ECHUE >= 0
                       MOVE 'ECHUE' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS < 0
                       MOVE SPACES TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 7
                       MOVE 'J-7' TO WS-PALIER
                   WHEN WS-JOURS-RESTANTS <= 30
                       MOVE 'J-30' TO WS-PALIER
                   WHEN OTHER
                       MOVE SPACES TO WS-PALIER
               END-EVALUATE
               IF WS-PALIER NOT = SPACES
                   PERFORM CHERCHER-PROLONGATION
                   IF WS-PROLONGEE = 'O'
                       MOVE SPACES TO WS-PALIER
                   END-IF
               END-IF
               IF WS-PALIER NOT = SPACES
                   ADD 1 TO WS-NB-ALERTES
                   MOVE TPT-EMP-ID TO WS-ID-AFF
                   MOVE TPT-TAUX-TRAVAIL TO WS-AFF-TAUX
                   MOVE SPACES TO LIGNE-ALERTE
                   STRING 'TEMPS THERAP ' WS-PALIER ' : EMP-ID '
                       WS-ID-AFF ' fin le ' TPT-FIN ' (travail a '
                       WS-AFF-TAUX '%)'
                       DELIMITED SIZE INTO LIGNE-ALERTE
                   WRITE LIGNE-ALERTE
               END-IF
           END-IF.

       CHERCHER-PROLONGATION.
           MOVE 'N' TO WS-PROLONGEE
           MOVE TPT-EMP-ID TO WS-PER-EMP-ID
           MOVE TPT-FIN TO WS-PER-FIN
           PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
               UNTIL WS-IDX-AUTRE > WS-NB-PERIODES
               MOVE WS-PER-IMAGE(WS-IDX-AUTRE) TO
                   TEMPS-THERAPEUTIQUE-RECORD
               IF TPT-EMP-ID = WS-PER-EMP-ID
                   AND TPT-DEBUT > WS-PER-FIN
                   MOVE 'O' TO WS-PROLONGEE
               END-IF
           END-PERFORM
           MOVE WS-PER-IMAGE(WS-IDX-PER) TO
               TEMPS-THERAPEUTIQUE-RECORD.
