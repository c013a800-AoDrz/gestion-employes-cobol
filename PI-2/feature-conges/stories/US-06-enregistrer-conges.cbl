               ASSIGN TO WS-CHEMIN-EVENEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EVENEMENTS.
           SELECT FICHIER-REPOS
               ASSIGN TO WS-CHEMIN-REPOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPOS.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EVENEMENTS.
           COPY '../../../copybooks/evenement-familial.cpy'.

        FD FICHIER-REPOS.
           COPY '../../../copybooks/repos-compensateur.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN           PIC X     VALUE 'N'.
        01 WS-COMPTEUR      PIC 9(3)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE        PIC X     VALUE 'N'.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FERIES    PIC X(100) VALUE SPACES.
        01 WS-DATE-CTRL        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

      * Solde CP/RTT projete au premier jour de la demande
      * (sous-programme commun SOLDE-PROJETE).
           COPY '../../../copybooks/solde-projete.cpy'.
        01 WS-SOLDE-DISPONIBLE PIC S9(3)V9(2) VALUE 0.
        01 WS-AFF-SOLDE        PIC -ZZ9.99.

      * Contrepartie obligatoire en repos (type REPOS-COMP) : jours
      * acquis au-dela du contingent d'heures supplementaires
      * (repos-compensateur.txt, tenu par US-57), diminues des
      * demandes REPOS-COMP approuvees ou en attente.
        01 WS-STATUT-REPOS     PIC XX.
        01 WS-REPOS-ACQUIS     PIC 9(4)V9(2) VALUE 0.
        01 WS-REPOS-POSES      PIC 9(4)V9(2) VALUE 0.
        01 WS-CHEMIN-REPOS     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
      * jours ouvres.
               CONTINUE
           ELSE
      * Une demi-journee n'est decomptee que si le jour est
      * travaille dans l'horaire de l'employe.
           IF WS-SAISIE-DEMI = 'AM' OR WS-SAISIE-DEMI = 'PM'
               PERFORM CALCULER-JOURS-OUVRES
               IF WS-SAISIE-JOURS > 0
                   MOVE 0.5 TO WS-SAISIE-JOURS
               END-IF
           ELSE
               PERFORM CALCULER-JOURS-OUVRES
           END-IF
                 & 'verrou-employes.txt' TO WS-CHEMIN-VERROU-EMP
               MOVE '../evenements-familiaux.txt' TO
                   WS-CHEMIN-EVENEMENTS
               MOVE '../repos-compensateur.txt' TO WS-CHEMIN-REPOS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/evenements-familiaux.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EVENEMENTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/repos-compensateur.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REPOS
           END-IF.

       CHARGER-EVENEMENTS.
               IF WS-SAISIE-JOURS = 0
                   MOVE 'O' TO WS-REJET
                   MOVE
                 'periode sans aucun jour travaille (repos/ferie)'
                       TO WS-MOTIF-REJET
               ELSE
                   PERFORM CONTROLER-CHEVAUCHEMENT
                   IF WS-REJET = 'N'
                       PERFORM CONTROLER-SOLDE-PROJETE
                   END-IF
                   IF WS-REJET = 'N'
                       PERFORM CONTROLER-SOLDE-REPOS
                   END-IF
                   IF WS-REJET = 'N'
                       PERFORM CONTROLER-EFFECTIF
                   END-IF

       CALCULER-JOURS-OUVRES.
      * Derive CONGE-NB-JOURS de la plage DEBUT/FIN en excluant les
      * jours de repos de l'horaire de l'employe (samedi et dimanche
      * sans horaire individuel) et les jours feries plutot que de
      * faire confiance a une saisie manuelle du nombre de jours.
           MOVE WS-SAISIE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4)
           MOVE WS-SAISIE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2)
           MOVE WS-SAISIE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2)
           MOVE 0 TO WS-SAISIE-JOURS
           PERFORM VARYING WS-INT-COURANT FROM WS-INT-DEBUT BY 1
               UNTIL WS-INT-COURANT > WS-INT-FIN
               COMPUTE WS-DATE-COURANT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
               CALL 'HORAIRE-JOUR' USING WS-SAISIE-EMP-ID
                   WS-DATE-COURANT-NUM WS-HEURES-PREVUES
                   WS-ORIGINE-HORAIRE
               IF WS-HEURES-PREVUES > 0
                   MOVE 'N' TO WS-EST-FERIE
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
           MOVE 'N' TO WS-FIN
           END-IF.

       CONTROLER-SOLDE-PROJETE.
      * Une demande CP/RTT est jugee sur le solde projete a son
      * premier jour et non sur le solde du jour : acquisitions
      * mensuelles d'ici la, report N-1 perdu s'il expire avant,
      * conges approuves ou en attente deja poses jusqu'a cette date.
      * Les autres types n'entament aucun droit CP/RTT. Employe
      * inconnu ou fichier illisible : pas de controle de solde.
           IF WS-SAISIE-TYPE = 'CP' OR WS-SAISIE-TYPE = 'RTT'
               MOVE WS-SAISIE-EMP-ID TO PRJ-EMP-ID
               MOVE WS-DATE-DEBUT-NUM TO PRJ-DATE-CIBLE
               CALL 'SOLDE-PROJETE' USING SOLDE-PROJETE-ZONE
               IF PRJ-CODE-RETOUR = 0
                   IF WS-SAISIE-TYPE = 'CP'
                       MOVE PRJ-SOLDE-CP TO WS-SOLDE-DISPONIBLE
                   ELSE
                       MOVE PRJ-SOLDE-RTT TO WS-SOLDE-DISPONIBLE
                   END-IF
                   MOVE WS-SOLDE-DISPONIBLE TO WS-AFF-SOLDE
                   DISPLAY 'Solde projete au ' WS-SAISIE-DEBUT
                       '    : ' WS-AFF-SOLDE
                   IF WS-SAISIE-JOURS > WS-SOLDE-DISPONIBLE
                       MOVE 'O' TO WS-REJET
                       MOVE SPACES TO WS-MOTIF-REJET
                       STRING 'solde ' FUNCTION TRIM(WS-SAISIE-TYPE)
                           ' projete insuffisant au ' WS-SAISIE-DEBUT
                           ' (' FUNCTION TRIM(WS-AFF-SOLDE) ' j)'
                           DELIMITED SIZE INTO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF.

       CONTROLER-SOLDE-REPOS.
      * REPOS-COMP : la demande ne peut exceder les jours de
      * contrepartie obligatoire en repos acquis (toutes annees du
      * compteur) moins ceux deja poses, approuves ou en attente.
      * Sans compteur pour l'employe, aucun jour n'est disponible.
           IF WS-SAISIE-TYPE = 'REPOS-COMP'
               MOVE 0 TO WS-REPOS-ACQUIS
               MOVE 0 TO WS-REPOS-POSES
               OPEN INPUT FICHIER-REPOS
               IF WS-STATUT-REPOS = '00'
                   MOVE 'N' TO WS-FIN
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-REPOS
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               IF REP-EMP-ID = WS-SAISIE-EMP-ID
                                   ADD REP-JOURS-ACQUIS TO
                                       WS-REPOS-ACQUIS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-REPOS
                   MOVE 'N' TO WS-FIN
               END-IF
               PERFORM CUMULER-REPOS-POSES
               COMPUTE WS-SOLDE-DISPONIBLE =
                   WS-REPOS-ACQUIS - WS-REPOS-POSES
               MOVE WS-SOLDE-DISPONIBLE TO WS-AFF-SOLDE
               DISPLAY 'Repos compensateur disponible : '
                   WS-AFF-SOLDE
               IF WS-SAISIE-JOURS > WS-SOLDE-DISPONIBLE
                   MOVE 'O' TO WS-REJET
                   MOVE SPACES TO WS-MOTIF-REJET
                   STRING 'repos compensateur insuffisant ('
                       FUNCTION TRIM(WS-AFF-SOLDE) ' j disponibles)'
                       DELIMITED SIZE INTO WS-MOTIF-REJET
               END-IF
           END-IF.

       CUMULER-REPOS-POSES.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               MOVE 'N' TO WS-FIN
               MOVE WS-SAISIE-EMP-ID TO CONGE-EMP-ID
               MOVE LOW-VALUES TO CONGE-DEBUT
               MOVE LOW-VALUES TO CONGE-DEMI-JOUR
               START FICHIER-CONGES KEY IS NOT LESS THAN CONGE-CLE
                   INVALID KEY
                       MOVE 'O' TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-EMP-ID NOT = WS-SAISIE-EMP-ID
                               MOVE 'O' TO WS-FIN
                           ELSE
                               IF CONGE-TYPE = 'REPOS-COMP'
                                   AND (CONGE-STATUT = 'APPROUVE  '
                                   OR CONGE-STATUT = 'EN_ATTENTE')
                                   ADD CONGE-NB-JOURS TO
                                       WS-REPOS-POSES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       CONTROLER-EFFECTIF.
      * Plancher d'effectif du departement (effectif-minimum.txt) :
      * pour chaque jour de la plage demandee, les absences deja
