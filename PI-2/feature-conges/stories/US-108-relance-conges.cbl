       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-108-RELANCE-CONGES.
      * US-108 : Relance quotidienne des demandes de conge en
      *          attente : recapitulatif par approbateur, escalade
      *          hierarchique et corbeille RH des demandes urgentes
      * Feature : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-DELEGATIONS
               ASSIGN TO WS-CHEMIN-DELEGATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DELEGATIONS.
           SELECT FICHIER-SUIVI
               ASSIGN TO WS-CHEMIN-SUIVI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SUIVI.
           SELECT FICHIER-RELANCES
               ASSIGN TO WS-CHEMIN-RELANCES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-DELEGATIONS.
           COPY '../../../copybooks/delegation.cpy'.

        FD FICHIER-SUIVI.
           COPY '../../../copybooks/relance-conge.cpy'.

        FD FICHIER-RELANCES.
        01 LIGNE-RELANCE      PIC X(100).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-DELEGATIONS PIC XX.
        01 WS-STATUT-SUIVI     PIC XX.

      * Delai en jours (SYSIN, 5 par defaut) : une demande sans
      * decision depuis un delai remonte d'un niveau hierarchique,
      * et une demande dont le debut tombe dans le delai part en
      * corbeille RH, l'escalade n'ayant plus le temps d'aboutir.
        01 WS-SAISIE-DELAI     PIC X(3)  VALUE SPACES.
        01 WS-DELAI            PIC 9(3)  VALUE 0.
        01 WS-DATE-JOUR        PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-DATE-DEBUT-NUM   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-NUM     PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.

      * Ligne hierarchique : employes.dat charge une fois ; le temoin
      * d'absence est pose pour un employe en absence APPROUVE
      * couvrant la date du jour (meme regle qu'US-14).
        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 5000 TIMES.
                10 WS-EMP-ID-T      PIC 9(5).
                10 WS-EMP-MANAGER-T PIC 9(5).
                10 WS-EMP-NOM-T     PIC X(20).
                10 WS-EMP-PRENOM-T  PIC X(20).
                10 WS-EMP-ABSENT-T  PIC X.
        01 WS-NB-EMPLOYES      PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.
        01 WS-ID-CHERCHE       PIC 9(5)  VALUE 0.
        01 WS-IDX-TROUVE       PIC 9(4)  VALUE 0.

        01 WS-TAB-DELEGATIONS.
            05 WS-DEL OCCURS 200 TIMES.
                10 WS-DEL-MANAGER   PIC 9(5).
                10 WS-DEL-DELEGUE   PIC 9(5).
        01 WS-NB-DELEGATIONS   PIC 9(3)  VALUE 0.
        01 WS-IDX-DEL          PIC 9(3)  VALUE 0.

        01 WS-TAB-SUIVI.
            05 WS-SUI OCCURS 3000 TIMES.
                10 WS-SUI-EMP-ID    PIC 9(5).
                10 WS-SUI-DEBUT     PIC X(10).
                10 WS-SUI-DEMI-JOUR PIC X(2).
                10 WS-SUI-DATE      PIC 9(8).
        01 WS-NB-SUIVI         PIC 9(4)  VALUE 0.
        01 WS-IDX-SUI          PIC 9(4)  VALUE 0.

      * Demandes EN_ATTENTE du jour avec leur approbateur relance.
        01 WS-TAB-ATTENTE.
            05 WS-ATT OCCURS 3000 TIMES.
                10 WS-ATT-EMP-ID    PIC 9(5).
                10 WS-ATT-DEBUT     PIC X(10).
                10 WS-ATT-DEMI-JOUR PIC X(2).
                10 WS-ATT-FIN       PIC X(10).
                10 WS-ATT-TYPE      PIC X(10).
                10 WS-ATT-NB-JOURS  PIC 9(3)V9.
                10 WS-ATT-DATE      PIC 9(8).
                10 WS-ATT-AGE       PIC 9(4).
                10 WS-ATT-NOMINAL   PIC 9(5).
                10 WS-ATT-APPROB    PIC 9(5).
                10 WS-ATT-NIVEAU    PIC 9(2).
                10 WS-ATT-URGENT    PIC X.
                10 WS-ATT-ECRIT     PIC X.
        01 WS-NB-ATTENTE       PIC 9(4)  VALUE 0.
        01 WS-NB-IGNOREES      PIC 9(4)  VALUE 0.
        01 WS-IDX-ATT          PIC 9(4)  VALUE 0.
        01 WS-IDX-ATT2         PIC 9(4)  VALUE 0.
        01 WS-NB-URGENTES      PIC 9(4)  VALUE 0.
        01 WS-NB-ESCALADEES    PIC 9(4)  VALUE 0.
        01 WS-NB-DESTINATAIRES PIC 9(4)  VALUE 0.
        01 WS-NB-DU-DESTINATAIRE PIC 9(4) VALUE 0.

        01 WS-APPROB-EFF       PIC 9(5)  VALUE 0.
        01 WS-NIVEAU-VISE      PIC 9(4)  VALUE 0.
        01 WS-NIVEAU-ABS       PIC 9(2)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZ9.
        01 WS-AFF-AGE          PIC ZZZ9.
        01 WS-AFF-JOURS        PIC ZZ9.9.
        01 WS-AFF-NIVEAU       PIC Z9.

        01 WS-RACINE             PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DELEGATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SUIVI       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELANCES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           DISPLAY 'Delai avant escalade (jours, vide = 5) : '
           ACCEPT WS-SAISIE-DELAI
           IF WS-SAISIE-DELAI = SPACES
               MOVE 5 TO WS-DELAI
           ELSE
               COMPUTE WS-DELAI = FUNCTION NUMVAL(WS-SAISIE-DELAI)
               IF WS-DELAI = 0
                   MOVE 5 TO WS-DELAI
               END-IF
           END-IF

           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-DELEGATIONS
           PERFORM CHARGER-SUIVI
           PERFORM PARCOURIR-CONGES
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
               UNTIL WS-IDX-ATT > WS-NB-ATTENTE
               PERFORM DETERMINER-APPROBATEUR
           END-PERFORM
           PERFORM ECRIRE-SUIVI
           PERFORM ECRIRE-RELANCES
           PERFORM ECRIRE-ALERTES

           MOVE WS-NB-ATTENTE TO WS-AFF-NB
           DISPLAY 'Demandes en attente     : ' WS-AFF-NB
           MOVE WS-NB-DESTINATAIRES TO WS-AFF-NB
           DISPLAY 'Approbateurs relances   : ' WS-AFF-NB
               ' (relances-conges-attente.txt)'
           MOVE WS-NB-ESCALADEES TO WS-AFF-NB
           DISPLAY 'Demandes escaladees     : ' WS-AFF-NB
           MOVE WS-NB-URGENTES TO WS-AFF-NB
           DISPLAY 'Demandes en corbeille RH: ' WS-AFF-NB
               ' (alertes-conges-attente.txt)'
           IF WS-NB-IGNOREES > 0
               MOVE WS-NB-IGNOREES TO WS-AFF-NB
               DISPLAY 'ATTENTION : ' WS-AFF-NB ' demande(s) non '
                   'suivie(s) (table pleine)'
           END-IF
           IF WS-NB-URGENTES > 0 OR WS-NB-IGNOREES > 0
               MOVE 4 TO RETURN-CODE
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
               MOVE '../conges.dat' TO WS-CHEMIN-CONGES
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../delegations.txt' TO WS-CHEMIN-DELEGATIONS
               MOVE '../suivi-conges-attente.txt' TO WS-CHEMIN-SUIVI
               MOVE '../relances-conges-attente.txt' TO
                   WS-CHEMIN-RELANCES
               MOVE '../alertes-conges-attente.txt' TO
                   WS-CHEMIN-ALERTES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/delegations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DELEGATIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/suivi-conges-attente.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SUIVI
               STRING FUNCTION TRIM(WS-RACINE)
                   '/relances-conges-attente.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELANCES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-conges-attente.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
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
               READ FICHIER-EMPLOYES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-EMPLOYES < 5000
                           ADD 1 TO WS-NB-EMPLOYES
                           MOVE EMP-ID TO WS-EMP-ID-T(WS-NB-EMPLOYES)
                           MOVE EMP-MANAGER TO
                               WS-EMP-MANAGER-T(WS-NB-EMPLOYES)
                           MOVE EMP-NOM TO
                               WS-EMP-NOM-T(WS-NB-EMPLOYES)
                           MOVE EMP-PRENOM TO
                               WS-EMP-PRENOM-T(WS-NB-EMPLOYES)
                           MOVE 'N' TO
                               WS-EMP-ABSENT-T(WS-NB-EMPLOYES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHARGER-DELEGATIONS.
      * delegations.txt : fichier optionnel entretenu par US-73 ;
      * seules les delegations actives a la date du jour comptent.
           MOVE 0 TO WS-NB-DELEGATIONS
           OPEN INPUT FICHIER-DELEGATIONS
           IF WS-STATUT-DELEGATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-DELEGATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF DEL-DATE-DEBUT <= WS-DATE-JOUR
                               AND (DEL-DATE-FIN = 0
                                   OR DEL-DATE-FIN >= WS-DATE-JOUR)
                               AND WS-NB-DELEGATIONS < 200
                               ADD 1 TO WS-NB-DELEGATIONS
                               MOVE DEL-MANAGER TO
                                 WS-DEL-MANAGER(WS-NB-DELEGATIONS)
                               MOVE DEL-DELEGUE TO
                                 WS-DEL-DELEGUE(WS-NB-DELEGATIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DELEGATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-SUIVI.
      * Suivi de la veille (optionnel : absent au premier passage,
      * les demandes en attente sont alors datees du jour).
           OPEN INPUT FICHIER-SUIVI
           IF WS-STATUT-SUIVI = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SUIVI
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-SUIVI < 3000
                               ADD 1 TO WS-NB-SUIVI
                               MOVE RLC-EMP-ID TO
                                   WS-SUI-EMP-ID(WS-NB-SUIVI)
                               MOVE RLC-DEBUT TO
                                   WS-SUI-DEBUT(WS-NB-SUIVI)
                               MOVE RLC-DEMI-JOUR TO
                                   WS-SUI-DEMI-JOUR(WS-NB-SUIVI)
                               MOVE RLC-DATE-ATTENTE TO
                                   WS-SUI-DATE(WS-NB-SUIVI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SUIVI
               MOVE 'N' TO WS-FIN
           END-IF.

       PARCOURIR-CONGES.
      * Un seul balayage de conges.dat : les demandes EN_ATTENTE sont
      * retenues, les absences APPROUVE couvrant le jour marquent
      * l'employe absent pour le choix de l'approbateur.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES NOT = '00'
               DISPLAY 'ERREUR : ouverture conges.dat impossible '
                   '(statut ' WS-STATUT-CONGES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-CONGES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF CONGE-STATUT = 'APPROUVE  '
                           PERFORM MARQUER-ABSENT
                       END-IF
                       IF CONGE-STATUT = 'EN_ATTENTE'
                           PERFORM RETENIR-ATTENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CONGES
           MOVE 'N' TO WS-FIN.

       MARQUER-ABSENT.
           MOVE 0 TO WS-DATE-DEBUT-NUM
           STRING CONGE-DEBUT(1:4) CONGE-DEBUT(6:2) CONGE-DEBUT(9:2)
               DELIMITED SIZE INTO WS-DATE-DEBUT-NUM
           MOVE 0 TO WS-DATE-FIN-NUM
           STRING CONGE-FIN(1:4) CONGE-FIN(6:2) CONGE-FIN(9:2)
               DELIMITED SIZE INTO WS-DATE-FIN-NUM
           IF WS-DATE-DEBUT-NUM <= WS-DATE-JOUR
               AND WS-DATE-FIN-NUM >= WS-DATE-JOUR
               MOVE CONGE-EMP-ID TO WS-ID-CHERCHE
               PERFORM TROUVER-EMPLOYE
               IF WS-IDX-TROUVE > 0
                   MOVE 'O' TO WS-EMP-ABSENT-T(WS-IDX-TROUVE)
               END-IF
           END-IF.

       RETENIR-ATTENTE.
           IF WS-NB-ATTENTE NOT < 3000
               ADD 1 TO WS-NB-IGNOREES
           ELSE
               ADD 1 TO WS-NB-ATTENTE
               MOVE CONGE-EMP-ID TO WS-ATT-EMP-ID(WS-NB-ATTENTE)
               MOVE CONGE-DEBUT TO WS-ATT-DEBUT(WS-NB-ATTENTE)
               MOVE CONGE-DEMI-JOUR TO WS-ATT-DEMI-JOUR(WS-NB-ATTENTE)
               MOVE CONGE-FIN TO WS-ATT-FIN(WS-NB-ATTENTE)
               MOVE CONGE-TYPE TO WS-ATT-TYPE(WS-NB-ATTENTE)
               MOVE CONGE-NB-JOURS TO WS-ATT-NB-JOURS(WS-NB-ATTENTE)
               MOVE 'N' TO WS-ATT-ECRIT(WS-NB-ATTENTE)
      * Date de premiere mise en attente reprise du suivi, sinon la
      * demande est nouvelle : datee du jour.
               MOVE WS-DATE-JOUR TO WS-ATT-DATE(WS-NB-ATTENTE)
               PERFORM VARYING WS-IDX-SUI FROM 1 BY 1
                   UNTIL WS-IDX-SUI > WS-NB-SUIVI
                   IF WS-SUI-EMP-ID(WS-IDX-SUI) = CONGE-EMP-ID
                       AND WS-SUI-DEBUT(WS-IDX-SUI) = CONGE-DEBUT
                       AND WS-SUI-DEMI-JOUR(WS-IDX-SUI) =
                           CONGE-DEMI-JOUR
                       MOVE WS-SUI-DATE(WS-IDX-SUI) TO
                           WS-ATT-DATE(WS-NB-ATTENTE)
                   END-IF
               END-PERFORM
               COMPUTE WS-ATT-AGE(WS-NB-ATTENTE) = WS-INT-JOUR
                   - FUNCTION INTEGER-OF-DATE(
                         WS-ATT-DATE(WS-NB-ATTENTE))
           END-IF.

       TROUVER-EMPLOYE.
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMPLOYES
                  OR WS-IDX-TROUVE > 0
               IF WS-EMP-ID-T(WS-IDX-EMP) = WS-ID-CHERCHE
                   MOVE WS-IDX-EMP TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       DETERMINER-APPROBATEUR.
      * Approbateur nominal = responsable du demandeur (EMP-MANAGER),
      * remonte tant qu'il est absent (comme US-14), puis d'un niveau
      * par delai ecoule sans decision, sans depasser le sommet de la
      * ligne ; la delegation active du dernier trouve s'applique.
      * Sans approbateur, ou si le debut tombe dans le delai, la
      * demande part en corbeille RH.
           MOVE WS-ATT-EMP-ID(WS-IDX-ATT) TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           IF WS-IDX-TROUVE > 0
               MOVE WS-EMP-MANAGER-T(WS-IDX-TROUVE) TO WS-APPROB-EFF
           ELSE
               MOVE 0 TO WS-APPROB-EFF
           END-IF
           MOVE WS-APPROB-EFF TO WS-ATT-NOMINAL(WS-IDX-ATT)
           MOVE 0 TO WS-NIVEAU-ABS
           MOVE WS-APPROB-EFF TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           PERFORM UNTIL WS-APPROB-EFF = 0 OR WS-IDX-TROUVE = 0
               OR WS-EMP-ABSENT-T(WS-IDX-TROUVE) = 'N'
               OR WS-NIVEAU-ABS > 10
               ADD 1 TO WS-NIVEAU-ABS
               MOVE WS-EMP-MANAGER-T(WS-IDX-TROUVE) TO WS-APPROB-EFF
               MOVE WS-APPROB-EFF TO WS-ID-CHERCHE
               PERFORM TROUVER-EMPLOYE
           END-PERFORM

           COMPUTE WS-NIVEAU-VISE = WS-ATT-AGE(WS-IDX-ATT) / WS-DELAI
           MOVE 0 TO WS-ATT-NIVEAU(WS-IDX-ATT)
           PERFORM UNTIL WS-ATT-NIVEAU(WS-IDX-ATT) NOT < WS-NIVEAU-VISE
               OR WS-ATT-NIVEAU(WS-IDX-ATT) NOT < 10
               OR WS-APPROB-EFF = 0 OR WS-IDX-TROUVE = 0
               OR WS-EMP-MANAGER-T(WS-IDX-TROUVE) = 0
               ADD 1 TO WS-ATT-NIVEAU(WS-IDX-ATT)
               MOVE WS-EMP-MANAGER-T(WS-IDX-TROUVE) TO WS-APPROB-EFF
               MOVE WS-APPROB-EFF TO WS-ID-CHERCHE
               PERFORM TROUVER-EMPLOYE
           END-PERFORM
           IF WS-ATT-NIVEAU(WS-IDX-ATT) > 0
               ADD 1 TO WS-NB-ESCALADEES
           END-IF

           PERFORM VARYING WS-IDX-DEL FROM 1 BY 1
               UNTIL WS-IDX-DEL > WS-NB-DELEGATIONS
               IF WS-DEL-MANAGER(WS-IDX-DEL) = WS-APPROB-EFF
                   MOVE WS-DEL-DELEGUE(WS-IDX-DEL) TO WS-APPROB-EFF
               END-IF
           END-PERFORM
           MOVE WS-APPROB-EFF TO WS-ATT-APPROB(WS-IDX-ATT)

           MOVE 0 TO WS-DATE-DEBUT-NUM
           STRING WS-ATT-DEBUT(WS-IDX-ATT)(1:4)
               WS-ATT-DEBUT(WS-IDX-ATT)(6:2)
               WS-ATT-DEBUT(WS-IDX-ATT)(9:2)
               DELIMITED SIZE INTO WS-DATE-DEBUT-NUM
           COMPUTE WS-INT-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM)
           MOVE 'N' TO WS-ATT-URGENT(WS-IDX-ATT)
           IF WS-APPROB-EFF = 0
               OR WS-INT-DEBUT <= WS-INT-JOUR + WS-DELAI
               MOVE 'O' TO WS-ATT-URGENT(WS-IDX-ATT)
               ADD 1 TO WS-NB-URGENTES
           END-IF.

       ECRIRE-SUIVI.
           OPEN OUTPUT FICHIER-SUIVI
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
               UNTIL WS-IDX-ATT > WS-NB-ATTENTE
               MOVE WS-ATT-EMP-ID(WS-IDX-ATT) TO RLC-EMP-ID
               MOVE WS-ATT-DEBUT(WS-IDX-ATT) TO RLC-DEBUT
               MOVE WS-ATT-DEMI-JOUR(WS-IDX-ATT) TO RLC-DEMI-JOUR
               MOVE WS-ATT-DATE(WS-IDX-ATT) TO RLC-DATE-ATTENTE
               MOVE WS-ATT-NIVEAU(WS-IDX-ATT) TO RLC-NIVEAU
               MOVE WS-ATT-APPROB(WS-IDX-ATT) TO RLC-APPROBATEUR
               WRITE RELANCE-RECORD
           END-PERFORM
           CLOSE FICHIER-SUIVI.

       ECRIRE-RELANCES.
      * Un recapitulatif par approbateur relance, a la suite dans un
      * seul fichier ; les demandes sans approbateur sont regroupees
      * sous le destinataire RH.
           OPEN OUTPUT FICHIER-RELANCES
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
               UNTIL WS-IDX-ATT > WS-NB-ATTENTE
               IF WS-ATT-ECRIT(WS-IDX-ATT) = 'N'
                   PERFORM ECRIRE-UN-DESTINATAIRE
               END-IF
           END-PERFORM
           CLOSE FICHIER-RELANCES.

       ECRIRE-UN-DESTINATAIRE.
           ADD 1 TO WS-NB-DESTINATAIRES
           MOVE WS-ATT-APPROB(WS-IDX-ATT) TO WS-APPROB-EFF
           MOVE 0 TO WS-NB-DU-DESTINATAIRE
           PERFORM VARYING WS-IDX-ATT2 FROM WS-IDX-ATT BY 1
               UNTIL WS-IDX-ATT2 > WS-NB-ATTENTE
               IF WS-ATT-APPROB(WS-IDX-ATT2) = WS-APPROB-EFF
                   ADD 1 TO WS-NB-DU-DESTINATAIRE
               END-IF
           END-PERFORM

           MOVE '==========================================='
               TO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           STRING 'DEMANDES DE CONGE EN ATTENTE DE DECISION AU '
               WS-DATE-JOUR(7:2) '/' WS-DATE-JOUR(5:2) '/'
               WS-DATE-JOUR(1:4)
               DELIMITED SIZE INTO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-APPROB-EFF = 0
               MOVE 'Destinataire : RH (aucun approbateur dans la '
                   & 'ligne hierarchique)' TO LIGNE-RELANCE
           ELSE
               MOVE WS-APPROB-EFF TO WS-ID-CHERCHE
               PERFORM TROUVER-EMPLOYE
               IF WS-IDX-TROUVE > 0
                   STRING 'Destinataire : ' WS-APPROB-EFF ' '
                       FUNCTION TRIM(WS-EMP-PRENOM-T(WS-IDX-TROUVE))
                       ' ' FUNCTION TRIM(WS-EMP-NOM-T(WS-IDX-TROUVE))
                       DELIMITED SIZE INTO LIGNE-RELANCE
               ELSE
                   STRING 'Destinataire : ' WS-APPROB-EFF
                       DELIMITED SIZE INTO LIGNE-RELANCE
               END-IF
           END-IF
           WRITE LIGNE-RELANCE
           MOVE WS-NB-DU-DESTINATAIRE TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RELANCE
           STRING 'Demandes a decider (approbation US-14) : '
               FUNCTION TRIM(WS-AFF-NB)
               DELIMITED SIZE INTO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           MOVE '-------------------------------------------'
               TO LIGNE-RELANCE
           WRITE LIGNE-RELANCE
           PERFORM VARYING WS-IDX-ATT2 FROM WS-IDX-ATT BY 1
               UNTIL WS-IDX-ATT2 > WS-NB-ATTENTE
               IF WS-ATT-APPROB(WS-IDX-ATT2) = WS-APPROB-EFF
                   PERFORM ECRIRE-LIGNE-DEMANDE
                   MOVE 'O' TO WS-ATT-ECRIT(WS-IDX-ATT2)
               END-IF
           END-PERFORM.

       ECRIRE-LIGNE-DEMANDE.
           MOVE WS-ATT-EMP-ID(WS-IDX-ATT2) TO WS-ID-CHERCHE
           PERFORM TROUVER-EMPLOYE
           MOVE WS-ATT-NB-JOURS(WS-IDX-ATT2) TO WS-AFF-JOURS
           MOVE WS-ATT-AGE(WS-IDX-ATT2) TO WS-AFF-AGE
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-IDX-TROUVE > 0
               STRING WS-ATT-EMP-ID(WS-IDX-ATT2) ' '
                   WS-EMP-NOM-T(WS-IDX-TROUVE) ' '
                   WS-ATT-TYPE(WS-IDX-ATT2) ' du '
                   WS-ATT-DEBUT(WS-IDX-ATT2) ' '
                   WS-ATT-DEMI-JOUR(WS-IDX-ATT2) ' au '
                   WS-ATT-FIN(WS-IDX-ATT2) ' ' WS-AFF-JOURS ' j'
                   DELIMITED SIZE INTO LIGNE-RELANCE
           ELSE
               STRING WS-ATT-EMP-ID(WS-IDX-ATT2) ' '
                   '(inconnu)            '
                   WS-ATT-TYPE(WS-IDX-ATT2) ' du '
                   WS-ATT-DEBUT(WS-IDX-ATT2) ' '
                   WS-ATT-DEMI-JOUR(WS-IDX-ATT2) ' au '
                   WS-ATT-FIN(WS-IDX-ATT2) ' ' WS-AFF-JOURS ' j'
                   DELIMITED SIZE INTO LIGNE-RELANCE
           END-IF
           WRITE LIGNE-RELANCE
           MOVE SPACES TO LIGNE-RELANCE
           IF WS-ATT-NIVEAU(WS-IDX-ATT2) > 0
               MOVE WS-ATT-NIVEAU(WS-IDX-ATT2) TO WS-AFF-NIVEAU
               MOVE WS-ATT-NOMINAL(WS-IDX-ATT2) TO WS-ID-AFF
               STRING '      en attente depuis ' WS-AFF-AGE ' jour(s)'
                   ' - ESCALADE niveau ' WS-AFF-NIVEAU
                   ' (responsable ' WS-ID-AFF ')'
                   DELIMITED SIZE INTO LIGNE-RELANCE
           ELSE
               STRING '      en attente depuis ' WS-AFF-AGE ' jour(s)'
                   DELIMITED SIZE INTO LIGNE-RELANCE
           END-IF
           WRITE LIGNE-RELANCE
           IF WS-ATT-URGENT(WS-IDX-ATT2) = 'O'
               MOVE '      URGENT : transmis a la corbeille RH'
                   TO LIGNE-RELANCE
               WRITE LIGNE-RELANCE
           END-IF.

       ECRIRE-ALERTES.
      * Alertes collectees par la corbeille operateur (US-78) :
      * libelle stable d'un jour a l'autre (ni age ni approbateur)
      * pour qu'une demande n'y entre qu'une fois. Le fichier est
      * reecrit chaque jour avec les seules demandes encore urgentes.
           OPEN OUTPUT FICHIER-ALERTES
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
               UNTIL WS-IDX-ATT > WS-NB-ATTENTE
               IF WS-ATT-URGENT(WS-IDX-ATT) = 'O'
                   MOVE SPACES TO LIGNE-ALERTE
                   STRING 'Conge EN_ATTENTE sans decision EMP-ID '
                       WS-ATT-EMP-ID(WS-IDX-ATT) ' debut '
                       WS-ATT-DEBUT(WS-IDX-ATT) ' '
                       WS-ATT-DEMI-JOUR(WS-IDX-ATT)
                       DELIMITED SIZE INTO LIGNE-ALERTE
                   WRITE LIGNE-ALERTE
               END-IF
           END-PERFORM
           CLOSE FICHIER-ALERTES.
