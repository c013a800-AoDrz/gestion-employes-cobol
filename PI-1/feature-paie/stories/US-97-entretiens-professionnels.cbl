       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-97-ENTRETIENS-PROFESSIONNELS.
      * US-97 : Suivi des entretiens professionnels obligatoires
      *         (registre, echeances biennales et retours de longue
      *         absence, etat des lieux des six ans)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ENTRETIENS
               ASSIGN TO WS-CHEMIN-ENTRETIENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ENTRETIENS.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-FORMATIONS
               ASSIGN TO WS-CHEMIN-FORMATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FORMATIONS.
           SELECT FICHIER-INSCRIPTIONS
               ASSIGN TO WS-CHEMIN-INSCRIPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-INSCRIPTIONS.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ENTRETIENS.
           COPY '../../../copybooks/entretien-pro.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-FORMATIONS.
           COPY '../../../copybooks/formation.cpy'.

        FD FICHIER-INSCRIPTIONS.
           COPY '../../../copybooks/inscription-formation.cpy'.

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-ENTRETIENS PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-FORMATIONS PIC XX.
        01 WS-STATUT-INSCRIPTIONS PIC XX.
        01 WS-STATUT-ALERTES   PIC XX.

        01 WS-MODE             PIC X     VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-PERIODICITE-MOIS PIC 9(2)  VALUE 24.
        01 WS-HORIZON-JOURS    PIC 9(3)  VALUE 60.

      * Longue absence ouvrant droit a un entretien au retour :
      * conge maternite quelle que soit sa duree, arret maladie ou
      * conge sans solde d'au moins WS-SEUIL-LONGUE-ABSENCE jours
      * calendaires.
        01 WS-SEUIL-LONGUE-ABSENCE PIC 9(3) VALUE 180.

      * Etat des lieux des six ans : sanction (abondement correctif
      * du CPF) due par les entreprises d'au moins
      * WS-SEUIL-EFFECTIF salaries quand, sur les six ans, le
      * salarie n'a pas eu tous ses entretiens biennaux et n'a suivi
      * aucune formation ; les salaries dont l'echeance tombe dans
      * WS-HORIZON-BILAN-JOURS sont aussi listes pour rattrapage.
        01 WS-ABONDEMENT-CPF   PIC 9(5)V9(2) VALUE 3000.
        01 WS-SEUIL-EFFECTIF   PIC 9(3)  VALUE 50.
        01 WS-ENTRETIENS-REQUIS PIC 9(1) VALUE 3.
        01 WS-HORIZON-BILAN-JOURS PIC 9(3) VALUE 365.

        01 WS-TAB-ENTRETIENS.
            05 WS-ENT OCCURS 5000 TIMES.
                10 WS-ENT-EMP-ID    PIC 9(5).
                10 WS-ENT-TYPE      PIC X(10).
                10 WS-ENT-TENUE     PIC 9(8).
        01 WS-NB-ENTRETIENS    PIC 9(4)  VALUE 0.
        01 WS-IDX-ENT          PIC 9(4)  VALUE 0.

      * Employes non sortis, avec la fin de leur derniere longue
      * absence approuvee (zero si aucune).
        01 WS-TAB-EMPLOYES.
            05 WS-EMP OCCURS 5000 TIMES.
                10 WS-EMP-ID-T      PIC 9(5).
                10 WS-EMP-NOM-T     PIC X(20).
                10 WS-EMP-EMBAUCHE-T PIC 9(8).
                10 WS-EMP-RETOUR-T  PIC 9(8).
        01 WS-NB-EMP           PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.

        01 WS-TAB-FORMATIONS.
            05 WS-FOR OCCURS 999 TIMES.
                10 WS-FOR-ID-T      PIC X(6).
                10 WS-FOR-LIBELLE-T PIC X(20).
                10 WS-FOR-DEBUT-T   PIC 9(8).
        01 WS-NB-FORMATIONS    PIC 9(3)  VALUE 0.
        01 WS-IDX-FOR          PIC 9(3)  VALUE 0.

        01 WS-TAB-INSCRIPTIONS.
            05 WS-INS OCCURS 5000 TIMES.
                10 WS-INS-EMP-ID-T  PIC 9(5).
                10 WS-INS-FOR-ID-T  PIC X(6).
                10 WS-INS-ANNEE-T   PIC 9(4).
        01 WS-NB-INSCRIPTIONS  PIC 9(4)  VALUE 0.
        01 WS-IDX-INS          PIC 9(4)  VALUE 0.

        01 WS-SAISIE-EMP       PIC 9(5)  VALUE 0.
        01 WS-SAISIE-DATE      PIC 9(8)  VALUE 0.
        01 WS-SAISIE-TYPE      PIC X     VALUE SPACES.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

        01 WS-DATE-TRAVAIL     PIC 9(8)  VALUE 0.
        01 WS-INT-TRAVAIL      PIC 9(8)  VALUE 0.
        01 WS-MOIS-AJOUT       PIC 9(3)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.
        01 WS-INT-HORIZON      PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-DATE-NUM         PIC 9(8)  VALUE 0.

        01 WS-DERNIER-ENTRETIEN PIC 9(8) VALUE 0.
        01 WS-DATE-BASE        PIC 9(8)  VALUE 0.
        01 WS-ECHEANCE         PIC 9(8)  VALUE 0.
        01 WS-ECHEANCE-RETOUR  PIC 9(8)  VALUE 0.
        01 WS-MOTIF            PIC X(14) VALUE SPACES.

        01 WS-ECHEANCE-6ANS    PIC 9(8)  VALUE 0.
        01 WS-DEBUT-FENETRE    PIC 9(8)  VALUE 0.
        01 WS-NB-TENUS         PIC 9(3)  VALUE 0.
        01 WS-FORMATION-SUIVIE PIC X     VALUE 'N'.
        01 WS-DATE-FORMATION   PIC 9(8)  VALUE 0.
        01 WS-STATUT-BILAN     PIC X(10) VALUE SPACES.
        01 WS-MONTANT-EXPOSE   PIC 9(5)V9(2) VALUE 0.
        01 WS-TOTAL-EXPOSE     PIC 9(8)V9(2) VALUE 0.
        01 WS-SOUMIS-SANCTION  PIC X     VALUE 'N'.

        01 WS-NB-RETARD        PIC 9(4)  VALUE 0.
        01 WS-NB-A-VENIR       PIC 9(4)  VALUE 0.
        01 WS-NB-A-RISQUE      PIC 9(4)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-MONTANT      PIC ZZZZ9.99.
        01 WS-AFF-TOTAL        PIC ZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ENTRETIENS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FORMATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-INSCRIPTIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BILAN     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           PERFORM CHARGER-ENTRETIENS
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-LONGUES-ABSENCES
           PERFORM CHARGER-FORMATIONS
           PERFORM CHARGER-INSCRIPTIONS
           DISPLAY 'Mode : (E)ntretien tenu, (R)apport des echeances '
               'ou (B)ilan des six ans ? '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'E' WHEN 'e'
                   PERFORM ENREGISTRER-ENTRETIEN
               WHEN 'B' WHEN 'b'
                   PERFORM ECRIRE-BILAN-6ANS
               WHEN OTHER
                   PERFORM ECRIRE-RAPPORT
           END-EVALUATE
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
               MOVE '../entretiens-professionnels.txt' TO
                   WS-CHEMIN-ENTRETIENS
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../formations.txt' TO WS-CHEMIN-FORMATIONS
               MOVE '../inscriptions-formation.txt' TO
                   WS-CHEMIN-INSCRIPTIONS
               MOVE '../alertes-entretiens-pro.txt' TO
                   WS-CHEMIN-ALERTES
               MOVE '../rapport-entretiens-pro.txt' TO
                   WS-CHEMIN-RAPPORT
               MOVE '../bilan-entretiens-6ans.txt' TO WS-CHEMIN-BILAN
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/entretiens-professionnels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ENTRETIENS
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/formations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FORMATIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/inscriptions-formation.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-INSCRIPTIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-entretiens-pro.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-entretiens-pro.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/bilan-entretiens-6ans.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BILAN
           END-IF.

       CHARGER-ENTRETIENS.
           MOVE 0 TO WS-NB-ENTRETIENS
           OPEN INPUT FICHIER-ENTRETIENS
           IF WS-STATUT-ENTRETIENS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ENTRETIENS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ENTRETIENS < 5000
                               ADD 1 TO WS-NB-ENTRETIENS
                               MOVE ENT-EMP-ID TO
                                   WS-ENT-EMP-ID(WS-NB-ENTRETIENS)
                               MOVE ENT-TYPE TO
                                   WS-ENT-TYPE(WS-NB-ENTRETIENS)
                               MOVE ENT-DATE-TENUE TO
                                   WS-ENT-TENUE(WS-NB-ENTRETIENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ENTRETIENS
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
                       IF EMP-STATUT NOT = 'SORTI' AND WS-NB-EMP < 5000
                           ADD 1 TO WS-NB-EMP
                           MOVE EMP-ID TO WS-EMP-ID-T(WS-NB-EMP)
                           MOVE EMP-NOM TO WS-EMP-NOM-T(WS-NB-EMP)
                           MOVE EMP-DATE-EMBAUCHE TO
                               WS-EMP-EMBAUCHE-T(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-RETOUR-T(WS-NB-EMP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHARGER-LONGUES-ABSENCES.
      * Fichier optionnel : sans conges.dat, aucun retour d'absence
      * n'avance d'echeance.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-STATUT = 'APPROUVE  '
                               AND (CONGE-TYPE = 'MATERNITE '
                               OR CONGE-TYPE = 'Maladie   '
                               OR CONGE-TYPE = 'SansSolde ')
                               PERFORM RETENIR-LONGUE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-LONGUE-ABSENCE.
           MOVE CONGE-DEBUT(1:4) TO WS-DATE-NUM(1:4)
           MOVE CONGE-DEBUT(6:2) TO WS-DATE-NUM(5:2)
           MOVE CONGE-DEBUT(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-INT-DEBUT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE CONGE-FIN(1:4) TO WS-DATE-NUM(1:4)
           MOVE CONGE-FIN(6:2) TO WS-DATE-NUM(5:2)
           MOVE CONGE-FIN(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-INT-FIN = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF CONGE-TYPE = 'MATERNITE '
               OR WS-INT-FIN - WS-INT-DEBUT + 1
                   >= WS-SEUIL-LONGUE-ABSENCE
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMP
                   IF WS-EMP-ID-T(WS-IDX-EMP) = CONGE-EMP-ID
                       AND WS-DATE-NUM > WS-EMP-RETOUR-T(WS-IDX-EMP)
                       MOVE WS-DATE-NUM TO WS-EMP-RETOUR-T(WS-IDX-EMP)
                   END-IF
               END-PERFORM
           END-IF.

       CHARGER-FORMATIONS.
           MOVE 0 TO WS-NB-FORMATIONS
           OPEN INPUT FICHIER-FORMATIONS
           IF WS-STATUT-FORMATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FORMATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-FORMATIONS < 999
                               ADD 1 TO WS-NB-FORMATIONS
                               MOVE FOR-ID TO
                                   WS-FOR-ID-T(WS-NB-FORMATIONS)
                               MOVE FOR-LIBELLE TO
                                   WS-FOR-LIBELLE-T(WS-NB-FORMATIONS)
                               MOVE FOR-DEBUT TO
                                   WS-FOR-DEBUT-T(WS-NB-FORMATIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FORMATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-INSCRIPTIONS.
           MOVE 0 TO WS-NB-INSCRIPTIONS
           OPEN INPUT FICHIER-INSCRIPTIONS
           IF WS-STATUT-INSCRIPTIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-INSCRIPTIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-INSCRIPTIONS < 5000
                               ADD 1 TO WS-NB-INSCRIPTIONS
                               MOVE INS-EMP-ID TO
                                   WS-INS-EMP-ID-T(WS-NB-INSCRIPTIONS)
                               MOVE INS-FOR-ID TO
                                   WS-INS-FOR-ID-T(WS-NB-INSCRIPTIONS)
                               MOVE INS-ANNEE TO
                                   WS-INS-ANNEE-T(WS-NB-INSCRIPTIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-INSCRIPTIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       AJOUTER-MOIS.
      * Ajoute WS-MOIS-AJOUT mois a WS-DATE-TRAVAIL, le jour borne a
      * 28 pour rester une date valide sur tous les mois (meme calcul
      * que le suivi des visites medicales).
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION NUMVAL(WS-DATE-TRAVAIL(1:4)) * 12
               + FUNCTION NUMVAL(WS-DATE-TRAVAIL(5:2)) - 1
               + WS-MOIS-AJOUT
           COMPUTE WS-DATE-TRAVAIL =
               FUNCTION INTEGER(WS-INT-TRAVAIL / 12) * 10000
               + (FUNCTION MOD(WS-INT-TRAVAIL, 12) + 1) * 100
               + FUNCTION NUMVAL(WS-DATE-TRAVAIL(7:2))
           IF WS-DATE-TRAVAIL(7:2) > '28'
               MOVE 28 TO WS-DATE-TRAVAIL(7:2)
           END-IF.

       ENREGISTRER-ENTRETIEN.
      * Entretien tenu : ajoute au registre avec son echeance
      * suivante ; les formations suivies depuis l'entretien
      * precedent sont rappelees pour le compte rendu.
           DISPLAY 'EMP-ID (5 chiffres)              : '
           ACCEPT WS-SAISIE-EMP
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               OR WS-EMP-ID-T(WS-IDX-EMP) = WS-SAISIE-EMP
               CONTINUE
           END-PERFORM
           IF WS-IDX-EMP > WS-NB-EMP
               DISPLAY 'Employe inconnu ou sorti : entretien non '
                   'enregistre.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Date de l''entretien (AAAAMMJJ)  : '
               ACCEPT WS-SAISIE-DATE
               CALL 'VALIDER-DATE' USING WS-SAISIE-DATE WS-CODE-DATE
               DISPLAY 'Type : (P)eriodique, (R)etour d''absence, '
                   '(B)ilan six ans : '
               ACCEPT WS-SAISIE-TYPE
               IF WS-CODE-DATE NOT = 0 OR WS-SAISIE-DATE > WS-DATE-SYS
                   DISPLAY 'Date invalide : entretien non enregistre.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM AJOUTER-ENTRETIEN
               END-IF
           END-IF.

       AJOUTER-ENTRETIEN.
           PERFORM CALCULER-DERNIER-ENTRETIEN
           OPEN EXTEND FICHIER-ENTRETIENS
           IF WS-STATUT-ENTRETIENS NOT = '00'
               OPEN OUTPUT FICHIER-ENTRETIENS
           END-IF
           MOVE WS-SAISIE-EMP TO ENT-EMP-ID
           EVALUATE WS-SAISIE-TYPE
               WHEN 'B' WHEN 'b'
                   MOVE 'BILAN6ANS' TO ENT-TYPE
               WHEN 'R' WHEN 'r'
                   MOVE 'RETOUR' TO ENT-TYPE
               WHEN OTHER
                   MOVE 'PERIODIQUE' TO ENT-TYPE
           END-EVALUATE
           MOVE WS-SAISIE-DATE TO ENT-DATE-TENUE
           MOVE WS-SAISIE-DATE TO WS-DATE-TRAVAIL
           MOVE WS-PERIODICITE-MOIS TO WS-MOIS-AJOUT
           PERFORM AJOUTER-MOIS
           MOVE WS-DATE-TRAVAIL TO ENT-PROCHAINE
           WRITE ENTRETIEN-PRO-RECORD
           CLOSE FICHIER-ENTRETIENS
           DISPLAY 'Entretien ' FUNCTION TRIM(ENT-TYPE)
               ' enregistre, prochain du le ' ENT-PROCHAINE
           DISPLAY 'Formations suivies depuis le precedent '
               'entretien :'
           PERFORM VARYING WS-IDX-INS FROM 1 BY 1
               UNTIL WS-IDX-INS > WS-NB-INSCRIPTIONS
               IF WS-INS-EMP-ID-T(WS-IDX-INS) = WS-SAISIE-EMP
                   PERFORM DATER-FORMATION
                   IF WS-DATE-FORMATION >= WS-DATE-BASE
                       AND WS-DATE-FORMATION <= WS-SAISIE-DATE
                       IF WS-IDX-FOR > WS-NB-FORMATIONS
                           DISPLAY '  ' WS-INS-FOR-ID-T(WS-IDX-INS)
                               ' (hors catalogue) '
                               WS-DATE-FORMATION
                       ELSE
                           DISPLAY '  ' WS-INS-FOR-ID-T(WS-IDX-INS)
                               ' ' WS-FOR-LIBELLE-T(WS-IDX-FOR) ' '
                               WS-DATE-FORMATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DATER-FORMATION.
      * Date de la session de l'inscription courante (debut de la
      * session au catalogue, a defaut 1er janvier de l'annee
      * d'inscription) ; WS-IDX-FOR pointe la session, ou vaut
      * WS-NB-FORMATIONS + 1 hors catalogue.
           PERFORM VARYING WS-IDX-FOR FROM 1 BY 1
               UNTIL WS-IDX-FOR > WS-NB-FORMATIONS
               OR WS-FOR-ID-T(WS-IDX-FOR) =
                   WS-INS-FOR-ID-T(WS-IDX-INS)
               CONTINUE
           END-PERFORM
           IF WS-IDX-FOR > WS-NB-FORMATIONS
               COMPUTE WS-DATE-FORMATION =
                   WS-INS-ANNEE-T(WS-IDX-INS) * 10000 + 101
           ELSE
               MOVE WS-FOR-DEBUT-T(WS-IDX-FOR) TO WS-DATE-FORMATION
           END-IF.

       CALCULER-DERNIER-ENTRETIEN.
      * Dernier entretien tenu par WS-SAISIE-EMP (zero si aucun) et
      * date de depart de l'echeance : ce dernier entretien, a
      * defaut l'embauche. WS-IDX-EMP pointe l'employe.
           MOVE 0 TO WS-DERNIER-ENTRETIEN
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NB-ENTRETIENS
               IF WS-ENT-EMP-ID(WS-IDX-ENT) = WS-SAISIE-EMP
                   AND WS-ENT-TENUE(WS-IDX-ENT) > WS-DERNIER-ENTRETIEN
                   MOVE WS-ENT-TENUE(WS-IDX-ENT)
                       TO WS-DERNIER-ENTRETIEN
               END-IF
           END-PERFORM
           IF WS-DERNIER-ENTRETIEN > 0
               MOVE WS-DERNIER-ENTRETIEN TO WS-DATE-BASE
           ELSE
               MOVE WS-EMP-EMBAUCHE-T(WS-IDX-EMP) TO WS-DATE-BASE
           END-IF.

       CALCULER-ECHEANCE.
      * Echeance biennale depuis la date de depart, avancee au
      * lendemain de la fin d'une longue absence survenue depuis.
           PERFORM CALCULER-DERNIER-ENTRETIEN
           MOVE WS-DATE-BASE TO WS-DATE-TRAVAIL
           MOVE WS-PERIODICITE-MOIS TO WS-MOIS-AJOUT
           PERFORM AJOUTER-MOIS
           MOVE WS-DATE-TRAVAIL TO WS-ECHEANCE
           MOVE 'PERIODIQUE' TO WS-MOTIF
           IF WS-EMP-RETOUR-T(WS-IDX-EMP) >= WS-DATE-BASE
               COMPUTE WS-INT-TRAVAIL = FUNCTION INTEGER-OF-DATE(
                   WS-EMP-RETOUR-T(WS-IDX-EMP)) + 1
               COMPUTE WS-ECHEANCE-RETOUR =
                   FUNCTION DATE-OF-INTEGER(WS-INT-TRAVAIL)
               IF WS-ECHEANCE-RETOUR < WS-ECHEANCE
                   MOVE WS-ECHEANCE-RETOUR TO WS-ECHEANCE
                   MOVE 'RETOUR ABSENCE' TO WS-MOTIF
               END-IF
           END-IF.

       ECRIRE-RAPPORT.
      * Echeances en retard (remontees dans la corbeille US-78) et a
      * planifier sous 60 jours. Le fichier d'alertes est reecrit a
      * chaque passage : la corbeille ne reprend que les libelles
      * nouveaux.
           COMPUTE WS-INT-HORIZON = WS-INT-JOUR + WS-HORIZON-JOURS
           OPEN OUTPUT FICHIER-RAPPORT
           OPEN OUTPUT FICHIER-ALERTES
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ENTRETIENS PROFESSIONNELS - ECHEANCES AU '
               WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               MOVE WS-EMP-ID-T(WS-IDX-EMP) TO WS-SAISIE-EMP
               IF WS-EMP-EMBAUCHE-T(WS-IDX-EMP) > 0
                   PERFORM CONTROLER-UNE-ECHEANCE
               END-IF
           END-PERFORM
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'En retard : ' WS-NB-RETARD
               ' / a planifier sous ' WS-HORIZON-JOURS ' jours : '
               WS-NB-A-VENIR
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-ALERTES
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Entretiens en retard : ' WS-NB-RETARD
           DISPLAY 'Rapport : rapport-entretiens-pro.txt'
           DISPLAY 'Alertes : alertes-entretiens-pro.txt (collectees '
               'par la corbeille US-78)'.

       CONTROLER-UNE-ECHEANCE.
           PERFORM CALCULER-ECHEANCE
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
           MOVE WS-SAISIE-EMP TO WS-ID-AFF
           IF WS-INT-TRAVAIL < WS-INT-JOUR
               ADD 1 TO WS-NB-RETARD
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'EN RETARD : EMP-ID ' WS-ID-AFF ' '
                   WS-EMP-NOM-T(WS-IDX-EMP) ' entretien '
                   FUNCTION TRIM(WS-MOTIF) ' du le ' WS-ECHEANCE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-ALERTE
               STRING 'ENTRETIEN PRO EN RETARD : EMP-ID ' WS-ID-AFF
                   ' ' FUNCTION TRIM(WS-MOTIF) ' du le '
                   WS-ECHEANCE
                   DELIMITED SIZE INTO LIGNE-ALERTE
               WRITE LIGNE-ALERTE
           ELSE
               IF WS-INT-TRAVAIL <= WS-INT-HORIZON
                   ADD 1 TO WS-NB-A-VENIR
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'A PLANIFIER : EMP-ID ' WS-ID-AFF ' '
                       WS-EMP-NOM-T(WS-IDX-EMP) ' entretien '
                       FUNCTION TRIM(WS-MOTIF) ' du le '
                       WS-ECHEANCE
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF.

       ECRIRE-BILAN-6ANS.
      * Pour chaque salarie, l'echeance des six ans retenue est la
      * derniere passee depuis moins de WS-HORIZON-BILAN-JOURS ou la
      * prochaine a venir sous ce delai. Sur la fenetre des six ans
      * qui la precede : entretiens tenus et formation suivie. A
      * RISQUE = entretiens incomplets et aucune formation.
           MOVE WS-CHEMIN-BILAN TO WS-CHEMIN-RAPPORT
           IF WS-NB-EMP >= WS-SEUIL-EFFECTIF
               MOVE 'O' TO WS-SOUMIS-SANCTION
           ELSE
               MOVE 'N' TO WS-SOUMIS-SANCTION
           END-IF
           MOVE 0 TO WS-TOTAL-EXPOSE
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ETAT DES LIEUX DES SIX ANS AU ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-SOUMIS-SANCTION = 'N'
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Effectif ' WS-NB-EMP ' < ' WS-SEUIL-EFFECTIF
                   ' : abondement correctif non applicable'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'EMP-ID NOM                  ECHEANCE ENTR FORM STATUT'
               & '      EXPOSE' TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               IF WS-EMP-EMBAUCHE-T(WS-IDX-EMP) > 0
                   AND WS-EMP-EMBAUCHE-T(WS-IDX-EMP) <= WS-DATE-SYS
                   PERFORM CONTROLER-BILAN-EMPLOYE
               END-IF
           END-PERFORM
           MOVE '======================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-EXPOSE TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Salaries a risque : ' WS-NB-A-RISQUE
               '   Montant expose : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Salaries a risque : ' WS-NB-A-RISQUE
               ' - montant expose : ' WS-AFF-TOTAL
           DISPLAY 'Rapport : bilan-entretiens-6ans.txt'
           IF WS-NB-A-RISQUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONTROLER-BILAN-EMPLOYE.
      * Echeances des six ans successives depuis l'embauche jusqu'a
      * depasser la date du jour.
           MOVE WS-EMP-EMBAUCHE-T(WS-IDX-EMP) TO WS-DATE-TRAVAIL
           MOVE 72 TO WS-MOIS-AJOUT
           MOVE 0 TO WS-ECHEANCE-6ANS
           MOVE 0 TO WS-DEBUT-FENETRE
           PERFORM UNTIL WS-DATE-TRAVAIL > WS-DATE-SYS
               MOVE WS-DATE-TRAVAIL TO WS-DEBUT-FENETRE
               PERFORM AJOUTER-MOIS
               IF WS-DATE-TRAVAIL <= WS-DATE-SYS
                   MOVE WS-DATE-TRAVAIL TO WS-ECHEANCE-6ANS
               END-IF
           END-PERFORM
      * WS-DATE-TRAVAIL = prochaine echeance ; WS-ECHEANCE-6ANS =
      * derniere passee (zero si moins de six ans d'anciennete).
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL)
           IF WS-INT-TRAVAIL - WS-INT-JOUR <= WS-HORIZON-BILAN-JOURS
               MOVE WS-DATE-TRAVAIL TO WS-ECHEANCE-6ANS
           ELSE
               IF WS-ECHEANCE-6ANS > 0
                   COMPUTE WS-INT-TRAVAIL =
                       FUNCTION INTEGER-OF-DATE(WS-ECHEANCE-6ANS)
                   IF WS-INT-JOUR - WS-INT-TRAVAIL
                       > WS-HORIZON-BILAN-JOURS
                       MOVE 0 TO WS-ECHEANCE-6ANS
                   END-IF
               END-IF
           END-IF
           IF WS-ECHEANCE-6ANS > 0
               PERFORM EVALUER-FENETRE
               PERFORM ECRIRE-LIGNE-BILAN
           END-IF.

       EVALUER-FENETRE.
      * Fenetre des six ans close a WS-ECHEANCE-6ANS.
           COMPUTE WS-DEBUT-FENETRE = WS-ECHEANCE-6ANS - 60000
           MOVE 0 TO WS-NB-TENUS
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NB-ENTRETIENS
               IF WS-ENT-EMP-ID(WS-IDX-ENT) = WS-EMP-ID-T(WS-IDX-EMP)
                   AND WS-ENT-TENUE(WS-IDX-ENT) > WS-DEBUT-FENETRE
                   AND WS-ENT-TENUE(WS-IDX-ENT) <= WS-ECHEANCE-6ANS
                   ADD 1 TO WS-NB-TENUS
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-FORMATION-SUIVIE
           PERFORM VARYING WS-IDX-INS FROM 1 BY 1
               UNTIL WS-IDX-INS > WS-NB-INSCRIPTIONS
               IF WS-INS-EMP-ID-T(WS-IDX-INS) =
                   WS-EMP-ID-T(WS-IDX-EMP)
                   PERFORM DATER-FORMATION
                   IF WS-DATE-FORMATION > WS-DEBUT-FENETRE
                       AND WS-DATE-FORMATION <= WS-ECHEANCE-6ANS
                       MOVE 'O' TO WS-FORMATION-SUIVIE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MONTANT-EXPOSE
           EVALUATE TRUE
               WHEN WS-NB-TENUS >= WS-ENTRETIENS-REQUIS
                   MOVE 'CONFORME' TO WS-STATUT-BILAN
               WHEN WS-FORMATION-SUIVIE = 'O'
                   MOVE 'INCOMPLET' TO WS-STATUT-BILAN
               WHEN OTHER
                   MOVE 'A RISQUE' TO WS-STATUT-BILAN
                   ADD 1 TO WS-NB-A-RISQUE
                   IF WS-SOUMIS-SANCTION = 'O'
                       MOVE WS-ABONDEMENT-CPF TO WS-MONTANT-EXPOSE
                       ADD WS-MONTANT-EXPOSE TO WS-TOTAL-EXPOSE
                   END-IF
           END-EVALUATE.

       ECRIRE-LIGNE-BILAN.
           MOVE WS-EMP-ID-T(WS-IDX-EMP) TO WS-ID-AFF
           MOVE WS-MONTANT-EXPOSE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-ID-AFF '  ' WS-EMP-NOM-T(WS-IDX-EMP) ' '
               WS-ECHEANCE-6ANS ' ' WS-NB-TENUS '/'
               WS-ENTRETIENS-REQUIS '  ' WS-FORMATION-SUIVIE '  '
               WS-STATUT-BILAN ' ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
