       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-101-EXPORT-RGPD.
      * US-101 : Export du droit d'acces RGPD (toutes les donnees
      *          detenues sur un salarie, actuel ou ancien, dans un
      *          fichier unique date, section par fichier source)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-SOURCE
               ASSIGN TO WS-CHEMIN-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SOURCE.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-EXPORT
               ASSIGN TO WS-CHEMIN-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXPORT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-SOURCE.
        01 LIGNE-SOURCE       PIC X(400).

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

        FD FICHIER-EXPORT.
        01 LIGNE-EXPORT       PIC X(420).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-SOURCE    PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-EXPORT    PIC XX.

        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-ID           PIC 9(5)  VALUE 0.
        01 WS-EMP-ID-X REDEFINES WS-EMP-ID PIC X(5).
        01 WS-EMP-TROUVE       PIC X     VALUE 'N'.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-HEURE-SYS        PIC 9(8)  VALUE 0.
        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.

      * Section courante : nom du fichier source cite dans l'export
      * et position de l'EMP-ID dans ses lignes.
        01 WS-SOURCE-COURANTE  PIC X(40) VALUE SPACES.
        01 WS-POS-ID           PIC 9(3)  VALUE 1.
        01 WS-NB-SECTION       PIC 9(5)  VALUE 0.
        01 WS-NB-TOTAL         PIC 9(6)  VALUE 0.
        01 WS-NB-SECTIONS      PIC 9(2)  VALUE 0.

      * Archives annuelles de l'historique : de l'annee d'embauche
      * (a defaut WS-PROFONDEUR-ARCHIVES ans en arriere) a l'annee
      * en cours.
        01 WS-PROFONDEUR-ARCHIVES PIC 9(2) VALUE 10.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-ANNEE-DEBUT      PIC 9(4)  VALUE 0.
        01 WS-ANNEE-FIN        PIC 9(4)  VALUE 0.

        01 WS-TAB-BADGES.
            05 WS-BADGE-T OCCURS 20 TIMES PIC X(8).
        01 WS-NB-BADGES        PIC 9(2)  VALUE 0.
        01 WS-IDX-BADGE        PIC 9(2)  VALUE 0.

      * Ligne d'audit : UTILISATEUR,DATE,HEURE,FICHIER,OPERATION,
      * EMP-ID,CHAMP,ANCIEN,NOUVEAU. L'operateur n'est pas
      * communique ; le beneficiaire d'un don (operation DON) et le
      * responsable hierarchique (champ MANAGER) sont masques.
        01 WS-AUD-UTILISATEUR  PIC X(20) VALUE SPACES.
        01 WS-AUD-DATE         PIC X(8)  VALUE SPACES.
        01 WS-AUD-HEURE        PIC X(6)  VALUE SPACES.
        01 WS-AUD-FICHIER      PIC X(30) VALUE SPACES.
        01 WS-AUD-OPERATION    PIC X(12) VALUE SPACES.
        01 WS-AUD-EMP-ID       PIC X(5)  VALUE SPACES.
        01 WS-AUD-CHAMP        PIC X(15) VALUE SPACES.
        01 WS-AUD-ANCIEN       PIC X(30) VALUE SPACES.
        01 WS-AUD-NOUVEAU      PIC X(30) VALUE SPACES.
        01 WS-MASQUE           PIC X(5)  VALUE '*****'.

      * Consultations tracees (journal-acces.txt) : date, heure,
      * programme, periode et champs montres ; l'operateur n'est
      * pas communique, comme pour la piste d'audit.
           COPY '../../../copybooks/acces-donnees.cpy'.

        01 WS-POS-MASQUE       PIC 9(3)  VALUE 0.
        01 WS-ID-LU            PIC X(5)  VALUE SPACES.

        01 WS-AFF-NB           PIC ZZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-PAIE         PIC X(100) VALUE SPACES.
        01 WS-DIR-CONGES       PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-DIR-MENU         PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SOURCE    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ACCES     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXPORT    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           DISPLAY 'EMP-ID du demandeur (5 chiffres) : '
           ACCEPT WS-SAISIE-EMP-ID
           IF WS-SAISIE-EMP-ID NOT NUMERIC
               OR WS-SAISIE-EMP-ID = '00000'
               DISPLAY 'EMP-ID invalide : export non genere.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SAISIE-EMP-ID TO WS-EMP-ID

           MOVE SPACES TO WS-CHEMIN-EXPORT
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'export-rgpd-'
               WS-EMP-ID-X '-' WS-DATE-SYS '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-EXPORT
           OPEN OUTPUT FICHIER-EXPORT
           IF WS-STATUT-EXPORT NOT = '00'
               DISPLAY 'ERREUR : creation de l''export impossible '
                   '(statut ' WS-STATUT-EXPORT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '======================================'
               TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           MOVE SPACES TO LIGNE-EXPORT
           STRING 'DROIT D''ACCES - DONNEES DETENUES SUR EMP-ID '
               WS-EMP-ID-X ' AU ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           MOVE '======================================'
               TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT

           PERFORM EXPORTER-EMPLOYE
           PERFORM EXPORTER-AUDIT
           PERFORM EXPORTER-ACCES
           PERFORM EXPORTER-CONGES
           MOVE 1 TO WS-POS-ID
           MOVE 'bulletins-data.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'bulletins-data.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'historique-paies-data.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-HISTO)
               'historique-paies-data.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           PERFORM EXPORTER-ARCHIVES-ANNUELLES
           MOVE 1 TO WS-POS-ID
           MOVE 'cumuls-annuels.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'cumuls-annuels.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'droits-conges.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES) 'droits-conges.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'cet.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES) 'cet.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'cet-mouvements.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES) 'cet-mouvements.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
      * Journal des dons : une ligne par don recu (DATE,EMP-ID,...),
      * sans l'identite du donateur ; les dons faits par le salarie
      * figurent dans la piste d'audit, beneficiaire masque.
           MOVE 10 TO WS-POS-ID
           MOVE 'dons-conges.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES) 'dons-conges.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
      * Corbeille des alertes : EMP-ID apres ALR-SOURCE (12).
           MOVE 13 TO WS-POS-ID
           MOVE 'corbeille-alertes.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-MENU) 'corbeille-alertes.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 1 TO WS-POS-ID
           MOVE 'saisies-salaire.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'saisies-salaire.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'mutuelles.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'mutuelles.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           MOVE 'notes-frais.txt' TO WS-SOURCE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'notes-frais.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM EXPORTER-UN-FICHIER
           PERFORM EXPORTER-BADGES
           PERFORM EXPORTER-POINTAGES

           MOVE '======================================'
               TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           MOVE SPACES TO LIGNE-EXPORT
           STRING 'Sections : ' WS-NB-SECTIONS
               '   Enregistrements exportes : ' WS-NB-TOTAL
               DELIMITED SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           CLOSE FICHIER-EXPORT
           PERFORM TRACER-EXPORT
           DISPLAY 'Enregistrements exportes : ' WS-NB-TOTAL
           DISPLAY 'Export : ' FUNCTION TRIM(WS-CHEMIN-EXPORT)
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
               MOVE '../' TO WS-DIR-PAIE
               MOVE '../../../PI-2/feature-conges/' TO WS-DIR-CONGES
               MOVE '../../../PI-2/feature-historique/' TO
                   WS-DIR-HISTO
               MOVE '../../../PI-2/feature-menu/' TO WS-DIR-MENU
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../../../journal-acces.txt' TO WS-CHEMIN-ACCES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-PAIE
               MOVE WS-DIR-PAIE TO WS-DIR-CONGES
               MOVE WS-DIR-PAIE TO WS-DIR-HISTO
               MOVE WS-DIR-PAIE TO WS-DIR-MENU
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/journal-acces.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ACCES
           END-IF.

       ECRIRE-ENTETE-SECTION.
           ADD 1 TO WS-NB-SECTIONS
           MOVE 0 TO WS-NB-SECTION
           MOVE SPACES TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           MOVE SPACES TO LIGNE-EXPORT
           STRING '--- Source : ' FUNCTION TRIM(WS-SOURCE-COURANTE)
               ' ---'
               DELIMITED SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT.

       ECRIRE-PIED-SECTION.
           MOVE WS-NB-SECTION TO WS-AFF-NB
           MOVE SPACES TO LIGNE-EXPORT
           STRING '    ' WS-AFF-NB ' enregistrement(s)'
               DELIMITED SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT.

       ECRIRE-LIGNE-SECTION.
      * Toute ligne exportee passe par le masquage des EMP-ID tiers
      * cites dans les libelles.
           PERFORM MASQUER-AUTRES-ID
           WRITE LIGNE-EXPORT
           ADD 1 TO WS-NB-SECTION
           ADD 1 TO WS-NB-TOTAL.

       MASQUER-AUTRES-ID.
           PERFORM VARYING WS-POS-MASQUE FROM 1 BY 1
               UNTIL WS-POS-MASQUE > 408
               IF LIGNE-EXPORT(WS-POS-MASQUE:7) = 'EMP-ID '
                   MOVE LIGNE-EXPORT(WS-POS-MASQUE + 7:5) TO WS-ID-LU
                   IF WS-ID-LU NUMERIC AND WS-ID-LU NOT = WS-EMP-ID-X
                       MOVE WS-MASQUE TO
                           LIGNE-EXPORT(WS-POS-MASQUE + 7:5)
                   END-IF
               END-IF
           END-PERFORM.

       EXPORTER-EMPLOYE.
      * Fiche du salarie telle que stockee, responsable hierarchique
      * masque (son identite releve d'un autre salarie).
           MOVE 'employes.dat' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EMP-ID TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE 'N' TO WS-EMP-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-EMP-TROUVE
           END-READ
           IF WS-EMP-TROUVE = 'O'
               IF EMP-MANAGER NUMERIC AND EMP-MANAGER NOT = 0
                   MOVE 99999 TO EMP-MANAGER
               END-IF
               MOVE EMPLOYE-RECORD TO LIGNE-EXPORT
               PERFORM ECRIRE-LIGNE-SECTION
               MOVE '    (EMP-MANAGER masque : 99999 = responsable '
                   & 'renseigne)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
               COMPUTE WS-ANNEE-DEBUT = EMP-DATE-EMBAUCHE / 10000
           ELSE
               MOVE '    Aucune fiche (salarie purge ou inconnu)'
                   TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
               MOVE 0 TO WS-ANNEE-DEBUT
           END-IF
           CLOSE FICHIER-EMPLOYES
           PERFORM ECRIRE-PIED-SECTION.

       EXPORTER-AUDIT.
           MOVE 'audit-log.txt' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           MOVE '    DATE,HEURE,FICHIER,OPERATION,EMP-ID,CHAMP,ANCIEN,'
               & 'NOUVEAU (operateur non communique)' TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           OPEN INPUT FICHIER-AUDIT
           IF WS-STATUT-AUDIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AUDIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM RETENIR-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUDIT
               MOVE 'N' TO WS-FIN
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       RETENIR-LIGNE-AUDIT.
           MOVE SPACES TO WS-AUD-UTILISATEUR WS-AUD-DATE WS-AUD-HEURE
               WS-AUD-FICHIER WS-AUD-OPERATION WS-AUD-EMP-ID
               WS-AUD-CHAMP WS-AUD-ANCIEN WS-AUD-NOUVEAU
           UNSTRING LIGNE-AUDIT DELIMITED BY ','
               INTO WS-AUD-UTILISATEUR WS-AUD-DATE WS-AUD-HEURE
                   WS-AUD-FICHIER WS-AUD-OPERATION WS-AUD-EMP-ID
                   WS-AUD-CHAMP WS-AUD-ANCIEN WS-AUD-NOUVEAU
           END-UNSTRING
           IF WS-AUD-EMP-ID = WS-EMP-ID-X
               IF WS-AUD-OPERATION = 'DON'
                   MOVE WS-MASQUE TO WS-AUD-NOUVEAU
               END-IF
               IF WS-AUD-CHAMP = 'MANAGER'
                   MOVE WS-MASQUE TO WS-AUD-ANCIEN WS-AUD-NOUVEAU
               END-IF
               MOVE SPACES TO LIGNE-EXPORT
               STRING WS-AUD-DATE ',' WS-AUD-HEURE ','
                   FUNCTION TRIM(WS-AUD-FICHIER) ','
                   FUNCTION TRIM(WS-AUD-OPERATION) ','
                   WS-AUD-EMP-ID ','
                   FUNCTION TRIM(WS-AUD-CHAMP) ','
                   FUNCTION TRIM(WS-AUD-ANCIEN) ','
                   FUNCTION TRIM(WS-AUD-NOUVEAU)
                   DELIMITED SIZE INTO LIGNE-EXPORT
               PERFORM ECRIRE-LIGNE-SECTION
           END-IF.

       EXPORTER-ACCES.
           MOVE 'journal-acces.txt' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           MOVE '    DATE,HEURE,PROGRAMME,PERIODE,CHAMPS,AFFICHAGE '
               & '(operateur non communique)' TO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           MOVE WS-CHEMIN-ACCES TO WS-CHEMIN-SOURCE
           OPEN INPUT FICHIER-SOURCE
           IF WS-STATUT-SOURCE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SOURCE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE LIGNE-SOURCE TO ACCES-DONNEES-RECORD
                           IF ACD-EMP-ID = WS-EMP-ID
                               PERFORM RETENIR-LIGNE-ACCES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOURCE
               MOVE 'N' TO WS-FIN
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       RETENIR-LIGNE-ACCES.
           MOVE SPACES TO LIGNE-EXPORT
           STRING ACD-DATE ',' ACD-HEURE ','
               FUNCTION TRIM(ACD-PROGRAMME) ',' ACD-PERIODE ','
               FUNCTION TRIM(ACD-CHAMPS) ',' ACD-AFFICHAGE
               DELIMITED SIZE INTO LIGNE-EXPORT
           PERFORM ECRIRE-LIGNE-SECTION.

       EXPORTER-CONGES.
           MOVE 'conges.dat' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-EMP-ID = WS-EMP-ID
                               MOVE CONGE-RECORD TO LIGNE-EXPORT
                               PERFORM ECRIRE-LIGNE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE '    (fichier absent)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       EXPORTER-UN-FICHIER.
      * Lignes de WS-CHEMIN-SOURCE dont l'EMP-ID, a la position
      * WS-POS-ID, est celui du demandeur ; fichier absent signale.
           PERFORM ECRIRE-ENTETE-SECTION
           OPEN INPUT FICHIER-SOURCE
           IF WS-STATUT-SOURCE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SOURCE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF LIGNE-SOURCE(WS-POS-ID:5) = WS-EMP-ID-X
                               MOVE LIGNE-SOURCE TO LIGNE-EXPORT
                               PERFORM ECRIRE-LIGNE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOURCE
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE '    (fichier absent)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       EXPORTER-ARCHIVES-ANNUELLES.
      * Archives historique-paies-data-AAAA.txt ; seules les annees
      * presentes donnent une section.
           MOVE WS-DATE-SYS(1:4) TO WS-ANNEE-FIN
           IF WS-ANNEE-DEBUT = 0 OR WS-ANNEE-DEBUT > WS-ANNEE-FIN
               COMPUTE WS-ANNEE-DEBUT =
                   WS-ANNEE-FIN - WS-PROFONDEUR-ARCHIVES
           END-IF
           MOVE 1 TO WS-POS-ID
           PERFORM VARYING WS-ANNEE FROM WS-ANNEE-DEBUT BY 1
               UNTIL WS-ANNEE > WS-ANNEE-FIN
               MOVE SPACES TO WS-CHEMIN-SOURCE
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   'historique-paies-data-' WS-ANNEE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SOURCE
               OPEN INPUT FICHIER-SOURCE
               IF WS-STATUT-SOURCE = '00'
                   CLOSE FICHIER-SOURCE
                   MOVE SPACES TO WS-SOURCE-COURANTE
                   STRING 'historique-paies-data-' WS-ANNEE '.txt'
                       DELIMITED SIZE INTO WS-SOURCE-COURANTE
                   PERFORM EXPORTER-UN-FICHIER
               END-IF
           END-PERFORM.

       EXPORTER-BADGES.
      * Badges attribues au salarie (BADGE-NUMERO, EMP-ID) ; ils
      * servent de cle pour les pointages.
           MOVE 0 TO WS-NB-BADGES
           MOVE 'badges.txt' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'badges.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           OPEN INPUT FICHIER-SOURCE
           IF WS-STATUT-SOURCE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SOURCE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF LIGNE-SOURCE(9:5) = WS-EMP-ID-X
                               MOVE LIGNE-SOURCE TO LIGNE-EXPORT
                               PERFORM ECRIRE-LIGNE-SECTION
                               IF WS-NB-BADGES < 20
                                   ADD 1 TO WS-NB-BADGES
                                   MOVE LIGNE-SOURCE(1:8) TO
                                       WS-BADGE-T(WS-NB-BADGES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOURCE
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE '    (fichier absent)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       EXPORTER-POINTAGES.
           MOVE 'pointages.txt (via badges.txt)' TO WS-SOURCE-COURANTE
           PERFORM ECRIRE-ENTETE-SECTION
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'pointages.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           OPEN INPUT FICHIER-SOURCE
           IF WS-STATUT-SOURCE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SOURCE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM VARYING WS-IDX-BADGE FROM 1 BY 1
                               UNTIL WS-IDX-BADGE > WS-NB-BADGES
                               IF LIGNE-SOURCE(1:8) =
                                   WS-BADGE-T(WS-IDX-BADGE)
                                   MOVE LIGNE-SOURCE TO LIGNE-EXPORT
                                   PERFORM ECRIRE-LIGNE-SECTION
                                   MOVE WS-NB-BADGES TO WS-IDX-BADGE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOURCE
               MOVE 'N' TO WS-FIN
           ELSE
               MOVE '    (fichier absent)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
           END-IF
           PERFORM ECRIRE-PIED-SECTION.

       TRACER-EXPORT.
      * L'export lui-meme est trace dans audit-log.txt, meme forme
      * de ligne que la maintenance.
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-NB-TOTAL TO WS-AFF-NB
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-SYS ','
               WS-HEURE-SYS(1:6) ',' 'export-rgpd,EXPORT,'
               WS-EMP-ID-X ',DROIT-ACCES, ,'
               FUNCTION TRIM(WS-AFF-NB)
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.
