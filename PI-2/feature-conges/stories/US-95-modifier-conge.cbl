       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-95-MODIFIER-CONGE.
      * US-95 : Annuler ou raccourcir un conge deja approuve, avec
      *         recredit des soldes et regularisation de paie
      * Feature 3 : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-FERIES
               ASSIGN TO WS-CHEMIN-FERIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FERIES.
           SELECT FICHIER-SOLDES
               ASSIGN TO WS-CHEMIN-SOLDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SOLDES.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BULLETINS-DATA.
           SELECT FICHIER-ABS-PAIE
               ASSIGN TO WS-CHEMIN-ABS-PAIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ABS-PAIE.
           SELECT FICHIER-PRIMES
               ASSIGN TO WS-CHEMIN-PRIMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PRIMES.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-VERROU
               ASSIGN TO WS-CHEMIN-VERROU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VERROU.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-FERIES.
           COPY '../../../copybooks/ferie.cpy'.

        FD FICHIER-SOLDES.
           COPY '../../../copybooks/solde-conge.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-ABS-PAIE.
           COPY '../../../copybooks/absence-paie.cpy'.

        FD FICHIER-PRIMES.
           COPY '../../../copybooks/prime.cpy'.

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT         PIC X(140).

        FD FICHIER-VERROU.
        01 LIGNE-VERROU       PIC X(60).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-FERIES    PIC XX.
        01 WS-STATUT-SOLDES    PIC XX.
        01 WS-STATUT-BULLETINS-DATA PIC XX.
        01 WS-STATUT-ABS-PAIE  PIC XX.
        01 WS-STATUT-PRIMES    PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-VERROU    PIC XX.
        01 WS-STATUT-ALERTES   PIC XX.

        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-DATE-AUDIT       PIC 9(8)  VALUE 0.
        01 WS-HEURE-AUDIT      PIC 9(8)  VALUE 0.
        01 WS-AUDIT-CHAMP      PIC X(15) VALUE SPACES.
        01 WS-AUDIT-ANCIEN     PIC X(27) VALUE SPACES.
        01 WS-AUDIT-NOUVEAU    PIC X(27) VALUE SPACES.

        01 WS-EMP-ID-SAISIE    PIC 9(5)  VALUE 0.
        01 WS-DEBUT-SAISIE     PIC X(10) VALUE SPACES.
        01 WS-DEMI-SAISIE      PIC X(2)  VALUE SPACES.
        01 WS-ACTION           PIC X     VALUE SPACES.
        01 WS-NOUVELLE-FIN     PIC X(10) VALUE SPACES.
        01 WS-CONFIRMATION     PIC X     VALUE SPACES.
        01 WS-TROUVE           PIC X     VALUE 'N'.
        01 WS-DATE-CTRL        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

      * Conge tel qu'approuve, avant modification.
        01 WS-ANCIEN-TYPE      PIC X(10) VALUE SPACES.
        01 WS-ANCIENNE-FIN     PIC X(10) VALUE SPACES.
        01 WS-ANCIENS-JOURS    PIC 9(3)V9 VALUE 0.
        01 WS-NOUVEAUX-JOURS   PIC 9(3)V9 VALUE 0.
        01 WS-JOURS-RENDUS     PIC 9(3)V9 VALUE 0.
        01 WS-NOUVEAU-STATUT   PIC X(10) VALUE SPACES.

        01 WS-SITE-EMPLOYE     PIC X(10) VALUE SPACES.
        01 WS-MANAGER-ID       PIC 9(5)  VALUE 0.
        01 WS-SALAIRE-EMPLOYE  PIC 9(5)V9(2) VALUE 0.
        01 WS-TAUX-TEMPS       PIC 9(3)V9(2) VALUE 100.

        01 WS-TAB-FERIES.
            05 WS-FERIE OCCURS 999 TIMES.
                10 WS-FERIE-DATE  PIC 9(8).
        01 WS-NB-FERIES        PIC 9(3)  VALUE 0.
        01 WS-IDX-FERIE        PIC 9(3)  VALUE 0.
        01 WS-DATE-DEBUT-NUM   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-NUM     PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-EST-FERIE        PIC X     VALUE 'N'.

      * Horaire individuel du jour (sous-programme HORAIRE-JOUR) :
      * heures prevues, zero = jour non travaille.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.

        01 WS-TAB-SOLDES.
            05 WS-SLD OCCURS 5000 TIMES.
                10 WS-SLD-EMP-ID   PIC 9(5).
                10 WS-SLD-CP       PIC S9(3)V9.
                10 WS-SLD-RTT      PIC S9(3)V9.
                10 WS-SLD-CP-N1    PIC S9(3)V9.
        01 WS-NB-SOLDES        PIC 9(5)  VALUE 0.
        01 WS-IDX-SLD          PIC 9(5)  VALUE 0.
        01 WS-SOLDE-MAJ        PIC X     VALUE 'N'.

      * Regularisation de paie : un conge sans solde deja retenu sur
      * un bulletin (celui qui l'a inscrit a absences-paie.txt) est
      * rembourse au trentieme du salaire de base, comme la retenue
      * de US-03, sur le prochain run.
        01 WS-JOURS-MENSUELS   PIC 9(2)  VALUE 30.
        01 WS-PERIODE-DEBUT-CONGE PIC 9(6) VALUE 0.
        01 WS-PERIODE-COURANTE PIC 9(6)  VALUE 0.
        01 WS-PERIODE-REGUL    PIC 9(6)  VALUE 0.
        01 WS-PERIODE-REGUL-R REDEFINES WS-PERIODE-REGUL.
            05 WS-REGUL-AAAA   PIC 9(4).
            05 WS-REGUL-MM     PIC 9(2).
        01 WS-PERIODE-PAIE-MIN PIC 9(6)  VALUE 0.
        01 WS-PERIODE-PAIE-MAX PIC 9(6)  VALUE 0.
        01 WS-PERIODE-FENETRE  PIC 9(6)  VALUE 0.
        01 WS-REGISTRE-ABS     PIC X     VALUE 'N'.
        01 WS-ABS-INSCRITE     PIC X     VALUE 'N'.
        01 WS-ABS-PERIODE-PAIE PIC 9(6)  VALUE 0.
        01 WS-ABS-MODE         PIC X(7)  VALUE SPACES.
        01 WS-DEJA-PAYE        PIC X     VALUE 'N'.
        01 WS-RUN-COURANT-FAIT PIC X     VALUE 'N'.
        01 WS-MONTANT-REGUL    PIC 9(5)V9(2) VALUE 0.
        01 WS-AFF-MONTANT      PIC ZZZZ9.99.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-ID-AFF2          PIC 9(5).
        01 WS-AFF-JOURS        PIC ZZ9.9.

        01 WS-VERROU-CONF      PIC X     VALUE SPACES.
        01 WS-VERROU-UTIL      PIC X(20) VALUE SPACES.
        01 WS-VERROU-DATE      PIC 9(8)  VALUE 0.
        01 WS-VERROU-HEURE     PIC 9(8)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FERIES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SOLDES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ABS-PAIE  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PRIMES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VERROU    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS(1:6) TO WS-PERIODE-COURANTE
           DISPLAY '================================'
           DISPLAY ' ANNULER / RACCOURCIR UN CONGE  '
           DISPLAY '================================'
           DISPLAY 'EMP-ID (5 chiffres)            : '
           ACCEPT WS-EMP-ID-SAISIE
           DISPLAY 'Date de debut (AAAA-MM-JJ)     : '
           ACCEPT WS-DEBUT-SAISIE
           DISPLAY 'Demi-journee (AM/PM/vide)      : '
           ACCEPT WS-DEMI-SAISIE
           MOVE WS-DEBUT-SAISIE(1:4) TO WS-DATE-CTRL(1:4)
           MOVE WS-DEBUT-SAISIE(6:2) TO WS-DATE-CTRL(5:2)
           MOVE WS-DEBUT-SAISIE(9:2) TO WS-DATE-CTRL(7:2)
           CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
           IF WS-CODE-DATE NOT = 0
               DISPLAY 'ERREUR : date de debut invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM POSER-VERROU
           OPEN I-O FICHIER-CONGES
           IF WS-STATUT-CONGES NOT = '00'
               DISPLAY 'ERREUR : ouverture conges.dat impossible '
                   '(statut ' WS-STATUT-CONGES ')'
               PERFORM LIBERER-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EMP-ID-SAISIE TO CONGE-EMP-ID
           MOVE WS-DEBUT-SAISIE TO CONGE-DEBUT
           MOVE WS-DEMI-SAISIE TO CONGE-DEMI-JOUR
           READ FICHIER-CONGES
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY
                   IF CONGE-STATUT = 'APPROUVE  '
                       MOVE 'O' TO WS-TROUVE
                   END-IF
           END-READ
           IF WS-TROUVE = 'N'
               DISPLAY 'Aucun conge APPROUVE pour cet EMP-ID/date de '
                   'debut.'
               CLOSE FICHIER-CONGES
               PERFORM LIBERER-VERROU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CONGE-TYPE TO WS-ANCIEN-TYPE
           MOVE CONGE-FIN TO WS-ANCIENNE-FIN
           MOVE CONGE-NB-JOURS TO WS-ANCIENS-JOURS
           MOVE CONGE-NB-JOURS TO WS-AFF-JOURS
           DISPLAY 'Conge ' CONGE-TYPE ' du ' CONGE-DEBUT ' au '
               CONGE-FIN ' (' WS-AFF-JOURS ' j) APPROUVE'
           PERFORM LIRE-EMPLOYE
           PERFORM SAISIR-ACTION
           IF WS-JOURS-RENDUS = 0 AND WS-NOUVEAU-STATUT = 'APPROUVE'
               DISPLAY 'Aucun jour rendu : conge inchange.'
               CLOSE FICHIER-CONGES
               PERFORM LIBERER-VERROU
               GOBACK
           END-IF
           DISPLAY 'Confirmer (O/N) : '
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY 'Modification abandonnee.'
               CLOSE FICHIER-CONGES
               PERFORM LIBERER-VERROU
               GOBACK
           END-IF

           MOVE WS-NOUVEAU-STATUT TO CONGE-STATUT
           MOVE WS-NOUVELLE-FIN TO CONGE-FIN
           MOVE WS-NOUVEAUX-JOURS TO CONGE-NB-JOURS
           REWRITE CONGE-RECORD
           CLOSE FICHIER-CONGES
           PERFORM LIBERER-VERROU
           PERFORM AUDITER-MODIFICATION

           PERFORM RECREDITER-SOLDE
           PERFORM NOTIFIER-APPROBATEUR
           IF WS-ANCIEN-TYPE = 'SansSolde '
               PERFORM CONTROLER-DEJA-PAYE
               IF WS-DEJA-PAYE = 'O'
                   PERFORM POSER-REGULARISATION
               END-IF
           END-IF

           MOVE WS-JOURS-RENDUS TO WS-AFF-JOURS
           DISPLAY '--------------------------------'
           DISPLAY 'Conge ' WS-NOUVEAU-STATUT ' : ' WS-AFF-JOURS
               ' j rendus.'
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
               MOVE '../jours-feries.txt' TO WS-CHEMIN-FERIES
               MOVE '../soldes-conges.txt' TO WS-CHEMIN-SOLDES
               MOVE '../../../PI-1/feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../../feature-historique/'
                 & 'historique-paies-data.txt' TO WS-CHEMIN-HISTO-DATA
               MOVE '../../../PI-1/feature-paie/absences-paie.txt'
                   TO WS-CHEMIN-ABS-PAIE
               MOVE '../../../PI-1/feature-paie/primes.txt' TO
                   WS-CHEMIN-PRIMES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../verrou-conges.txt' TO WS-CHEMIN-VERROU
               MOVE '../alertes-conges-modifies.txt' TO
                   WS-CHEMIN-ALERTES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/jours-feries.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FERIES
               STRING FUNCTION TRIM(WS-RACINE) '/soldes-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SOLDES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTO-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/absences-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ABS-PAIE
               STRING FUNCTION TRIM(WS-RACINE) '/primes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PRIMES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/verrou-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-VERROU
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-conges-modifies.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
           END-IF.

       POSER-VERROU.
      * Meme exclusion mutuelle sur conges.dat que US-06 et US-14.
           OPEN INPUT FICHIER-VERROU
           IF WS-STATUT-VERROU = '00'
               READ FICHIER-VERROU
                   AT END CONTINUE
                   NOT AT END
                       DISPLAY 'conges.dat verrouille par : '
                           LIGNE-VERROU
               END-READ
               CLOSE FICHIER-VERROU
               DISPLAY 'Forcer la liberation du verrou (detenteur '
                   'plante) ? (O/N) : '
               ACCEPT WS-VERROU-CONF
               IF WS-VERROU-CONF NOT = 'O' AND WS-VERROU-CONF NOT = 'o'
                   DISPLAY 'Execution refusee : conges.dat '
                       'en cours d''utilisation.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-VERROU-UTIL FROM ENVIRONMENT 'USER'
           ACCEPT WS-VERROU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VERROU-HEURE FROM TIME
           OPEN OUTPUT FICHIER-VERROU
           MOVE SPACES TO LIGNE-VERROU
           STRING WS-VERROU-UTIL ' US-95 '
               WS-VERROU-DATE ' ' WS-VERROU-HEURE(1:6)
               DELIMITED SIZE INTO LIGNE-VERROU
           WRITE LIGNE-VERROU
           CLOSE FICHIER-VERROU.

       LIBERER-VERROU.
           CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-VERROU.

       LIRE-EMPLOYE.
      * Site (feries), responsable (notification) et salaire de base
      * (regularisation) du salarie.
           MOVE SPACES TO WS-SITE-EMPLOYE
           MOVE 0 TO WS-MANAGER-ID
           MOVE 0 TO WS-SALAIRE-EMPLOYE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES = '00'
               MOVE WS-EMP-ID-SAISIE TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-SITE TO WS-SITE-EMPLOYE
                       MOVE EMP-MANAGER TO WS-MANAGER-ID
                       MOVE EMP-SALAIRE TO WS-SALAIRE-EMPLOYE
                       MOVE EMP-TAUX-TEMPS TO WS-TAUX-TEMPS
               END-READ
               CLOSE FICHIER-EMPLOYES
           END-IF.

       SAISIR-ACTION.
      * A = annulation complete (statut ANNULE, tous les jours
      * rendus) ; R = raccourcissement (rappel de conge) : nouvelle
      * date de fin, jours ouvres recalcules comme a la saisie.
           DISPLAY 'Action (A = annuler, R = raccourcir) : '
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'ANNULE' TO WS-NOUVEAU-STATUT
                   MOVE WS-ANCIENNE-FIN TO WS-NOUVELLE-FIN
                   MOVE WS-ANCIENS-JOURS TO WS-NOUVEAUX-JOURS
                   MOVE WS-ANCIENS-JOURS TO WS-JOURS-RENDUS
               WHEN 'R'
               WHEN 'r'
                   IF CONGE-DEMI-JOUR NOT = SPACES
                       DISPLAY 'ERREUR : une demi-journee ne se '
                           'raccourcit pas, l''annuler.'
                       PERFORM ABANDONNER-SAISIE
                   END-IF
                   MOVE 'APPROUVE' TO WS-NOUVEAU-STATUT
                   DISPLAY 'Nouvelle date de fin (AAAA-MM-JJ) : '
                   ACCEPT WS-NOUVELLE-FIN
                   MOVE WS-NOUVELLE-FIN(1:4) TO WS-DATE-CTRL(1:4)
                   MOVE WS-NOUVELLE-FIN(6:2) TO WS-DATE-CTRL(5:2)
                   MOVE WS-NOUVELLE-FIN(9:2) TO WS-DATE-CTRL(7:2)
                   CALL 'VALIDER-DATE' USING WS-DATE-CTRL WS-CODE-DATE
                   IF WS-CODE-DATE NOT = 0
                       OR WS-NOUVELLE-FIN < WS-DEBUT-SAISIE
                       OR WS-NOUVELLE-FIN >= WS-ANCIENNE-FIN
                       DISPLAY 'ERREUR : la nouvelle fin doit etre '
                           'entre le debut et l''ancienne fin.'
                       PERFORM ABANDONNER-SAISIE
                   END-IF
                   PERFORM CHARGER-FERIES
                   PERFORM CALCULER-JOURS-OUVRES
                   IF WS-NOUVEAUX-JOURS < WS-ANCIENS-JOURS
                       COMPUTE WS-JOURS-RENDUS =
                           WS-ANCIENS-JOURS - WS-NOUVEAUX-JOURS
                   ELSE
                       MOVE 0 TO WS-JOURS-RENDUS
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERREUR : action A ou R attendue.'
                   PERFORM ABANDONNER-SAISIE
           END-EVALUATE.

       ABANDONNER-SAISIE.
           CLOSE FICHIER-CONGES
           PERFORM LIBERER-VERROU
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       CHARGER-FERIES.
      * Feries nationaux et du site du salarie, comme US-06.
           MOVE 0 TO WS-NB-FERIES
           OPEN INPUT FICHIER-FERIES
           IF WS-STATUT-FERIES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-FERIES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF (FERIE-SITE = SPACES
                               OR FERIE-SITE = WS-SITE-EMPLOYE)
                               AND WS-NB-FERIES < 999
                               ADD 1 TO WS-NB-FERIES
                               MOVE FERIE-DATE
                                   TO WS-FERIE-DATE(WS-NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FERIES
               MOVE 'N' TO WS-FIN
           END-IF.

       CALCULER-JOURS-OUVRES.
           MOVE WS-DEBUT-SAISIE(1:4) TO WS-DATE-DEBUT-NUM(1:4)
           MOVE WS-DEBUT-SAISIE(6:2) TO WS-DATE-DEBUT-NUM(5:2)
           MOVE WS-DEBUT-SAISIE(9:2) TO WS-DATE-DEBUT-NUM(7:2)
           MOVE WS-NOUVELLE-FIN(1:4) TO WS-DATE-FIN-NUM(1:4)
           MOVE WS-NOUVELLE-FIN(6:2) TO WS-DATE-FIN-NUM(5:2)
           MOVE WS-NOUVELLE-FIN(9:2) TO WS-DATE-FIN-NUM(7:2)
           COMPUTE WS-INT-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM)
           COMPUTE WS-INT-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM)
           MOVE 0 TO WS-NOUVEAUX-JOURS
           PERFORM VARYING WS-INT-COURANT FROM WS-INT-DEBUT BY 1
               UNTIL WS-INT-COURANT > WS-INT-FIN
               COMPUTE WS-DATE-COURANT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
               CALL 'HORAIRE-JOUR' USING WS-EMP-ID-SAISIE
                   WS-DATE-COURANT-NUM WS-HEURES-PREVUES
                   WS-ORIGINE-HORAIRE
               IF WS-HEURES-PREVUES > 0
                   MOVE 'N' TO WS-EST-FERIE
                   PERFORM VARYING WS-IDX-FERIE FROM 1 BY 1
                       UNTIL WS-IDX-FERIE > WS-NB-FERIES
                       IF WS-FERIE-DATE(WS-IDX-FERIE)
                               = WS-DATE-COURANT-NUM
                           MOVE 'O' TO WS-EST-FERIE
                       END-IF
                   END-PERFORM
                   IF WS-EST-FERIE = 'N'
                       ADD 1 TO WS-NOUVEAUX-JOURS
                   END-IF
               END-IF
           END-PERFORM.

       AUDITER-MODIFICATION.
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           IF WS-NOUVEAU-STATUT = 'ANNULE'
               MOVE 'STATUT' TO WS-AUDIT-CHAMP
               MOVE 'APPROUVE' TO WS-AUDIT-ANCIEN
               MOVE 'ANNULE' TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           ELSE
               MOVE 'FIN' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIENNE-FIN TO WS-AUDIT-ANCIEN
               MOVE WS-NOUVELLE-FIN TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
               MOVE 'NB-JOURS' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIENS-JOURS TO WS-AFF-JOURS
               MOVE WS-AFF-JOURS TO WS-AUDIT-ANCIEN
               MOVE WS-NOUVEAUX-JOURS TO WS-AFF-JOURS
               MOVE WS-AFF-JOURS TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           CLOSE FICHIER-AUDIT.

       ECRIRE-LIGNE-AUDIT.
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-AUDIT ','
               WS-HEURE-AUDIT(1:6) ',' 'conges.dat,' 'MODIFICATION' ','
               WS-EMP-ID-SAISIE ',' WS-AUDIT-CHAMP ',' WS-AUDIT-ANCIEN
               ',' WS-AUDIT-NOUVEAU
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT.

       RECREDITER-SOLDE.
      * Les soldes sont recalcules depuis conges.dat a chaque US-07 ;
      * soldes-conges.txt (lu par le bulletin et la borne
      * libre-service) est corrige tout de suite pour ne pas afficher
      * les jours rendus comme consommes d'ici la.
           IF WS-ANCIEN-TYPE = 'CP        '
               OR WS-ANCIEN-TYPE = 'RTT       '
               MOVE 0 TO WS-NB-SOLDES
               MOVE 'N' TO WS-SOLDE-MAJ
               OPEN INPUT FICHIER-SOLDES
               IF WS-STATUT-SOLDES = '00'
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-SOLDES
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               PERFORM RETENIR-SOLDE
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-SOLDES
                   MOVE 'N' TO WS-FIN
               END-IF
               IF WS-SOLDE-MAJ = 'O'
                   OPEN OUTPUT FICHIER-SOLDES
                   PERFORM VARYING WS-IDX-SLD FROM 1 BY 1
                       UNTIL WS-IDX-SLD > WS-NB-SOLDES
                       MOVE WS-SLD-EMP-ID(WS-IDX-SLD) TO SOLDE-EMP-ID
                       MOVE WS-SLD-CP(WS-IDX-SLD) TO SOLDE-CP-RESTANT
                       MOVE WS-SLD-RTT(WS-IDX-SLD)
                           TO SOLDE-RTT-RESTANT
                       MOVE WS-SLD-CP-N1(WS-IDX-SLD)
                           TO SOLDE-CP-N1-RESTANT
                       WRITE SOLDE-CONGE-RECORD
                   END-PERFORM
                   CLOSE FICHIER-SOLDES
               END-IF
           END-IF.

       RETENIR-SOLDE.
           IF WS-NB-SOLDES < 5000
               ADD 1 TO WS-NB-SOLDES
               MOVE SOLDE-EMP-ID TO WS-SLD-EMP-ID(WS-NB-SOLDES)
               MOVE SOLDE-CP-RESTANT TO WS-SLD-CP(WS-NB-SOLDES)
               MOVE SOLDE-RTT-RESTANT TO WS-SLD-RTT(WS-NB-SOLDES)
               MOVE SOLDE-CP-N1-RESTANT TO WS-SLD-CP-N1(WS-NB-SOLDES)
               IF SOLDE-EMP-ID = WS-EMP-ID-SAISIE
                   MOVE 'O' TO WS-SOLDE-MAJ
                   IF WS-ANCIEN-TYPE = 'CP        '
                       ADD WS-JOURS-RENDUS TO WS-SLD-CP(WS-NB-SOLDES)
                   ELSE
                       ADD WS-JOURS-RENDUS TO WS-SLD-RTT(WS-NB-SOLDES)
                   END-IF
               END-IF
           END-IF.

       NOTIFIER-APPROBATEUR.
      * Le responsable qui avait approuve le conge est prevenu par
      * une alerte collectee dans la corbeille operateur (US-78).
           OPEN EXTEND FICHIER-ALERTES
           IF WS-STATUT-ALERTES NOT = '00'
               OPEN OUTPUT FICHIER-ALERTES
           END-IF
           MOVE WS-EMP-ID-SAISIE TO WS-ID-AFF
           MOVE WS-MANAGER-ID TO WS-ID-AFF2
           MOVE WS-JOURS-RENDUS TO WS-AFF-JOURS
           MOVE SPACES TO LIGNE-ALERTE
           IF WS-NOUVEAU-STATUT = 'ANNULE'
               STRING 'CONGE ANNULE EMP-ID ' WS-ID-AFF ' '
                   FUNCTION TRIM(WS-ANCIEN-TYPE) ' DU '
                   WS-DEBUT-SAISIE ' RESP ' WS-ID-AFF2
                   ' (' WS-AFF-JOURS ' J RENDUS)'
                   DELIMITED SIZE INTO LIGNE-ALERTE
           ELSE
               STRING 'CONGE RACCOURCI EMP-ID ' WS-ID-AFF ' '
                   FUNCTION TRIM(WS-ANCIEN-TYPE) ' FIN '
                   WS-NOUVELLE-FIN ' RESP ' WS-ID-AFF2
                   ' (' WS-AFF-JOURS ' J RENDUS)'
                   DELIMITED SIZE INTO LIGNE-ALERTE
           END-IF
           WRITE LIGNE-ALERTE
           CLOSE FICHIER-ALERTES
           DISPLAY 'Responsable ' WS-ID-AFF2 ' notifie '
               '(alertes-conges-modifies.txt).'.

       CONTROLER-DEJA-PAYE.
      * US-03 retient un conge sans solde en entier sur un seul
      * bulletin, celui qui l'inscrit a absences-paie.txt (paie du
      * mois de son debut, ou paie suivante s'il a ete approuve apres
      * le cutoff) : seul ce bulletin, s'il n'a pas ete annule, a
      * porte la retenue ; un conge approuve que la paie n'a pas
      * encore vu n'a rien a rembourser. Sans registre, ou pour un
      * conge sorti de sa fenetre de douze mois, tout bulletin valide
      * d'une periode posterieure ou egale au mois de debut du conge
      * vaut retenue. Un bulletin de la periode courante reporte la
      * regularisation au mois suivant.
           MOVE 'N' TO WS-DEJA-PAYE
           MOVE 'N' TO WS-RUN-COURANT-FAIT
           MOVE WS-DEBUT-SAISIE(1:4) TO WS-PERIODE-DEBUT-CONGE(1:4)
           MOVE WS-DEBUT-SAISIE(6:2) TO WS-PERIODE-DEBUT-CONGE(5:2)
           COMPUTE WS-PERIODE-FENETRE = WS-PERIODE-COURANTE - 100
           PERFORM LIRE-ABSENCES-PAIE
           MOVE WS-PERIODE-DEBUT-CONGE TO WS-PERIODE-PAIE-MIN
           MOVE 999999 TO WS-PERIODE-PAIE-MAX
           IF WS-ABS-INSCRITE = 'O'
               IF WS-ABS-MODE = 'REPRISE'
                   MOVE 'O' TO WS-DEJA-PAYE
               END-IF
               MOVE WS-ABS-PERIODE-PAIE TO WS-PERIODE-PAIE-MIN
               MOVE WS-ABS-PERIODE-PAIE TO WS-PERIODE-PAIE-MAX
           ELSE
               IF WS-REGISTRE-ABS = 'O'
                   AND WS-PERIODE-DEBUT-CONGE >= WS-PERIODE-FENETRE
                   MOVE 0 TO WS-PERIODE-PAIE-MAX
               END-IF
           END-IF
           IF WS-PERIODE-PAIE-MAX > 0
               PERFORM LIRE-BULLETINS-DATA
               MOVE WS-CHEMIN-HISTO-DATA TO WS-CHEMIN-BULLETINS-DATA
               PERFORM LIRE-BULLETINS-DATA
           END-IF.

       LIRE-ABSENCES-PAIE.
      * Ligne du registre pour ce conge (cle EMP-ID, debut,
      * demi-journee de conges.dat).
           MOVE 'N' TO WS-REGISTRE-ABS
           MOVE 'N' TO WS-ABS-INSCRITE
           MOVE 0 TO WS-ABS-PERIODE-PAIE
           MOVE SPACES TO WS-ABS-MODE
           OPEN INPUT FICHIER-ABS-PAIE
           IF WS-STATUT-ABS-PAIE = '00'
               MOVE 'O' TO WS-REGISTRE-ABS
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ABS-PAIE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ABSP-EMP-ID = WS-EMP-ID-SAISIE
                               AND ABSP-DEBUT = WS-DEBUT-SAISIE
                               AND ABSP-DEMI-JOUR = WS-DEMI-SAISIE
                               MOVE 'O' TO WS-ABS-INSCRITE
                               MOVE ABSP-PERIODE-PAIE TO
                                   WS-ABS-PERIODE-PAIE
                               MOVE ABSP-MODE TO WS-ABS-MODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ABS-PAIE
               MOVE 'N' TO WS-FIN
           END-IF.

       LIRE-BULLETINS-DATA.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BULLETINS-DATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-EMP-ID = WS-EMP-ID-SAISIE
                               AND BDATA-STATUT NOT = 'ANNULE'
                               AND BDATA-PERIODE >=
                                   WS-PERIODE-PAIE-MIN
                               AND BDATA-PERIODE <=
                                   WS-PERIODE-PAIE-MAX
                               MOVE 'O' TO WS-DEJA-PAYE
                               IF BDATA-PERIODE >= WS-PERIODE-COURANTE
                                   MOVE 'O' TO WS-RUN-COURANT-FAIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       POSER-REGULARISATION.
      * Remboursement des jours sans solde rendus, en prime soumise
      * (la retenue avait reduit le brut) sur la periode du prochain
      * run : comme les autres primes generees (US-74, US-81).
           MOVE WS-PERIODE-COURANTE TO WS-PERIODE-REGUL
           IF WS-RUN-COURANT-FAIT = 'O'
               IF WS-REGUL-MM = 12
                   ADD 1 TO WS-REGUL-AAAA
                   MOVE 1 TO WS-REGUL-MM
               ELSE
                   ADD 1 TO WS-REGUL-MM
               END-IF
           END-IF
           COMPUTE WS-MONTANT-REGUL ROUNDED =
               WS-SALAIRE-EMPLOYE * WS-TAUX-TEMPS / 100
               / WS-JOURS-MENSUELS * WS-JOURS-RENDUS
           IF WS-MONTANT-REGUL > 0
               OPEN EXTEND FICHIER-PRIMES
               IF WS-STATUT-PRIMES NOT = '00'
                   OPEN OUTPUT FICHIER-PRIMES
               END-IF
               MOVE WS-EMP-ID-SAISIE TO PRIME-EMP-ID
               MOVE WS-PERIODE-REGUL TO PRIME-PERIODE
               MOVE 'REGUL CONGE ANNULE' TO PRIME-LIBELLE
               MOVE WS-MONTANT-REGUL TO PRIME-MONTANT
               MOVE 'O' TO PRIME-SOUMISE
               WRITE PRIME-RECORD
               CLOSE FICHIER-PRIMES
               MOVE WS-MONTANT-REGUL TO WS-AFF-MONTANT
               DISPLAY 'Retenue sans solde deja passee en paie : '
                   'regularisation de ' WS-AFF-MONTANT
                   ' sur la paie ' WS-PERIODE-REGUL '.'
           END-IF.
