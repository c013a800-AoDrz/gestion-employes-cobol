               ASSIGN TO WS-CHEMIN-MUTATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MUTATIONS.
           SELECT FICHIER-BADGES
               ASSIGN TO WS-CHEMIN-BADGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BADGES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

        FD FICHIER-BADGES.
           COPY '../../../copybooks/badge.cpy'.

        FD FICHIER-RAPPELS.
           COPY '../../../copybooks/rappel.cpy'.

        01 WS-SAISIE-TEMPS-TXT    PIC X(5)  VALUE SPACES.
        01 WS-SAISIE-TEMPS-NUM.
            05 WS-SAISIE-TEMPS-V  PIC 9(3)V9(2).
        01 WS-SAISIE-BASE-PAIE    PIC X     VALUE SPACE.
        01 WS-SAISIE-HORAIRE-TXT  PIC X(5)  VALUE SPACES.
        01 WS-SAISIE-HORAIRE-NUM.
            05 WS-SAISIE-HORAIRE-V PIC 9(3)V9(2).
        01 WS-SAISIE-NATIONALITE  PIC X(20) VALUE SPACES.
        01 WS-SAISIE-EMPLOI       PIC X(30) VALUE SPACES.
        01 WS-SAISIE-TITRE-TYPE   PIC X(11) VALUE SPACES.
        01 WS-SAISIE-TITRE-NUMERO PIC X(15) VALUE SPACES.
        01 WS-SAISIE-TITRE-EXPIR  PIC 9(8)  VALUE 0.
        01 WS-SAISIE-RQTH-TYPE    PIC X(10) VALUE SPACES.
        01 WS-SAISIE-RQTH-DEBUT   PIC 9(8)  VALUE 0.
        01 WS-SAISIE-RQTH-FIN     PIC 9(8)  VALUE 0.

        01 WS-REJET               PIC X     VALUE 'N'.
        01 WS-MOTIF-REJET         PIC X(60) VALUE SPACES.
        01 WS-HEURE-AUDIT         PIC 9(8)  VALUE 0.
        01 WS-AUDIT-OPERATION     PIC X(12) VALUE SPACES.
        01 WS-AUDIT-CHAMP         PIC X(15) VALUE SPACES.
        01 WS-STATUT-BADGES       PIC XX.
        01 WS-BADGE-NOUVEAU       PIC X(8)  VALUE SPACES.
        01 WS-BADGE-EXISTANT      PIC X     VALUE 'N'.
        01 WS-FIN-BADGES          PIC X     VALUE 'N'.
        01 WS-AUDIT-ANCIEN        PIC X(27) VALUE SPACES.
        01 WS-AUDIT-NOUVEAU       PIC X(27) VALUE SPACES.

        01 WS-ANCIEN-SITE         PIC X(10)     VALUE SPACES.
        01 WS-ANCIEN-IBAN         PIC X(27)     VALUE SPACES.
        01 WS-ANCIEN-TEMPS-V      PIC 9(3)V9(2) VALUE 0.
        01 WS-ANCIEN-BASE-PAIE    PIC X         VALUE SPACE.
        01 WS-ANCIEN-HORAIRE-V    PIC 9(3)V9(2) VALUE 0.
        01 WS-ANCIEN-NATIONALITE  PIC X(20)     VALUE SPACES.
        01 WS-ANCIEN-EMPLOI       PIC X(30)     VALUE SPACES.
        01 WS-ANCIEN-TITRE-TYPE   PIC X(11)     VALUE SPACES.
        01 WS-ANCIEN-TITRE-NUMERO PIC X(15)     VALUE SPACES.
        01 WS-ANCIEN-TITRE-EXPIR  PIC 9(8)      VALUE 0.
        01 WS-ANCIEN-RQTH-TYPE    PIC X(10)     VALUE SPACES.
        01 WS-ANCIEN-RQTH-DEBUT   PIC 9(8)      VALUE 0.
        01 WS-ANCIEN-RQTH-FIN     PIC 9(8)      VALUE 0.
        01 WS-AFF-HORAIRE         PIC ZZ9.99.
        01 WS-AFF-SALAIRE-2       PIC ZZ999.99.
        01 WS-AFF-TEMPS           PIC ZZ9.99.

        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TAUX      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BADGES    PIC X(100) VALUE SPACES.

        01 WS-ALPHABET         PIC X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01 WS-LONGUEUR-CHAMP      PIC 9(2)  VALUE 0.
        01 WS-CHEMIN-ROLES        PIC X(100) VALUE SPACES.

      * Toute fiche listee (salaire en clair, IBAN, naissance et NIR
      * en clair ou masques) est tracee dans journal-acces.txt
      * (sous-programme commun TRACER-ACCES).
           COPY '../../../copybooks/acces-donnees.cpy'.

      * Mutation inter-site a date d'effet : saisie ici, appliquee
      * a sa date d'effet par le batch des mutations (US-79) ; le
      * mois de la mutation est partage par le run de paie.
               MOVE '../postes.txt' TO WS-CHEMIN-POSTES
               MOVE '../../../roles.txt' TO WS-CHEMIN-ROLES
               MOVE '../mutations.txt' TO WS-CHEMIN-MUTATIONS
               MOVE '../badges.txt' TO WS-CHEMIN-BADGES
               MOVE '../' TO WS-DIR-GENERATIONS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-ROLES
               STRING FUNCTION TRIM(WS-RACINE) '/mutations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MUTATIONS
               STRING FUNCTION TRIM(WS-RACINE) '/badges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BADGES
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-GENERATIONS
           END-IF.
           ACCEPT WS-SAISIE-CATEGORIE
           DISPLAY 'Departement                : '
           ACCEPT WS-SAISIE-DEPARTEMENT
           DISPLAY 'Emploi occupe (intitule du poste) : '
           MOVE SPACES TO WS-SAISIE-EMPLOI
           ACCEPT WS-SAISIE-EMPLOI
           DISPLAY 'Site                       : '
           ACCEPT WS-SAISIE-SITE
           DISPLAY 'IBAN                       : '
           ACCEPT WS-SAISIE-NIR
           DISPLAY 'Civilite (M/F, vide = non renseignee) : '
           ACCEPT WS-SAISIE-CIVILITE
           DISPLAY 'Nationalite (ex : FRANCAISE, vide = non '
           DISPLAY 'renseignee) : '
           MOVE SPACES TO WS-SAISIE-NATIONALITE
           ACCEPT WS-SAISIE-NATIONALITE
           DISPLAY 'Titre de sejour / autorisation de travail (type '
           DISPLAY 'CARTE-SEJ, CARTE-RES, VISA-LS, APS..., vide = '
           DISPLAY 'non requis) : '
           MOVE SPACES TO WS-SAISIE-TITRE-TYPE
           ACCEPT WS-SAISIE-TITRE-TYPE
           MOVE SPACES TO WS-SAISIE-TITRE-NUMERO
           MOVE 0 TO WS-SAISIE-TITRE-EXPIR
           IF WS-SAISIE-TITRE-TYPE NOT = SPACES
               DISPLAY 'Numero du titre             : '
               ACCEPT WS-SAISIE-TITRE-NUMERO
               DISPLAY 'Date d''expiration du titre (AAAAMMJJ) : '
               ACCEPT WS-SAISIE-TITRE-EXPIR
           END-IF
           DISPLAY 'Reconnaissance travailleur handicape (RQTH, AAH, '
           DISPLAY 'INVALIDITE, RENTE-ATMP, CARTE-INV, PENS-MIL, '
           DISPLAY 'vide = aucune) : '
           MOVE SPACES TO WS-SAISIE-RQTH-TYPE
           ACCEPT WS-SAISIE-RQTH-TYPE
           MOVE 0 TO WS-SAISIE-RQTH-DEBUT
           MOVE 0 TO WS-SAISIE-RQTH-FIN
           IF WS-SAISIE-RQTH-TYPE NOT = SPACES
               DISPLAY 'Debut de validite (AAAAMMJJ) : '
               ACCEPT WS-SAISIE-RQTH-DEBUT
               DISPLAY 'Fin de validite (AAAAMMJJ, vide = sans '
               DISPLAY 'limite) : '
               ACCEPT WS-SAISIE-RQTH-FIN
           END-IF
           DISPLAY 'Date de naissance (AAAAMMJJ, vide = non '
           DISPLAY 'renseignee) : '
           MOVE 0 TO WS-SAISIE-NAISSANCE
           DISPLAY 'Temps de travail (5 chiffres, ex : 10000 = '
           DISPLAY '100.00%, vide = temps plein) : '
           ACCEPT WS-SAISIE-TEMPS-TXT
           DISPLAY 'Base de paie (M = mensuel, H = horaire, '
           DISPLAY 'vide = M) : '
           MOVE SPACE TO WS-SAISIE-BASE-PAIE
           ACCEPT WS-SAISIE-BASE-PAIE
           IF WS-SAISIE-BASE-PAIE = SPACE
               OR WS-SAISIE-BASE-PAIE = 'm'
               MOVE 'M' TO WS-SAISIE-BASE-PAIE
           END-IF
           IF WS-SAISIE-BASE-PAIE = 'h'
               MOVE 'H' TO WS-SAISIE-BASE-PAIE
           END-IF
           MOVE '00000' TO WS-SAISIE-HORAIRE-TXT
           IF WS-SAISIE-BASE-PAIE = 'H'
               DISPLAY 'Taux horaire brut (5 chiffres, ex : 01250 = '
               DISPLAY '12.50) : '
               MOVE SPACES TO WS-SAISIE-HORAIRE-TXT
               ACCEPT WS-SAISIE-HORAIRE-TXT
           END-IF
           DISPLAY 'Date d''embauche (AAAAMMJJ, vide = '
           DISPLAY 'date du jour) : '
           ACCEPT WS-SAISIE-DATE-EMBAUCHE
               MOVE 'O' TO WS-REJET
               MOVE 'temps de travail nul' TO WS-MOTIF-REJET
           END-IF
           IF WS-REJET = 'N'
               AND WS-SAISIE-BASE-PAIE NOT = 'M'
               AND WS-SAISIE-BASE-PAIE NOT = 'H'
               MOVE 'O' TO WS-REJET
               MOVE 'base de paie invalide (M/H)' TO WS-MOTIF-REJET
           END-IF
      * Un employe paye a l'heure doit avoir un taux horaire : sans
      * lui, chaque heure saisie serait payee zero.
           IF WS-REJET = 'N' AND WS-SAISIE-HORAIRE-TXT NOT NUMERIC
               MOVE 'O' TO WS-REJET
               MOVE 'taux horaire non numerique' TO WS-MOTIF-REJET
           END-IF
           IF WS-REJET = 'N' AND WS-SAISIE-BASE-PAIE = 'H'
               AND WS-SAISIE-HORAIRE-TXT = ZEROS
               MOVE 'O' TO WS-REJET
               MOVE 'taux horaire nul pour un employe horaire'
                   TO WS-MOTIF-REJET
           END-IF
           IF WS-REJET = 'N'
               MOVE 'N' TO WS-CATEGORIE-CONNUE
               PERFORM VARYING WS-IDX-TAUX FROM 1 BY 1
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
      * Titre de sejour : numero et expiration obligatoires des
      * qu'un type est saisi, et jamais un titre deja expire (il
      * faut saisir le titre renouvele ou le recepisse).
           IF WS-REJET = 'N' AND WS-SAISIE-TITRE-TYPE NOT = SPACES
               AND WS-SAISIE-TITRE-NUMERO = SPACES
               MOVE 'O' TO WS-REJET
               MOVE 'numero du titre de sejour obligatoire'
                   TO WS-MOTIF-REJET
           END-IF
           IF WS-REJET = 'N' AND WS-SAISIE-TITRE-TYPE NOT = SPACES
               CALL 'VALIDER-DATE' USING WS-SAISIE-TITRE-EXPIR
                   WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   MOVE 'O' TO WS-REJET
                   MOVE 'date d''expiration du titre invalide'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-REJET = 'N' AND WS-SAISIE-TITRE-TYPE NOT = SPACES
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               IF WS-SAISIE-TITRE-EXPIR < WS-DATE-JOUR
                   MOVE 'O' TO WS-REJET
                   MOVE 'titre de sejour expire'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
      * Reconnaissance OETH : type connu, debut valide, fin valide
      * et posterieure au debut quand elle est saisie.
           IF WS-REJET = 'N' AND WS-SAISIE-RQTH-TYPE NOT = SPACES
               AND WS-SAISIE-RQTH-TYPE NOT = 'RQTH'
               AND WS-SAISIE-RQTH-TYPE NOT = 'AAH'
               AND WS-SAISIE-RQTH-TYPE NOT = 'INVALIDITE'
               AND WS-SAISIE-RQTH-TYPE NOT = 'RENTE-ATMP'
               AND WS-SAISIE-RQTH-TYPE NOT = 'CARTE-INV'
               AND WS-SAISIE-RQTH-TYPE NOT = 'PENS-MIL'
               MOVE 'O' TO WS-REJET
               MOVE 'type de reconnaissance handicap inconnu'
                   TO WS-MOTIF-REJET
           END-IF
           IF WS-REJET = 'N' AND WS-SAISIE-RQTH-TYPE NOT = SPACES
               CALL 'VALIDER-DATE' USING WS-SAISIE-RQTH-DEBUT
                   WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   MOVE 'O' TO WS-REJET
                   MOVE 'date de debut de reconnaissance invalide'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF
           IF WS-REJET = 'N' AND WS-SAISIE-RQTH-TYPE NOT = SPACES
               AND WS-SAISIE-RQTH-FIN NOT = 0
               CALL 'VALIDER-DATE' USING WS-SAISIE-RQTH-FIN
                   WS-CODE-DATE
               IF WS-CODE-DATE NOT = 0
                   MOVE 'O' TO WS-REJET
                   MOVE 'date de fin de reconnaissance invalide'
                       TO WS-MOTIF-REJET
               ELSE
                   IF WS-SAISIE-RQTH-FIN < WS-SAISIE-RQTH-DEBUT
                       MOVE 'O' TO WS-REJET
                       MOVE 'fin de reconnaissance avant son debut'
                           TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF
      * Une date de fin de contrat ne peut pas preceder l'embauche.
           IF WS-REJET = 'N' AND WS-SAISIE-FIN-CONTRAT NOT = 0
               AND WS-SAISIE-FIN-CONTRAT < WS-SAISIE-DATE-EMBAUCHE
           IF WS-REJET = 'N'
               MOVE WS-SAISIE-SALAIRE-TXT TO WS-SAISIE-SALAIRE-NUM
               MOVE WS-SAISIE-TEMPS-TXT TO WS-SAISIE-TEMPS-NUM
               MOVE WS-SAISIE-HORAIRE-TXT TO WS-SAISIE-HORAIRE-NUM
           END-IF.

       VALIDER-MANAGER.
               MOVE WS-SAISIE-NIR         TO EMP-NIR
               MOVE 0                     TO EMP-PROTECTION-FIN
               MOVE WS-SAISIE-CONVENTION  TO EMP-CONVENTION
               MOVE WS-SAISIE-BASE-PAIE   TO EMP-BASE-PAIE
               MOVE WS-SAISIE-HORAIRE-V   TO EMP-TAUX-HORAIRE
               MOVE WS-SAISIE-NATIONALITE TO EMP-NATIONALITE
               MOVE WS-SAISIE-EMPLOI      TO EMP-EMPLOI
               MOVE WS-SAISIE-TITRE-TYPE  TO EMP-TITRE-TYPE
               MOVE WS-SAISIE-TITRE-NUMERO TO EMP-TITRE-NUMERO
               MOVE WS-SAISIE-TITRE-EXPIR TO EMP-TITRE-EXPIRATION
               MOVE WS-SAISIE-RQTH-TYPE   TO EMP-RQTH-TYPE
               MOVE WS-SAISIE-RQTH-DEBUT  TO EMP-RQTH-DEBUT
               MOVE WS-SAISIE-RQTH-FIN    TO EMP-RQTH-FIN
               WRITE EMPLOYE-RECORD
                   INVALID KEY
                       DISPLAY '--------------------------------'
                   NOT INVALID KEY
                       DISPLAY '--------------------------------'
                       DISPLAY 'Employe ajoute : ' WS-SAISIE-EMP-ID
                       DISPLAY 'DPAE a generer (US-87) avant le '
                           EMP-DATE-EMBAUCHE
                       PERFORM AUDIT-AJOUT
                       PERFORM EMETTRE-BADGE
               END-WRITE
           END-IF.

                   MOVE EMP-MANAGER     TO WS-ANCIEN-MANAGER
                   MOVE EMP-NIR         TO WS-ANCIEN-NIR
                   MOVE EMP-CONVENTION  TO WS-ANCIEN-CONVENTION
      * Fiches anterieures a la base de paie : mensuel, sans taux.
                   IF EMP-BASE-PAIE = 'H'
                       MOVE 'H' TO WS-ANCIEN-BASE-PAIE
                   ELSE
                       MOVE 'M' TO WS-ANCIEN-BASE-PAIE
                   END-IF
                   IF EMP-TAUX-HORAIRE NUMERIC
                       MOVE EMP-TAUX-HORAIRE TO WS-ANCIEN-HORAIRE-V
                   ELSE
                       MOVE 0 TO WS-ANCIEN-HORAIRE-V
                   END-IF
      * Fiches anterieures au registre du personnel : nationalite et
      * emploi non renseignes.
                   IF EMP-NATIONALITE = LOW-VALUES
                       MOVE SPACES TO WS-ANCIEN-NATIONALITE
                   ELSE
                       MOVE EMP-NATIONALITE TO WS-ANCIEN-NATIONALITE
                   END-IF
                   IF EMP-EMPLOI = LOW-VALUES
                       MOVE SPACES TO WS-ANCIEN-EMPLOI
                   ELSE
                       MOVE EMP-EMPLOI TO WS-ANCIEN-EMPLOI
                   END-IF
                   IF EMP-TITRE-TYPE = LOW-VALUES
                       OR EMP-TITRE-EXPIRATION NOT NUMERIC
                       MOVE SPACES TO WS-ANCIEN-TITRE-TYPE
                       MOVE SPACES TO WS-ANCIEN-TITRE-NUMERO
                       MOVE 0 TO WS-ANCIEN-TITRE-EXPIR
                   ELSE
                       MOVE EMP-TITRE-TYPE TO WS-ANCIEN-TITRE-TYPE
                       MOVE EMP-TITRE-NUMERO
                           TO WS-ANCIEN-TITRE-NUMERO
                       MOVE EMP-TITRE-EXPIRATION
                           TO WS-ANCIEN-TITRE-EXPIR
                   END-IF
      * Fiches anterieures au suivi OETH : aucune reconnaissance.
                   IF EMP-RQTH-TYPE = LOW-VALUES
                       OR EMP-RQTH-DEBUT NOT NUMERIC
                       OR EMP-RQTH-FIN NOT NUMERIC
                       MOVE SPACES TO WS-ANCIEN-RQTH-TYPE
                       MOVE 0 TO WS-ANCIEN-RQTH-DEBUT
                       MOVE 0 TO WS-ANCIEN-RQTH-FIN
                   ELSE
                       MOVE EMP-RQTH-TYPE TO WS-ANCIEN-RQTH-TYPE
                       MOVE EMP-RQTH-DEBUT TO WS-ANCIEN-RQTH-DEBUT
                       MOVE EMP-RQTH-FIN TO WS-ANCIEN-RQTH-FIN
                   END-IF
      * Dernier virement rejete par la banque (US-27) : reclamer un
      * IBAN corrige avant toute autre modification.
                   IF EMP-IBAN-REJET = 'O'
                       MOVE WS-SAISIE-MANAGER TO EMP-MANAGER
                       MOVE WS-SAISIE-NIR TO EMP-NIR
                       MOVE WS-SAISIE-CONVENTION TO EMP-CONVENTION
                       MOVE WS-SAISIE-BASE-PAIE TO EMP-BASE-PAIE
                       MOVE WS-SAISIE-HORAIRE-V TO EMP-TAUX-HORAIRE
                       MOVE WS-SAISIE-NATIONALITE TO EMP-NATIONALITE
                       MOVE WS-SAISIE-EMPLOI TO EMP-EMPLOI
                       MOVE WS-SAISIE-TITRE-TYPE TO EMP-TITRE-TYPE
                       MOVE WS-SAISIE-TITRE-NUMERO
                           TO EMP-TITRE-NUMERO
                       MOVE WS-SAISIE-TITRE-EXPIR
                           TO EMP-TITRE-EXPIRATION
                       MOVE WS-SAISIE-RQTH-TYPE TO EMP-RQTH-TYPE
                       MOVE WS-SAISIE-RQTH-DEBUT TO EMP-RQTH-DEBUT
                       MOVE WS-SAISIE-RQTH-FIN TO EMP-RQTH-FIN
                       REWRITE EMPLOYE-RECORD
                       DISPLAY '--------------------------------'
                       DISPLAY 'Employe modifie : ' WS-SAISIE-EMP-ID
           DISPLAY 'NIR        : ' WS-CHAMP-MASQUE(1:15)
           IF WS-AFFICHAGE-CLAIR = 'O'
               PERFORM AUDIT-CONSULTATION-CLAIR
           END-IF
           INITIALIZE ACCES-DONNEES-RECORD
           MOVE 'US-19' TO ACD-PROGRAMME
           MOVE EMP-ID TO ACD-EMP-ID
           MOVE 'SALAIRE, IBAN, NAISSANCE, NIR' TO ACD-CHAMPS
           IF WS-AFFICHAGE-CLAIR = 'O'
               MOVE 'C' TO ACD-AFFICHAGE
           ELSE
               MOVE 'M' TO ACD-AFFICHAGE
           END-IF
           CALL 'TRACER-ACCES' USING ACCES-DONNEES-RECORD.

       AUDIT-CONSULTATION-CLAIR.
      * Chaque affichage en clair de champs sensibles laisse une
           MOVE 'NIR' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-NIR TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'BASE_PAIE' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-BASE-PAIE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'TAUX_HORAIRE' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-HORAIRE-V TO WS-AFF-HORAIRE
           MOVE WS-AFF-HORAIRE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'NATIONALITE' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-NATIONALITE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'EMPLOI' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-EMPLOI TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'TITRE_TYPE' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-TITRE-TYPE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'TITRE_NUMERO' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-TITRE-NUMERO TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'TITRE_EXPIR' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-TITRE-EXPIR TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'RQTH_TYPE' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-RQTH-TYPE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'RQTH_DEBUT' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-RQTH-DEBUT TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'RQTH_FIN' TO WS-AUDIT-CHAMP
           MOVE WS-SAISIE-RQTH-FIN TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.

       AUDIT-MODIFICATION.
               MOVE WS-SAISIE-CONVENTION TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-BASE-PAIE NOT = WS-SAISIE-BASE-PAIE
               MOVE 'BASE_PAIE' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-BASE-PAIE TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-BASE-PAIE TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-HORAIRE-V NOT = WS-SAISIE-HORAIRE-V
               MOVE 'TAUX_HORAIRE' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-HORAIRE-V TO WS-AFF-HORAIRE
               MOVE WS-AFF-HORAIRE TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-HORAIRE-V TO WS-AFF-HORAIRE
               MOVE WS-AFF-HORAIRE TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-NATIONALITE NOT = WS-SAISIE-NATIONALITE
               MOVE 'NATIONALITE' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-NATIONALITE TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-NATIONALITE TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-EMPLOI NOT = WS-SAISIE-EMPLOI
               MOVE 'EMPLOI' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-EMPLOI TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-EMPLOI TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-TITRE-TYPE NOT = WS-SAISIE-TITRE-TYPE
               MOVE 'TITRE_TYPE' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-TITRE-TYPE TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-TITRE-TYPE TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-TITRE-NUMERO NOT = WS-SAISIE-TITRE-NUMERO
               MOVE 'TITRE_NUMERO' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-TITRE-NUMERO TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-TITRE-NUMERO TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-TITRE-EXPIR NOT = WS-SAISIE-TITRE-EXPIR
               MOVE 'TITRE_EXPIR' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-TITRE-EXPIR TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-TITRE-EXPIR TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-RQTH-TYPE NOT = WS-SAISIE-RQTH-TYPE
               MOVE 'RQTH_TYPE' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-RQTH-TYPE TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-RQTH-TYPE TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-RQTH-DEBUT NOT = WS-SAISIE-RQTH-DEBUT
               MOVE 'RQTH_DEBUT' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-RQTH-DEBUT TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-RQTH-DEBUT TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           IF WS-ANCIEN-RQTH-FIN NOT = WS-SAISIE-RQTH-FIN
               MOVE 'RQTH_FIN' TO WS-AUDIT-CHAMP
               MOVE WS-ANCIEN-RQTH-FIN TO WS-AUDIT-ANCIEN
               MOVE WS-SAISIE-RQTH-FIN TO WS-AUDIT-NOUVEAU
               PERFORM ECRIRE-LIGNE-AUDIT
           END-IF
           CLOSE FICHIER-AUDIT.

       AUDIT-SUPPRESSION.
           PERFORM ECRIRE-LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.

       EMETTRE-BADGE.
      * Badge emis des l'embauche pour que les premiers pointages
      * ne soient pas rejetes par l'import (US-35) : numero BDG +
      * EMP-ID, sauf si l'employe a deja un badge actif.
           MOVE SPACES TO WS-BADGE-NOUVEAU
           STRING 'BDG' WS-SAISIE-EMP-ID
               DELIMITED SIZE INTO WS-BADGE-NOUVEAU
           MOVE 'N' TO WS-BADGE-EXISTANT
           MOVE 'N' TO WS-FIN-BADGES
           OPEN INPUT FICHIER-BADGES
           IF WS-STATUT-BADGES = '00'
               PERFORM UNTIL WS-FIN-BADGES = 'O'
                   READ FICHIER-BADGES
                       AT END MOVE 'O' TO WS-FIN-BADGES
                       NOT AT END
                           IF (BADGE-EMP-ID = WS-SAISIE-EMP-ID
                               AND BADGE-STATUT NOT = 'INACTIF')
                               OR BADGE-NUMERO = WS-BADGE-NOUVEAU
                               MOVE 'O' TO WS-BADGE-EXISTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BADGES
           END-IF
           IF WS-BADGE-EXISTANT = 'O'
               DISPLAY 'Badge deja attribue : aucun nouveau badge.'
           ELSE
               OPEN EXTEND FICHIER-BADGES
               IF WS-STATUT-BADGES NOT = '00'
                   OPEN OUTPUT FICHIER-BADGES
               END-IF
               MOVE WS-BADGE-NOUVEAU TO BADGE-NUMERO
               MOVE WS-SAISIE-EMP-ID TO BADGE-EMP-ID
               MOVE 'ACTIF' TO BADGE-STATUT
               ACCEPT BADGE-DATE-EMISSION FROM DATE YYYYMMDD
               MOVE 0 TO BADGE-DATE-DESACTIVATION
               WRITE BADGE-RECORD
               CLOSE FICHIER-BADGES
               DISPLAY 'Badge emis : ' WS-BADGE-NOUVEAU
           END-IF.

       OUVRIR-AUDIT.
      * Meme principe de repli qu'OUVRIR-EMPLOYES : creation du fichier
      * au premier ajout si audit-log.txt n'existe pas encore.
