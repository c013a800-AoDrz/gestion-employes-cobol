               ASSIGN TO WS-CHEMIN-POSTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-POSTES.
           SELECT FICHIER-BADGES
               ASSIGN TO WS-CHEMIN-BADGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BADGES.

       DATA DIVISION.
       FILE SECTION.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-EMBAUCHES.
        01 LIGNE-EMBAUCHE     PIC X(300).

        FD FICHIER-REJETS.
        01 LIGNE-REJET        PIC X(400).

        FD FICHIER-TAUX.
           COPY '../../../copybooks/taux.cpy'.
        FD FICHIER-POSTES.
           COPY '../../../copybooks/poste.cpy'.

        FD FICHIER-BADGES.
           COPY '../../../copybooks/badge.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-EMBAUCHES PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-VERROU    PIC XX.
        01 WS-STATUT-BADGES    PIC XX.
        01 WS-BADGE-NOUVEAU    PIC X(8)  VALUE SPACES.
        01 WS-BADGE-EXISTANT   PIC X     VALUE 'N'.
        01 WS-FIN-BADGES       PIC X     VALUE 'N'.
        01 WS-NB-BADGES-EMIS   PIC 9(5)  VALUE 0.

        01 WS-NB-LUS           PIC 9(5)  VALUE 0.
        01 WS-NB-ACCEPTES      PIC 9(5)  VALUE 0.
      * site, IBAN, temps de travail (5 chiffres), devise, date
      * d'embauche AAAAMMJJ, NIR (13 chiffres + cle, vide si non
      * communique par le recrutement), poste budgetaire vise
      * (postes.txt), convention collective (vide = CONV01),
      * nationalite et intitule de l'emploi (registre du personnel,
      * vides si non communiques).
        01 WS-CSV-ID           PIC X(5)  VALUE SPACES.
        01 WS-CSV-NOM          PIC X(20) VALUE SPACES.
        01 WS-CSV-PRENOM       PIC X(20) VALUE SPACES.
        01 WS-CSV-NIR          PIC X(15) VALUE SPACES.
        01 WS-CSV-POSTE        PIC X(6)  VALUE SPACES.
        01 WS-CSV-CONVENTION   PIC X(6)  VALUE SPACES.
        01 WS-CSV-NATIONALITE  PIC X(20) VALUE SPACES.
        01 WS-CSV-EMPLOI       PIC X(30) VALUE SPACES.

      * Controle des postes budgetaires : l'embauche exige un poste
      * OUVERT et un salaire dans la bande du poste ; le poste passe
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-VERROU    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-POSTES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BADGES    PIC X(100) VALUE SPACES.

        01 WS-DATE-CTRL        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.
           DISPLAY 'Embauches chargees : ' WS-NB-ACCEPTES
           DISPLAY 'Embauches rejetees : ' WS-NB-REJETES
               ' (voir embauches-rejets.txt)'
           DISPLAY 'Badges emis        : ' WS-NB-BADGES-EMIS
           IF WS-NB-ACCEPTES > 0
               DISPLAY 'DPAE a generer (US-87) avant la date '
                   'd''embauche des employes charges.'
           END-IF
           STOP RUN.

       DEFINIR-CHEMINS.
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../verrou-employes.txt' TO WS-CHEMIN-VERROU
               MOVE '../postes.txt' TO WS-CHEMIN-POSTES
               MOVE '../badges.txt' TO WS-CHEMIN-BADGES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
                   DELIMITED SIZE INTO WS-CHEMIN-VERROU
               STRING FUNCTION TRIM(WS-RACINE) '/postes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-POSTES
               STRING FUNCTION TRIM(WS-RACINE) '/badges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BADGES
           END-IF.

       CHARGER-POSTES.
               WS-CSV-SALAIRE WS-CSV-CATEGORIE WS-CSV-DEPARTEMENT
               WS-CSV-SITE WS-CSV-IBAN WS-CSV-TEMPS WS-CSV-DEVISE
               WS-CSV-EMBAUCHE WS-CSV-NIR WS-CSV-POSTE
               WS-CSV-CONVENTION WS-CSV-NATIONALITE WS-CSV-EMPLOI
           UNSTRING LIGNE-EMBAUCHE DELIMITED BY ','
               INTO WS-CSV-ID WS-CSV-NOM WS-CSV-PRENOM
                    WS-CSV-SALAIRE WS-CSV-CATEGORIE
                    WS-CSV-DEPARTEMENT WS-CSV-SITE WS-CSV-IBAN
                    WS-CSV-TEMPS WS-CSV-DEVISE WS-CSV-EMBAUCHE
                    WS-CSV-NIR WS-CSV-POSTE WS-CSV-CONVENTION
                    WS-CSV-NATIONALITE WS-CSV-EMPLOI
           END-UNSTRING
           PERFORM VALIDER-EMBAUCHE
           IF WS-REJET = 'O'
           ELSE
               MOVE WS-CSV-CONVENTION TO EMP-CONVENTION
           END-IF
           MOVE 'M' TO EMP-BASE-PAIE
           MOVE 0 TO EMP-TAUX-HORAIRE
           MOVE WS-CSV-NATIONALITE TO EMP-NATIONALITE
           MOVE WS-CSV-EMPLOI TO EMP-EMPLOI
           MOVE SPACES TO EMP-TITRE-TYPE
           MOVE SPACES TO EMP-TITRE-NUMERO
           MOVE 0 TO EMP-TITRE-EXPIRATION
           MOVE SPACES TO EMP-RQTH-TYPE
           MOVE 0 TO EMP-RQTH-DEBUT
           MOVE 0 TO EMP-RQTH-FIN
           WRITE EMPLOYE-RECORD
               INVALID KEY
                   MOVE 'O' TO WS-REJET
                       MOVE 'O' TO WS-POSTES-MODIF
                   END-IF
                   PERFORM AUDIT-AJOUT
                   PERFORM EMETTRE-BADGE
           END-WRITE.

       EMETTRE-BADGE.
      * Meme regle que EMETTRE-BADGE de US-19 : badge BDG + EMP-ID
      * emis des le chargement, sauf badge actif deja attribue.
           MOVE SPACES TO WS-BADGE-NOUVEAU
           STRING 'BDG' WS-CSV-ID
               DELIMITED SIZE INTO WS-BADGE-NOUVEAU
           MOVE 'N' TO WS-BADGE-EXISTANT
           MOVE 'N' TO WS-FIN-BADGES
           OPEN INPUT FICHIER-BADGES
           IF WS-STATUT-BADGES = '00'
               PERFORM UNTIL WS-FIN-BADGES = 'O'
                   READ FICHIER-BADGES
                       AT END MOVE 'O' TO WS-FIN-BADGES
                       NOT AT END
                           IF (BADGE-EMP-ID = WS-CSV-ID
                               AND BADGE-STATUT NOT = 'INACTIF')
                               OR BADGE-NUMERO = WS-BADGE-NOUVEAU
                               MOVE 'O' TO WS-BADGE-EXISTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BADGES
           END-IF
           IF WS-BADGE-EXISTANT = 'N'
               OPEN EXTEND FICHIER-BADGES
               IF WS-STATUT-BADGES NOT = '00'
                   OPEN OUTPUT FICHIER-BADGES
               END-IF
               MOVE WS-BADGE-NOUVEAU TO BADGE-NUMERO
               MOVE WS-CSV-ID TO BADGE-EMP-ID
               MOVE 'ACTIF' TO BADGE-STATUT
               ACCEPT BADGE-DATE-EMISSION FROM DATE YYYYMMDD
               MOVE 0 TO BADGE-DATE-DESACTIVATION
               WRITE BADGE-RECORD
               CLOSE FICHIER-BADGES
               ADD 1 TO WS-NB-BADGES-EMIS
           END-IF.

       REJETER-EMBAUCHE.
           ADD 1 TO WS-NB-REJETES
           MOVE SPACES TO LIGNE-REJET
           MOVE 'NIR' TO WS-AUDIT-CHAMP
           MOVE WS-CSV-NIR TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'NATIONALITE' TO WS-AUDIT-CHAMP
           MOVE WS-CSV-NATIONALITE TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           MOVE 'EMPLOI' TO WS-AUDIT-CHAMP
           MOVE WS-CSV-EMPLOI TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.

       ECRIRE-LIGNE-AUDIT.
