       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-116-ATTESTATION-EMPLOYEUR.
      * US-116 : Attestations employeur (travail / salaire) numerotees
      * Feature 5 : Historique des paies
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-ATTESTATION
               ASSIGN TO WS-CHEMIN-ATTESTATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTESTATION.
           SELECT FICHIER-REGISTRE
               ASSIGN TO WS-CHEMIN-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-ATTESTATION.
        01 LIGNE-ATTESTATION  PIC X(80).

        FD FICHIER-REGISTRE.
           COPY '../../../copybooks/attestation-employeur.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-ATTESTATION PIC XX.
        01 WS-STATUT-REGISTRE  PIC XX.

      * Type d'attestation : T = travail, S = salaire (mentions de
      * l'attestation de travail suivies des salaires des derniers
      * mois de paie), V = verification d'une attestation deja
      * delivree sur son numero.
        01 WS-TYPE             PIC X     VALUE SPACE.
        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-ID           PIC 9(5)  VALUE 0.
        01 WS-SAISIE-NB-MOIS   PIC X(2)  VALUE SPACES.
        01 WS-NB-MOIS-DEMANDES PIC 9(2)  VALUE 0.
        01 WS-SAISIE-NUMERO    PIC X(6)  VALUE SPACES.
        01 WS-NUMERO           PIC 9(6)  VALUE 0.
        01 WS-DERNIER-NUMERO   PIC 9(6)  VALUE 0.
        01 WS-NUMERO-TROUVE    PIC X     VALUE 'N'.
        01 WS-DEMANDEUR        PIC X(30) VALUE SPACES.
        01 WS-MOTIF            PIC X(40) VALUE SPACES.
        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-DATE-SYS-R REDEFINES WS-DATE-SYS.
            05 WS-DATE-SYS-AAAA PIC 9(4).
            05 FILLER           PIC 9(4).
        01 WS-HEURE-SYS        PIC 9(8)  VALUE 0.

      * Fiche employe et etablissement de rattachement (EMP-SITE).
        01 WS-EMPLOYE-TROUVE   PIC X     VALUE 'N'.
        01 WS-ETB-TROUVE       PIC X     VALUE 'N'.
        01 WS-SIRET            PIC X(14) VALUE SPACES.
        01 WS-ORGANISME        PIC X(10) VALUE SPACES.
        01 WS-CIVILITE         PIC X(10) VALUE SPACES.
        01 WS-ACCORD           PIC X(4)  VALUE SPACES.
        01 WS-LIBELLE-CONTRAT  PIC X(40) VALUE SPACES.
        01 WS-DATE-FIN         PIC 9(8)  VALUE 0.
        01 WS-ANNEE-REF        PIC 9(4)  VALUE 0.
        01 WS-ANNEE-SEGMENT    PIC 9(4)  VALUE 0.

      * Bulletins de l'employe, un poste par periode : le dernier
      * enregistrement lu l'emporte (segment annuel, historique,
      * puis paie courante non encore archivee), un bulletin annule
      * puis refait laissant les deux. Apres tri, les postes retenus
      * (hors ANNULE, au plus WS-NB-MOIS-DEMANDES) sont ramenes en
      * tete, du plus recent au plus ancien.
        01 WS-NB-MOIS          PIC 9(2)  VALUE 0.
        01 WS-TAB-MOIS.
            05 WS-MOI OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-NB-MOIS
               DESCENDING KEY IS WS-MOI-PERIODE
               INDEXED BY WS-MOI-I.
                10 WS-MOI-PERIODE   PIC 9(6).
                10 WS-MOI-BRUT      PIC 9(7)V9(2).
                10 WS-MOI-NET       PIC 9(7)V9(2).
                10 WS-MOI-STATUT    PIC X(10).
        01 WS-IDX-MOIS         PIC 9(2)  VALUE 0.
        01 WS-IDX-TROUVE       PIC 9(2)  VALUE 0.
        01 WS-NB-RETENUS       PIC 9(2)  VALUE 0.
        01 WS-TOTAL-BRUT       PIC 9(8)V9(2) VALUE 0.
        01 WS-TOTAL-NET        PIC 9(8)V9(2) VALUE 0.
        01 WS-BRUT-MOYEN       PIC 9(7)V9(2) VALUE 0.
        01 WS-NET-MOYEN        PIC 9(7)V9(2) VALUE 0.
        01 WS-PERIODE-DEBUT    PIC 9(6)  VALUE 0.
        01 WS-PERIODE-FIN      PIC 9(6)  VALUE 0.

      * Mise en forme JJ/MM/AAAA et MM/AAAA.
        01 WS-DATE-A-FORMATER  PIC 9(8)  VALUE 0.
        01 WS-DATE-A-FORMATER-R REDEFINES WS-DATE-A-FORMATER.
            05 WS-DAF-AAAA     PIC 9(4).
            05 WS-DAF-MM       PIC 9(2).
            05 WS-DAF-JJ       PIC 9(2).
        01 WS-DATE-FORMATEE    PIC X(10) VALUE SPACES.
        01 WS-DATE-JOUR-AFF    PIC X(10) VALUE SPACES.
        01 WS-PERIODE-A-FORMATER PIC 9(6) VALUE 0.
        01 WS-PERIODE-AFF      PIC X(7)  VALUE SPACES.
        01 WS-PTR              PIC 9(3)  VALUE 0.
        01 WS-AFF-MONTANT      PIC ZZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZZ9.99.
        01 WS-AFF-TAUX         PIC ZZ9.99.
        01 WS-AFF-NB           PIC Z9.
        01 WS-ID-AFF           PIC 9(5).

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ATTESTATION PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REGISTRE  PIC X(100) VALUE SPACES.

      * Delivrance et verification tracees dans journal-acces.txt
      * (sous-programme commun TRACER-ACCES).
        01 WS-TYPE-TRACE       PIC X     VALUE SPACES.
           COPY '../../../copybooks/acces-donnees.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           MOVE WS-DATE-SYS TO WS-DATE-A-FORMATER
           PERFORM FORMATER-DATE
           MOVE WS-DATE-FORMATEE TO WS-DATE-JOUR-AFF

           DISPLAY '================================'
           DISPLAY ' ATTESTATION EMPLOYEUR          '
           DISPLAY '================================'
           DISPLAY 'Type (T = travail, S = salaire, '
               'V = verifier un numero) : '
           ACCEPT WS-TYPE
           IF WS-TYPE = 'V'
               PERFORM VERIFIER-ATTESTATION
               GOBACK
           END-IF
           IF WS-TYPE NOT = 'T' AND WS-TYPE NOT = 'S'
               DISPLAY 'ERREUR : type d''attestation invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SAISIR-DEMANDE

           PERFORM LIRE-EMPLOYE
           IF WS-EMPLOYE-TROUVE = 'N'
               DISPLAY 'EMP-ID ' WS-EMP-ID ' inconnu dans employes.dat'
               DISPLAY 'Attestation non generee.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PREPARER-MENTIONS
           PERFORM LIRE-ETABLISSEMENT

           IF WS-TYPE = 'S'
               PERFORM CHARGER-SALAIRES
               IF WS-NB-RETENUS = 0
                   DISPLAY 'Aucun bulletin de paie pour EMP-ID '
                       WS-EMP-ID
                   DISPLAY 'Attestation non generee.'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM ATTRIBUER-NUMERO
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'attestation-'
               WS-NUMERO '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-ATTESTATION
           OPEN OUTPUT FICHIER-ATTESTATION
           IF WS-STATUT-ATTESTATION NOT = '00'
               DISPLAY 'ERREUR : ouverture attestation impossible '
                   '(statut ' WS-STATUT-ATTESTATION ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ECRIRE-EN-TETE
           PERFORM ECRIRE-MENTIONS-EMPLOI
           IF WS-TYPE = 'S'
               PERFORM ECRIRE-SALAIRES
           END-IF
           PERFORM ECRIRE-PIED
           CLOSE FICHIER-ATTESTATION
           PERFORM INSCRIRE-REGISTRE
           MOVE WS-TYPE TO WS-TYPE-TRACE
           PERFORM TRACER-CONSULTATION
           DISPLAY 'Attestation n. ' WS-NUMERO ' generee : '
               FUNCTION TRIM(WS-CHEMIN-ATTESTATION)
           DISPLAY 'Inscrite au registre-attestations.txt'
           IF WS-ETB-TROUVE = 'N'
               DISPLAY 'ATTENTION : site ' EMP-SITE
                   ' absent de etablissements.txt (SIRET non imprime)'
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
               MOVE '../' TO WS-DIR-HISTO
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../../PI-1/feature-paie/etablissements.txt'
                   TO WS-CHEMIN-ETABLISSEMENTS
               MOVE '../../../PI-1/feature-paie/bulletins-data.txt'
                   TO WS-CHEMIN-BDATA-COURANT
               MOVE '../registre-attestations.txt' TO
                   WS-CHEMIN-REGISTRE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-COURANT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/registre-attestations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGISTRE
           END-IF.

       SAISIR-DEMANDE.
      * Comme les duplicatas, toute attestation est nominative et
      * motivee : sans demandeur ni motif, pas d'attestation.
           DISPLAY 'EMP-ID (5 chiffres) : '
           ACCEPT WS-SAISIE-EMP-ID
           IF WS-SAISIE-EMP-ID NOT NUMERIC
               DISPLAY 'ERREUR : EMP-ID invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-EMP-ID TO WS-EMP-ID
           IF WS-TYPE = 'S'
               DISPLAY 'Nombre de mois de paie (1 a 12, vide = 3) : '
               ACCEPT WS-SAISIE-NB-MOIS
               IF WS-SAISIE-NB-MOIS = SPACES
                   MOVE 3 TO WS-NB-MOIS-DEMANDES
               ELSE
                   IF WS-SAISIE-NB-MOIS(2:1) = SPACE
                       MOVE WS-SAISIE-NB-MOIS(1:1) TO
                           WS-SAISIE-NB-MOIS(2:1)
                       MOVE '0' TO WS-SAISIE-NB-MOIS(1:1)
                   END-IF
                   IF WS-SAISIE-NB-MOIS NOT NUMERIC
                       DISPLAY 'ERREUR : nombre de mois invalide.'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-SAISIE-NB-MOIS TO WS-NB-MOIS-DEMANDES
               END-IF
               IF WS-NB-MOIS-DEMANDES < 1 OR WS-NB-MOIS-DEMANDES > 12
                   DISPLAY 'ERREUR : nombre de mois invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'Demandeur (salarie, bailleur, banque...) : '
           ACCEPT WS-DEMANDEUR
           DISPLAY 'Motif de la demande : '
           ACCEPT WS-MOTIF
           IF WS-DEMANDEUR = SPACES OR WS-MOTIF = SPACES
               DISPLAY 'ERREUR : demandeur et motif obligatoires.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIRE-EMPLOYE.
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
                   MOVE 'N' TO WS-EMPLOYE-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-EMPLOYE-TROUVE
           END-READ
           CLOSE FICHIER-EMPLOYES.

       PREPARER-MENTIONS.
      * Intitule du contrat d'apres la categorie de la fiche, et fin
      * de la relation de travail : date de sortie d'un salarie
      * sorti, sinon fin prevue d'un contrat a duree limitee.
           EVALUATE EMP-CIVILITE
               WHEN 'M'
                   MOVE 'Monsieur' TO WS-CIVILITE
                   MOVE SPACES TO WS-ACCORD
               WHEN 'F'
                   MOVE 'Madame' TO WS-CIVILITE
                   MOVE 'e' TO WS-ACCORD
               WHEN OTHER
                   MOVE 'M./Mme' TO WS-CIVILITE
                   MOVE '(e)' TO WS-ACCORD
           END-EVALUATE
           EVALUATE EMP-CATEGORIE
               WHEN 'CDI'
                   MOVE 'contrat a duree indeterminee (CDI)'
                       TO WS-LIBELLE-CONTRAT
               WHEN 'CDD'
                   MOVE 'contrat a duree determinee (CDD)'
                       TO WS-LIBELLE-CONTRAT
               WHEN 'STAGE'
                   MOVE 'convention de stage' TO WS-LIBELLE-CONTRAT
               WHEN 'ALTERNANCE'
                   MOVE 'contrat en alternance' TO WS-LIBELLE-CONTRAT
               WHEN 'INTERIM'
                   MOVE 'contrat de mission (interim)'
                       TO WS-LIBELLE-CONTRAT
               WHEN OTHER
                   MOVE SPACES TO WS-LIBELLE-CONTRAT
                   STRING 'contrat ' FUNCTION TRIM(EMP-CATEGORIE)
                       DELIMITED SIZE INTO WS-LIBELLE-CONTRAT
           END-EVALUATE
           MOVE 0 TO WS-DATE-FIN
           IF EMP-STATUT = 'SORTI'
               MOVE EMP-DATE-SORTIE TO WS-DATE-FIN
           ELSE
               IF EMP-CATEGORIE NOT = 'CDI'
                   AND EMP-DATE-FIN-CONTRAT NUMERIC
                   MOVE EMP-DATE-FIN-CONTRAT TO WS-DATE-FIN
               END-IF
           END-IF
      * Salaires d'un salarie sorti : derniers mois avant sa sortie.
           MOVE WS-DATE-SYS-AAAA TO WS-ANNEE-REF
           IF EMP-STATUT = 'SORTI' AND EMP-DATE-SORTIE > 0
               MOVE EMP-DATE-SORTIE(1:4) TO WS-ANNEE-REF
           END-IF.

       LIRE-ETABLISSEMENT.
           MOVE 'N' TO WS-ETB-TROUVE
           MOVE SPACES TO WS-SIRET WS-ORGANISME
           OPEN INPUT FICHIER-ETABLISSEMENTS
           IF WS-STATUT-ETABLISSEMENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ETABLISSEMENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ETB-SITE = EMP-SITE
                               MOVE 'O' TO WS-ETB-TROUVE
                               MOVE ETB-SIRET TO WS-SIRET
                               MOVE ETB-ORGANISME TO WS-ORGANISME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETABLISSEMENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-SALAIRES.
      * Douze mois au plus : segments annuels de l'annee de reference
      * et de la precedente (s'ils existent), historique courant,
      * puis paie du mois pas encore archivee.
           MOVE 0 TO WS-NB-MOIS
           COMPUTE WS-ANNEE-SEGMENT = WS-ANNEE-REF - 1
           MOVE SPACES TO WS-CHEMIN-BULLETINS-DATA
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'historique-paies-data-'
               WS-ANNEE-SEGMENT '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE SPACES TO WS-CHEMIN-BULLETINS-DATA
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'historique-paies-data-'
               WS-ANNEE-REF '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE SPACES TO WS-CHEMIN-BULLETINS-DATA
           STRING FUNCTION TRIM(WS-DIR-HISTO)
               'historique-paies-data.txt'
               DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE WS-CHEMIN-BDATA-COURANT TO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA

           MOVE 0 TO WS-NB-RETENUS
           MOVE 0 TO WS-TOTAL-BRUT WS-TOTAL-NET
           IF WS-NB-MOIS > 0
               SORT WS-MOI DESCENDING WS-MOI-PERIODE
               PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
                   UNTIL WS-IDX-MOIS > WS-NB-MOIS
                   OR WS-NB-RETENUS = WS-NB-MOIS-DEMANDES
                   IF WS-MOI-STATUT(WS-IDX-MOIS) NOT = 'ANNULE'
                       ADD 1 TO WS-NB-RETENUS
                       MOVE WS-MOI(WS-IDX-MOIS) TO WS-MOI(WS-NB-RETENUS)
                       ADD WS-MOI-BRUT(WS-NB-RETENUS) TO WS-TOTAL-BRUT
                       ADD WS-MOI-NET(WS-NB-RETENUS) TO WS-TOTAL-NET
                   END-IF
               END-PERFORM
               MOVE WS-NB-RETENUS TO WS-NB-MOIS
           END-IF
           IF WS-NB-RETENUS > 0
               MOVE WS-MOI-PERIODE(1) TO WS-PERIODE-FIN
               MOVE WS-MOI-PERIODE(WS-NB-RETENUS) TO WS-PERIODE-DEBUT
               COMPUTE WS-BRUT-MOYEN ROUNDED =
                   WS-TOTAL-BRUT / WS-NB-RETENUS
               COMPUTE WS-NET-MOYEN ROUNDED =
                   WS-TOTAL-NET / WS-NB-RETENUS
           END-IF.

       LIRE-BULLETINS-DATA.
      * Net atteste : net avant impot sur le revenu (brut diminue des
      * cotisations salariales), celui que demandent bailleurs et
      * banques, independant du taux de prelevement a la source.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-EMP-ID = WS-EMP-ID
                               PERFORM RETENIR-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BULLETIN.
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-MOIS FROM 1 BY 1
               UNTIL WS-IDX-MOIS > WS-NB-MOIS
               IF WS-MOI-PERIODE(WS-IDX-MOIS) = BDATA-PERIODE
                   MOVE WS-IDX-MOIS TO WS-IDX-TROUVE
               END-IF
           END-PERFORM
           IF WS-IDX-TROUVE = 0
               IF WS-NB-MOIS < 60
                   ADD 1 TO WS-NB-MOIS
                   MOVE WS-NB-MOIS TO WS-IDX-TROUVE
               END-IF
           END-IF
           IF WS-IDX-TROUVE > 0
               MOVE BDATA-PERIODE TO WS-MOI-PERIODE(WS-IDX-TROUVE)
               MOVE BDATA-BRUT TO WS-MOI-BRUT(WS-IDX-TROUVE)
               COMPUTE WS-MOI-NET(WS-IDX-TROUVE) =
                   BDATA-BRUT - BDATA-COTIS
               MOVE BDATA-STATUT TO WS-MOI-STATUT(WS-IDX-TROUVE)
           END-IF.

       ATTRIBUER-NUMERO.
      * Numero suivant le plus grand du registre : un numero n'est
      * jamais reattribue, meme si l'attestation est refaite.
           MOVE 0 TO WS-DERNIER-NUMERO
           OPEN INPUT FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-REGISTRE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF AEM-NUMERO > WS-DERNIER-NUMERO
                               MOVE AEM-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
               MOVE 'N' TO WS-FIN
           END-IF
           COMPUTE WS-NUMERO = WS-DERNIER-NUMERO + 1.

       ECRIRE-EN-TETE.
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE ALL '=' TO LIGNE-ATTESTATION(1:60)
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           IF WS-ETB-TROUVE = 'O'
               STRING 'ETABLISSEMENT ' EMP-SITE '   SIRET '
                   WS-SIRET
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           ELSE
               STRING 'ETABLISSEMENT ' EMP-SITE
                   '   SIRET non renseigne'
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           END-IF
           WRITE LIGNE-ATTESTATION
           IF WS-ORGANISME NOT = SPACES
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING 'Organisme de recouvrement : ' WS-ORGANISME
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION
           END-IF
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE ALL '=' TO LIGNE-ATTESTATION(1:60)
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           IF WS-TYPE = 'S'
               STRING '        ATTESTATION DE SALAIRE   -   N. '
                   WS-NUMERO
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           ELSE
               STRING '        ATTESTATION DE TRAVAIL   -   N. '
                   WS-NUMERO
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           END-IF
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION.

       ECRIRE-MENTIONS-EMPLOI.
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Nous soussignes, service des ressources humaines '
               'de l''etablissement ' FUNCTION TRIM(EMP-SITE) ','
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE 'attestons que :' TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING '    ' FUNCTION TRIM(WS-CIVILITE) ' '
               FUNCTION TRIM(EMP-PRENOM) ' ' FUNCTION TRIM(EMP-NOM)
               '  (matricule ' WS-ID-AFF ')'
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE EMP-DATE-EMBAUCHE TO WS-DATE-A-FORMATER
           PERFORM FORMATER-DATE
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE 1 TO WS-PTR
           IF EMP-STATUT = 'SORTI'
               STRING 'a ete employe' FUNCTION TRIM(WS-ACCORD)
                   ' dans notre etablissement du ' WS-DATE-FORMATEE
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
                   WITH POINTER WS-PTR
               MOVE WS-DATE-FIN TO WS-DATE-A-FORMATER
               PERFORM FORMATER-DATE
               STRING ' au ' WS-DATE-FORMATEE ','
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
                   WITH POINTER WS-PTR
           ELSE
               STRING 'est employe' FUNCTION TRIM(WS-ACCORD)
                   ' dans notre etablissement depuis le '
                   WS-DATE-FORMATEE ','
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           END-IF
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           IF EMP-EMPLOI NOT = SPACES
               STRING 'en qualite de ' FUNCTION TRIM(EMP-EMPLOI)
                   ' (departement ' FUNCTION TRIM(EMP-DEPARTEMENT)
                   '),'
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           ELSE
               STRING 'au sein du departement '
                   FUNCTION TRIM(EMP-DEPARTEMENT) ','
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
           END-IF
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE 1 TO WS-PTR
           STRING 'sous ' FUNCTION TRIM(WS-LIBELLE-CONTRAT)
               DELIMITED SIZE INTO LIGNE-ATTESTATION
               WITH POINTER WS-PTR
           IF EMP-STATUT NOT = 'SORTI' AND WS-DATE-FIN > 0
               MOVE WS-DATE-FIN TO WS-DATE-A-FORMATER
               PERFORM FORMATER-DATE
               STRING ' prenant fin le ' WS-DATE-FORMATEE
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
                   WITH POINTER WS-PTR
           END-IF
           IF EMP-TAUX-TEMPS NUMERIC AND EMP-TAUX-TEMPS > 0
               AND EMP-TAUX-TEMPS < 100
               MOVE EMP-TAUX-TEMPS TO WS-AFF-TAUX
               STRING ', a temps partiel ('
                   FUNCTION TRIM(WS-AFF-TAUX) ' %)'
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
                   WITH POINTER WS-PTR
           END-IF
           STRING '.' DELIMITED SIZE INTO LIGNE-ATTESTATION
               WITH POINTER WS-PTR
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION.

       ECRIRE-SALAIRES.
      * Mois du plus ancien au plus recent, total et moyenne
      * mensuelle ; un salarie embauche depuis moins longtemps que
      * la periode demandee n'a que ses mois de paie.
           MOVE WS-NB-RETENUS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Remunerations versees au titre des '
               FUNCTION TRIM(WS-AFF-NB) ' derniers mois de paie :'
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE '    PERIODE       SALAIRE BRUT   NET AVANT IMPOT'
               TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           PERFORM VARYING WS-IDX-MOIS FROM WS-NB-RETENUS BY -1
               UNTIL WS-IDX-MOIS < 1
               MOVE WS-MOI-PERIODE(WS-IDX-MOIS) TO
                   WS-PERIODE-A-FORMATER
               PERFORM FORMATER-PERIODE
               MOVE WS-MOI-BRUT(WS-IDX-MOIS) TO WS-AFF-MONTANT
               MOVE WS-MOI-NET(WS-IDX-MOIS) TO WS-AFF-MONTANT-2
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING '    ' WS-PERIODE-AFF '      ' WS-AFF-MONTANT
                   '       ' WS-AFF-MONTANT-2
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION
           END-PERFORM
           MOVE WS-TOTAL-BRUT TO WS-AFF-MONTANT
           MOVE WS-TOTAL-NET TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING '    TOTAL        ' WS-AFF-MONTANT
               '       ' WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-BRUT-MOYEN TO WS-AFF-MONTANT
           MOVE WS-NET-MOYEN TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING '    MOYENNE      ' WS-AFF-MONTANT
               '       ' WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           IF WS-NB-RETENUS < WS-NB-MOIS-DEMANDES
               MOVE WS-NB-MOIS-DEMANDES TO WS-AFF-NB
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING '    (' FUNCTION TRIM(WS-AFF-NB)
                   ' mois demandes : seuls ces mois ont donne lieu '
                   'a paie)'
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION
           END-IF
           MOVE '    Montants en euros.' TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION.

       ECRIRE-PIED.
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Attestation delivree a la demande de : '
               WS-DEMANDEUR
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE 'pour servir et valoir ce que de droit.'
               TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Fait le ' WS-DATE-JOUR-AFF
               ', le service des ressources humaines.'
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE ALL '*' TO LIGNE-ATTESTATION(1:60)
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING '*  Attestation n. ' WS-NUMERO
               ' inscrite au registre des attestations.'
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE '*  Toute copie se verifie sur ce numero aupres du '
               TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE '*  service des ressources humaines.'
               TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           MOVE ALL '*' TO LIGNE-ATTESTATION(1:60)
           WRITE LIGNE-ATTESTATION.

       INSCRIRE-REGISTRE.
           OPEN EXTEND FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE NOT = '00'
               OPEN OUTPUT FICHIER-REGISTRE
           END-IF
           INITIALIZE ATTEST-EMPLOYEUR-RECORD
           MOVE WS-NUMERO TO AEM-NUMERO
           MOVE WS-TYPE TO AEM-TYPE
           MOVE WS-EMP-ID TO AEM-EMP-ID
           MOVE WS-DATE-SYS TO AEM-DATE
           MOVE WS-HEURE-SYS(1:6) TO AEM-HEURE
           MOVE WS-UTILISATEUR TO AEM-UTILISATEUR
           MOVE WS-DEMANDEUR TO AEM-DEMANDEUR
           MOVE WS-MOTIF TO AEM-MOTIF
           MOVE EMP-SITE TO AEM-SITE
           MOVE EMP-CATEGORIE TO AEM-CONTRAT
           MOVE EMP-EMPLOI TO AEM-EMPLOI
           MOVE EMP-DATE-EMBAUCHE TO AEM-DATE-EMBAUCHE
           MOVE WS-DATE-FIN TO AEM-DATE-FIN
           IF WS-TYPE = 'S'
               MOVE WS-NB-RETENUS TO AEM-NB-MOIS
               MOVE WS-PERIODE-DEBUT TO AEM-PERIODE-DEBUT
               MOVE WS-PERIODE-FIN TO AEM-PERIODE-FIN
               MOVE WS-BRUT-MOYEN TO AEM-BRUT-MOYEN
               MOVE WS-NET-MOYEN TO AEM-NET-MOYEN
           END-IF
           WRITE ATTEST-EMPLOYEUR-RECORD
           CLOSE FICHIER-REGISTRE.

       VERIFIER-ATTESTATION.
      * Controle d'une copie presentee par un tiers : les mentions
      * certifiees a la date de delivrance, telles qu'inscrites au
      * registre, sont reaffichees pour comparaison.
           DISPLAY 'Numero de l''attestation (6 chiffres) : '
           ACCEPT WS-SAISIE-NUMERO
           IF WS-SAISIE-NUMERO NOT NUMERIC
               DISPLAY 'ERREUR : numero invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-NUMERO TO WS-NUMERO
           MOVE 'N' TO WS-NUMERO-TROUVE
           OPEN INPUT FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-REGISTRE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF AEM-NUMERO = WS-NUMERO
                               MOVE 'O' TO WS-NUMERO-TROUVE
                               MOVE 'O' TO WS-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NUMERO-TROUVE = 'N'
               DISPLAY 'Attestation n. ' WS-NUMERO
                   ' absente du registre : copie NON AUTHENTIFIEE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM AFFICHER-REGISTRE
               MOVE AEM-EMP-ID TO WS-EMP-ID
               MOVE AEM-TYPE TO WS-TYPE-TRACE
               PERFORM TRACER-CONSULTATION
           END-IF.

       AFFICHER-REGISTRE.
           DISPLAY '--------------------------------'
           IF AEM-TYPE = 'S'
               DISPLAY 'Attestation n. ' AEM-NUMERO ' : SALAIRE'
           ELSE
               DISPLAY 'Attestation n. ' AEM-NUMERO ' : TRAVAIL'
           END-IF
           MOVE AEM-DATE TO WS-DATE-A-FORMATER
           PERFORM FORMATER-DATE
           DISPLAY 'Delivree le       : ' WS-DATE-FORMATEE ' a '
               AEM-HEURE(1:2) ':' AEM-HEURE(3:2) ' par '
               FUNCTION TRIM(AEM-UTILISATEUR)
           DISPLAY 'Demandeur / motif : ' FUNCTION TRIM(AEM-DEMANDEUR)
               ' / ' FUNCTION TRIM(AEM-MOTIF)
           DISPLAY 'EMP-ID            : ' AEM-EMP-ID
               '   site ' AEM-SITE
           DISPLAY 'Contrat / emploi  : ' AEM-CONTRAT ' '
               FUNCTION TRIM(AEM-EMPLOI)
           MOVE AEM-DATE-EMBAUCHE TO WS-DATE-A-FORMATER
           PERFORM FORMATER-DATE
           DISPLAY 'Entree            : ' WS-DATE-FORMATEE
           IF AEM-DATE-FIN > 0
               MOVE AEM-DATE-FIN TO WS-DATE-A-FORMATER
               PERFORM FORMATER-DATE
               DISPLAY 'Fin               : ' WS-DATE-FORMATEE
           END-IF
           IF AEM-TYPE = 'S'
               MOVE AEM-PERIODE-DEBUT TO WS-PERIODE-A-FORMATER
               PERFORM FORMATER-PERIODE
               DISPLAY 'Mois de paie      : ' AEM-NB-MOIS ' (de '
                   WS-PERIODE-AFF WITH NO ADVANCING
               MOVE AEM-PERIODE-FIN TO WS-PERIODE-A-FORMATER
               PERFORM FORMATER-PERIODE
               DISPLAY ' a ' WS-PERIODE-AFF ')'
               MOVE AEM-BRUT-MOYEN TO WS-AFF-MONTANT
               DISPLAY 'Brut moyen        : ' WS-AFF-MONTANT
               MOVE AEM-NET-MOYEN TO WS-AFF-MONTANT
               DISPLAY 'Net moyen         : ' WS-AFF-MONTANT
           END-IF
           DISPLAY '--------------------------------'.

       TRACER-CONSULTATION.
           INITIALIZE ACCES-DONNEES-RECORD
           MOVE 'US-116' TO ACD-PROGRAMME
           MOVE WS-EMP-ID TO ACD-EMP-ID
           IF WS-TYPE-TRACE = 'S'
               MOVE 'ATTESTATION SALAIRE : BRUT, NET MOYENS'
                   TO ACD-CHAMPS
           ELSE
               MOVE 'ATTESTATION TRAVAIL : CONTRAT, EMPLOI'
                   TO ACD-CHAMPS
           END-IF
           MOVE 'C' TO ACD-AFFICHAGE
           CALL 'TRACER-ACCES' USING ACCES-DONNEES-RECORD.

       FORMATER-DATE.
           MOVE SPACES TO WS-DATE-FORMATEE
           IF WS-DATE-A-FORMATER NUMERIC AND WS-DATE-A-FORMATER > 0
               STRING WS-DAF-JJ '/' WS-DAF-MM '/' WS-DAF-AAAA
                   DELIMITED SIZE INTO WS-DATE-FORMATEE
           ELSE
               MOVE 'non connue' TO WS-DATE-FORMATEE
           END-IF.

       FORMATER-PERIODE.
      * Periode AAAAMM en MM/AAAA.
           MOVE SPACES TO WS-PERIODE-AFF
           STRING WS-PERIODE-A-FORMATER(5:2) '/'
               WS-PERIODE-A-FORMATER(1:4)
               DELIMITED SIZE INTO WS-PERIODE-AFF.
