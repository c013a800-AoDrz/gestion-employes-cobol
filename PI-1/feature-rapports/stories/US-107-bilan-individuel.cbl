       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-107-BILAN-INDIVIDUEL.
      * US-107 : Bilan social individuel annuel : cout total de
      *          l'emploi pour l'employeur et valeur pour le salarie,
      *          un releve par employe et une synthese par departement
      * Feature : Rapports
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-HISTO-DATA
               ASSIGN TO WS-CHEMIN-HISTORIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO.
           SELECT FICHIER-CATALOGUE
               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FICHIER-EPARGNE
               ASSIGN TO WS-CHEMIN-EPARGNE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EPARGNE.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-BILAN
               ASSIGN TO WS-CHEMIN-BILAN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-SYNTHESE
               ASSIGN TO WS-CHEMIN-SYNTHESE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-HISTO-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'
               REPLACING ==BDATA-RECORD== BY ==HDATA-RECORD==
                         ==BDATA-EMP-ID== BY ==HDATA-EMP-ID==
                         ==BDATA-PERIODE== BY ==HDATA-PERIODE==
                         ==BDATA-DEPARTEMENT== BY ==HDATA-DEPARTEMENT==
                         ==BDATA-BRUT== BY ==HDATA-BRUT==
                         ==BDATA-COTIS== BY ==HDATA-COTIS==
                         ==BDATA-IMPOT== BY ==HDATA-IMPOT==
                         ==BDATA-PATRONALES== BY ==HDATA-PATRONALES==
                         ==BDATA-NET-A-PAYER== BY ==HDATA-NET-A-PAYER==
                         ==BDATA-STATUT== BY ==HDATA-STATUT==
                         ==BDATA-TRANSPORT== BY ==HDATA-TRANSPORT==
                         ==BDATA-ATMP== BY ==HDATA-ATMP==
                         ==BDATA-REDUCTION-GEN== BY
                             ==HDATA-REDUCTION-GEN==
                         ==BDATA-MUTUELLE-PAT== BY
                             ==HDATA-MUTUELLE-PAT==
                         ==BDATA-TITRES-PAT== BY ==HDATA-TITRES-PAT==
                         ==BDATA-INTERESSEMENT== BY
                             ==HDATA-INTERESSEMENT==
                         ==BDATA-PRIME-13== BY ==HDATA-PRIME-13==
                         ==BDATA-CET-MONETISE== BY
                             ==HDATA-CET-MONETISE==.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-CUMULS.
           COPY '../../../copybooks/cumul.cpy'.

        FD FICHIER-EPARGNE.
        01 EPARGNE-RECORD.
            05 EPG-EMP-ID       PIC 9(5).
            05 EPG-ANNEE        PIC 9(4).
            05 EPG-MONTANT      PIC 9(7)V9(2).

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BILAN.
        01 LIGNE-BILAN        PIC X(80).

        FD FICHIER-SYNTHESE.
        01 LIGNE-SYNTHESE     PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-HISTO     PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-STATUT-CUMULS    PIC XX.
        01 WS-STATUT-EPARGNE   PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.

        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.
        01 WS-ANNEE-CAMPAGNE   PIC 9(4)  VALUE 0.
        01 WS-DATE-SYS          PIC 9(8).
        01 WS-SYS-DATE-R REDEFINES WS-DATE-SYS.
            05 WS-SYS-AAAA       PIC 9(4).
            05 WS-SYS-MMJJ       PIC 9(4).
        01 WS-ANNEE-BESOIN     PIC 9(4)  VALUE 0.
        01 WS-SEGMENT-TROUVE   PIC X     VALUE 'N'.

      * Un poste par employe paye dans l'annee, tenu dans l'ordre
      * des matricules ; le departement retenu est celui du dernier
      * bulletin de l'annee.
        01 WS-TAB-BILAN.
            05 WS-BIL OCCURS 2000 TIMES.
                10 WS-BIL-EMP-ID        PIC 9(5).
                10 WS-BIL-DEPARTEMENT   PIC X(15).
                10 WS-BIL-PERIODE-DEPT  PIC 9(6).
                10 WS-BIL-NB            PIC 9(3).
                10 WS-BIL-NB-SANS-DETAIL PIC 9(3).
                10 WS-BIL-BRUT          PIC 9(7)V9(2).
                10 WS-BIL-PRIME-13      PIC 9(7)V9(2).
                10 WS-BIL-CET           PIC 9(7)V9(2).
                10 WS-BIL-COTIS         PIC 9(7)V9(2).
                10 WS-BIL-IMPOT         PIC 9(7)V9(2).
                10 WS-BIL-NET-A-PAYER   PIC 9(7)V9(2).
                10 WS-BIL-PATRONALES    PIC 9(7)V9(2).
                10 WS-BIL-MUTUELLE      PIC 9(7)V9(2).
                10 WS-BIL-ATMP          PIC 9(7)V9(2).
                10 WS-BIL-REDUCTION     PIC S9(7)V9(2).
                10 WS-BIL-TRANSPORT     PIC 9(7)V9(2).
                10 WS-BIL-TITRES        PIC 9(7)V9(2).
                10 WS-BIL-INTERESSEMENT PIC 9(7)V9(2).
                10 WS-BIL-PLACEMENT     PIC 9(7)V9(2).
                10 WS-BIL-CUMUL-VU      PIC X.
        01 WS-NB-BIL           PIC 9(4)  VALUE 0.
        01 WS-IDX-BIL          PIC 9(4)  VALUE 0.
        01 WS-IDX-DECALE       PIC 9(4)  VALUE 0.
        01 WS-BIL-TROUVE       PIC X     VALUE 'N'.
        01 WS-NB-BULLETINS     PIC 9(5)  VALUE 0.
        01 WS-NB-IGNORES       PIC 9(5)  VALUE 0.

        01 WS-TAB-DEPTS.
            05 WS-DEP OCCURS 100 TIMES.
                10 WS-DEP-NOM          PIC X(15).
                10 WS-DEP-NB-SAL       PIC 9(4).
                10 WS-DEP-BRUT         PIC 9(9)V9(2).
                10 WS-DEP-PATRONALES   PIC 9(9)V9(2).
                10 WS-DEP-AVANTAGES    PIC 9(9)V9(2).
                10 WS-DEP-COUT         PIC 9(9)V9(2).
        01 WS-NB-DEPTS         PIC 9(3)  VALUE 0.
        01 WS-IDX-DEP          PIC 9(3)  VALUE 0.
        01 WS-DEP-TROUVE       PIC X     VALUE 'N'.

        01 WS-TOT-NB-SAL       PIC 9(5)  VALUE 0.
        01 WS-TOT-BRUT         PIC 9(9)V9(2) VALUE 0.
        01 WS-TOT-PATRONALES   PIC 9(9)V9(2) VALUE 0.
        01 WS-TOT-AVANTAGES    PIC 9(9)V9(2) VALUE 0.
        01 WS-TOT-COUT         PIC 9(9)V9(2) VALUE 0.

        01 WS-AVANTAGES        PIC 9(7)V9(2) VALUE 0.
        01 WS-COUT-TOTAL       PIC 9(7)V9(2) VALUE 0.
        01 WS-COUT-MOYEN       PIC 9(9)V9(2) VALUE 0.

      * Controle des cumuls annuels contre les bulletins archives.
        01 WS-NB-ECARTS        PIC 9(4)  VALUE 0.
        01 WS-ECART-BRUT       PIC S9(7)V9(2) VALUE 0.
        01 WS-ECART-COTIS      PIC S9(7)V9(2) VALUE 0.
        01 WS-ECART-IMPOT      PIC S9(7)V9(2) VALUE 0.
        01 WS-TAB-ECARTS.
            05 WS-ECT-LIGNE OCCURS 500 TIMES PIC X(100).
        01 WS-IDX-ECT          PIC 9(4)  VALUE 0.

        01 WS-LIB-MONTANT      PIC X(40) VALUE SPACES.
        01 WS-AFF-MONTANT      PIC -ZZZZZZZ9.99.
        01 WS-AFF-BRUT         PIC -ZZZZZZZ9.99.
        01 WS-AFF-COTIS        PIC -ZZZZZZZ9.99.
        01 WS-AFF-IMPOT        PIC -ZZZZZZZ9.99.
        01 WS-AFF-DEP-BRUT     PIC ZZZZZZZZ9.99.
        01 WS-AFF-DEP-PAT      PIC ZZZZZZZZ9.99.
        01 WS-AFF-DEP-AVT      PIC ZZZZZZZZ9.99.
        01 WS-AFF-DEP-COUT     PIC ZZZZZZZZ9.99.
        01 WS-AFF-DEP-MOYEN    PIC ZZZZZZZZ9.99.
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-NB-SAL       PIC ZZZ9.

        01 WS-RACINE            PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTORIQUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-COURANT PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO         PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CUMULS     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EPARGNE    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES   PIC X(100) VALUE SPACES.
        01 WS-DIR-RAPPORT       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BILAN      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SYNTHESE   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD

           DISPLAY '================================'
           DISPLAY ' BILAN SOCIAL INDIVIDUEL ANNUEL '
           DISPLAY '================================'
           DISPLAY 'Annee du bilan (AAAA, vide = annee precedente) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               COMPUTE WS-ANNEE = WS-SYS-AAAA - 1
           ELSE
               IF WS-SAISIE-ANNEE IS NOT NUMERIC
                   DISPLAY 'ERREUR : annee invalide (' WS-SAISIE-ANNEE
                       ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE
           END-IF
      * L'interessement place sur le plan d'epargne dans l'annee est
      * celui de la campagne de l'exercice precedent (US-55), comme
      * l'interessement verse en paie.
           COMPUTE WS-ANNEE-CAMPAGNE = WS-ANNEE - 1
           PERFORM CONSTRUIRE-CHEMINS-SORTIE

           PERFORM SOMMER-HISTORIQUE
           IF WS-NB-BIL = 0
               DISPLAY 'Aucun bulletin archive pour l''annee ' WS-ANNEE
                   ' : archiver les bulletins (US-11) avant le bilan.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-PLACEMENTS
           PERFORM CONTROLER-CUMULS
           PERFORM ECRIRE-BILANS
           PERFORM ECRIRE-SYNTHESE

           MOVE WS-NB-BIL TO WS-AFF-NB
           DISPLAY 'Bilans individuels ' WS-ANNEE ' : ' WS-AFF-NB
               ' employe(s) -> ' FUNCTION TRIM(WS-CHEMIN-BILAN)
           DISPLAY 'Synthese par departement -> '
               FUNCTION TRIM(WS-CHEMIN-SYNTHESE)
           IF WS-NB-ECARTS > 0
               MOVE WS-NB-ECARTS TO WS-AFF-NB
               DISPLAY 'ATTENTION : ' WS-AFF-NB ' employe(s) en ecart '
                   'avec cumuls-annuels.txt (voir la synthese)'
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
               MOVE '../../../PI-2/feature-historique/'
                 & 'historique-paies-data.txt'
                   TO WS-CHEMIN-HISTO-COURANT
               MOVE '../../../PI-2/feature-historique/' TO
                   WS-DIR-HISTO
               MOVE '../../../PI-2/feature-historique/'
                 & 'catalogue-historique.txt'
                   TO WS-CHEMIN-CATALOGUE
               MOVE '../../feature-paie/cumuls-annuels.txt' TO
                   WS-CHEMIN-CUMULS
               MOVE '../../feature-paie/plan-epargne.txt' TO
                   WS-CHEMIN-EPARGNE
               MOVE '../../feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../' TO WS-DIR-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTO-COURANT
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
               STRING FUNCTION TRIM(WS-RACINE) '/plan-epargne.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EPARGNE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-RAPPORT
           END-IF.

       CONSTRUIRE-CHEMINS-SORTIE.
      * Un jeu de fichiers par annee : les bilans d'un exercice deja
      * remis aux salaries ne sont pas ecrases par celui du suivant.
           MOVE SPACES TO WS-CHEMIN-BILAN
           STRING FUNCTION TRIM(WS-DIR-RAPPORT) 'bilan-individuel-'
               WS-ANNEE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-BILAN
           MOVE SPACES TO WS-CHEMIN-SYNTHESE
           STRING FUNCTION TRIM(WS-DIR-RAPPORT)
               'bilan-individuel-departements-' WS-ANNEE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SYNTHESE.

       SOMMER-HISTORIQUE.
      * Les montants viennent exclusivement des enregistrements de
      * paie archives (historique-paies-data.txt, alimente par US-11)
      * des periodes de l'annee, hors bulletins annules : le bilan
      * reprend au centime ce qu'ont porte les bulletins.
           MOVE WS-CHEMIN-HISTO-COURANT TO WS-CHEMIN-HISTORIQUE
           PERFORM SOMMER-UN-FICHIER
      * Apres une retention (US-32), les enregistrements de l'annee
      * vivent dans le segment annuel historique-paies-data-AAAA.txt.
           MOVE WS-ANNEE TO WS-ANNEE-BESOIN
           PERFORM CHERCHER-SEGMENT-DATA
           IF WS-SEGMENT-TROUVE = 'O'
               PERFORM SOMMER-UN-FICHIER
           END-IF.

       SOMMER-UN-FICHIER.
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HISTO = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF HDATA-PERIODE(1:4) = WS-ANNEE
                               AND HDATA-STATUT = 'EMIS'
                               PERFORM CUMULER-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-BULLETIN.
           PERFORM TROUVER-POSTE-BILAN
           IF WS-BIL-TROUVE = 'N'
               ADD 1 TO WS-NB-IGNORES
           ELSE
               ADD 1 TO WS-NB-BULLETINS
               ADD 1 TO WS-BIL-NB(WS-IDX-BIL)
               IF HDATA-PERIODE NOT < WS-BIL-PERIODE-DEPT(WS-IDX-BIL)
                   MOVE HDATA-PERIODE TO
                       WS-BIL-PERIODE-DEPT(WS-IDX-BIL)
                   MOVE HDATA-DEPARTEMENT TO
                       WS-BIL-DEPARTEMENT(WS-IDX-BIL)
               END-IF
               ADD HDATA-BRUT TO WS-BIL-BRUT(WS-IDX-BIL)
               ADD HDATA-COTIS TO WS-BIL-COTIS(WS-IDX-BIL)
               ADD HDATA-IMPOT TO WS-BIL-IMPOT(WS-IDX-BIL)
               ADD HDATA-NET-A-PAYER TO WS-BIL-NET-A-PAYER(WS-IDX-BIL)
               ADD HDATA-PATRONALES TO WS-BIL-PATRONALES(WS-IDX-BIL)
               ADD HDATA-ATMP TO WS-BIL-ATMP(WS-IDX-BIL)
               ADD HDATA-REDUCTION-GEN TO WS-BIL-REDUCTION(WS-IDX-BIL)
               ADD HDATA-TRANSPORT TO WS-BIL-TRANSPORT(WS-IDX-BIL)
      * Les bulletins archives avant le detail du cout employeur ont
      * ces zones a blanc : comptes a part, signales sur le releve.
               IF HDATA-MUTUELLE-PAT IS NUMERIC
                   AND HDATA-TITRES-PAT IS NUMERIC
                   AND HDATA-INTERESSEMENT IS NUMERIC
                   AND HDATA-PRIME-13 IS NUMERIC
                   AND HDATA-CET-MONETISE IS NUMERIC
                   ADD HDATA-MUTUELLE-PAT TO
                       WS-BIL-MUTUELLE(WS-IDX-BIL)
                   ADD HDATA-TITRES-PAT TO WS-BIL-TITRES(WS-IDX-BIL)
                   ADD HDATA-INTERESSEMENT TO
                       WS-BIL-INTERESSEMENT(WS-IDX-BIL)
                   ADD HDATA-PRIME-13 TO WS-BIL-PRIME-13(WS-IDX-BIL)
                   ADD HDATA-CET-MONETISE TO WS-BIL-CET(WS-IDX-BIL)
               ELSE
                   ADD 1 TO WS-BIL-NB-SANS-DETAIL(WS-IDX-BIL)
               END-IF
           END-IF.

       TROUVER-POSTE-BILAN.
      * Recherche du matricule dans la table triee ; un nouvel
      * employe est insere a son rang (les postes suivants sont
      * decales d'un cran).
           MOVE 'N' TO WS-BIL-TROUVE
           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
               UNTIL WS-IDX-BIL > WS-NB-BIL
                  OR WS-BIL-EMP-ID(WS-IDX-BIL) NOT < HDATA-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-IDX-BIL NOT > WS-NB-BIL
               AND WS-BIL-EMP-ID(WS-IDX-BIL) = HDATA-EMP-ID
               MOVE 'O' TO WS-BIL-TROUVE
           ELSE
               IF WS-NB-BIL < 2000
                   PERFORM VARYING WS-IDX-DECALE FROM WS-NB-BIL BY -1
                       UNTIL WS-IDX-DECALE < WS-IDX-BIL
                       MOVE WS-BIL(WS-IDX-DECALE) TO
                           WS-BIL(WS-IDX-DECALE + 1)
                   END-PERFORM
                   ADD 1 TO WS-NB-BIL
                   INITIALIZE WS-BIL(WS-IDX-BIL)
                   MOVE HDATA-EMP-ID TO WS-BIL-EMP-ID(WS-IDX-BIL)
                   MOVE 'N' TO WS-BIL-CUMUL-VU(WS-IDX-BIL)
                   MOVE 'O' TO WS-BIL-TROUVE
               END-IF
           END-IF.

       CHERCHER-SEGMENT-DATA.
      * Les segments de donnees gardent un nom fixe
      * historique-paies-data-AAAA.txt : il suffit de savoir par le
      * catalogue si l'annee a ete segmentee.
           MOVE 'N' TO WS-SEGMENT-TROUVE
           OPEN INPUT FICHIER-CATALOGUE
           IF WS-STATUT-CATALOGUE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CATALOGUE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CAT-ANNEE = WS-ANNEE-BESOIN
                               MOVE 'O' TO WS-SEGMENT-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CATALOGUE
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-SEGMENT-TROUVE = 'O'
               MOVE SPACES TO WS-CHEMIN-HISTORIQUE
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   'historique-paies-data-' WS-ANNEE-BESOIN '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HISTORIQUE
           END-IF.

       CHARGER-PLACEMENTS.
      * plan-epargne.txt : parts d'interessement placees (US-55),
      * hors bulletin mais a la charge de l'employeur. Fichier
      * optionnel.
           OPEN INPUT FICHIER-EPARGNE
           IF WS-STATUT-EPARGNE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EPARGNE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EPG-ANNEE = WS-ANNEE-CAMPAGNE
                               PERFORM AFFECTER-PLACEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EPARGNE
               MOVE 'N' TO WS-FIN
           END-IF.

       AFFECTER-PLACEMENT.
           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
               UNTIL WS-IDX-BIL > WS-NB-BIL
               IF WS-BIL-EMP-ID(WS-IDX-BIL) = EPG-EMP-ID
                   ADD EPG-MONTANT TO WS-BIL-PLACEMENT(WS-IDX-BIL)
               END-IF
           END-PERFORM.

       CONTROLER-CUMULS.
      * Les cumuls annuels (US-03) doivent egaler la somme des
      * bulletins archives de l'annee : tout ecart (bulletin non
      * archive, annulation non reportee) est liste dans la synthese
      * et rend le code retour 4.
           OPEN INPUT FICHIER-CUMULS
           IF WS-STATUT-CUMULS NOT = '00'
               DISPLAY 'ERREUR : ouverture cumuls-annuels.txt '
                   'impossible (statut ' WS-STATUT-CUMULS ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-CUMULS
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF CUMUL-ANNEE = WS-ANNEE
                           PERFORM COMPARER-CUMUL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CUMULS
           MOVE 'N' TO WS-FIN
           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
               UNTIL WS-IDX-BIL > WS-NB-BIL
               IF WS-BIL-CUMUL-VU(WS-IDX-BIL) = 'N'
                   MOVE WS-BIL-EMP-ID(WS-IDX-BIL) TO CUMUL-EMP-ID
                   MOVE 0 TO CUMUL-BRUT CUMUL-COTIS CUMUL-IMPOT
                   COMPUTE WS-ECART-BRUT = 0 - WS-BIL-BRUT(WS-IDX-BIL)
                   COMPUTE WS-ECART-COTIS =
                       0 - WS-BIL-COTIS(WS-IDX-BIL)
                   COMPUTE WS-ECART-IMPOT =
                       0 - WS-BIL-IMPOT(WS-IDX-BIL)
                   PERFORM NOTER-ECART
               END-IF
           END-PERFORM.

       COMPARER-CUMUL.
           MOVE 0 TO WS-ECART-BRUT WS-ECART-COTIS WS-ECART-IMPOT
           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
               UNTIL WS-IDX-BIL > WS-NB-BIL
                  OR WS-BIL-EMP-ID(WS-IDX-BIL) = CUMUL-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-IDX-BIL > WS-NB-BIL
               MOVE CUMUL-BRUT TO WS-ECART-BRUT
               MOVE CUMUL-COTIS TO WS-ECART-COTIS
               MOVE CUMUL-IMPOT TO WS-ECART-IMPOT
           ELSE
               MOVE 'O' TO WS-BIL-CUMUL-VU(WS-IDX-BIL)
               COMPUTE WS-ECART-BRUT =
                   CUMUL-BRUT - WS-BIL-BRUT(WS-IDX-BIL)
               COMPUTE WS-ECART-COTIS =
                   CUMUL-COTIS - WS-BIL-COTIS(WS-IDX-BIL)
               COMPUTE WS-ECART-IMPOT =
                   CUMUL-IMPOT - WS-BIL-IMPOT(WS-IDX-BIL)
           END-IF
           IF WS-ECART-BRUT NOT = 0 OR WS-ECART-COTIS NOT = 0
               OR WS-ECART-IMPOT NOT = 0
               PERFORM NOTER-ECART
           END-IF.

       NOTER-ECART.
           ADD 1 TO WS-NB-ECARTS
           IF WS-NB-ECARTS NOT > 500
               MOVE WS-ECART-BRUT TO WS-AFF-BRUT
               MOVE WS-ECART-COTIS TO WS-AFF-COTIS
               MOVE WS-ECART-IMPOT TO WS-AFF-IMPOT
               MOVE SPACES TO WS-ECT-LIGNE(WS-NB-ECARTS)
               STRING CUMUL-EMP-ID '  brut ' WS-AFF-BRUT
                   '  cotis ' WS-AFF-COTIS '  impot ' WS-AFF-IMPOT
                   DELIMITED SIZE INTO WS-ECT-LIGNE(WS-NB-ECARTS)
           END-IF.

       ECRIRE-BILANS.
      * Un releve par employe, a la suite dans un seul fichier
      * (separateur entre deux releves), comme les bulletins.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-BILAN
           PERFORM VARYING WS-IDX-BIL FROM 1 BY 1
               UNTIL WS-IDX-BIL > WS-NB-BIL
               MOVE WS-BIL-EMP-ID(WS-IDX-BIL) TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY
                       MOVE SPACES TO EMP-NOM EMP-PRENOM
               END-READ
               PERFORM ECRIRE-UN-BILAN
               PERFORM CUMULER-DEPARTEMENT
           END-PERFORM
           CLOSE FICHIER-BILAN
           CLOSE FICHIER-EMPLOYES.

       ECRIRE-UN-BILAN.
      * Cout total employeur = brut + charges patronales (mutuelle et
      * AT/MP comprises, reduction generale deduite) + avantages
      * verses hors brut : transport, titres restaurant,
      * interessement verse en paie ou place. Les notes de frais,
      * simples remboursements, n'y entrent pas.
           COMPUTE WS-AVANTAGES =
               WS-BIL-TRANSPORT(WS-IDX-BIL)
               + WS-BIL-TITRES(WS-IDX-BIL)
               + WS-BIL-INTERESSEMENT(WS-IDX-BIL)
               + WS-BIL-PLACEMENT(WS-IDX-BIL)
           COMPUTE WS-COUT-TOTAL =
               WS-BIL-BRUT(WS-IDX-BIL)
               + WS-BIL-PATRONALES(WS-IDX-BIL) + WS-AVANTAGES

           MOVE '==========================================='
               TO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE SPACES TO LIGNE-BILAN
           STRING 'BILAN SOCIAL INDIVIDUEL ' WS-ANNEE
               DELIMITED SIZE INTO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE SPACES TO LIGNE-BILAN
           STRING 'Employe     : ' WS-BIL-EMP-ID(WS-IDX-BIL) ' '
               FUNCTION TRIM(EMP-PRENOM) ' ' FUNCTION TRIM(EMP-NOM)
               DELIMITED SIZE INTO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE SPACES TO LIGNE-BILAN
           STRING 'Departement : ' WS-BIL-DEPARTEMENT(WS-IDX-BIL)
               DELIMITED SIZE INTO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE WS-BIL-NB(WS-IDX-BIL) TO WS-AFF-NB
           MOVE SPACES TO LIGNE-BILAN
           STRING 'Bulletins   : ' FUNCTION TRIM(WS-AFF-NB)
               ' bulletin(s) emis dans l''annee'
               DELIMITED SIZE INTO LIGNE-BILAN
           WRITE LIGNE-BILAN

           MOVE '--- Votre remuneration ---' TO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE 'Salaire brut' TO WS-LIB-MONTANT
           MOVE WS-BIL-BRUT(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE '  dont treizieme mois' TO WS-LIB-MONTANT
           MOVE WS-BIL-PRIME-13(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE '  dont jours CET monetises' TO WS-LIB-MONTANT
           MOVE WS-BIL-CET(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Cotisations salariales' TO WS-LIB-MONTANT
           MOVE WS-BIL-COTIS(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Prelevement a la source' TO WS-LIB-MONTANT
           MOVE WS-BIL-IMPOT(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Net verse (net a payer)' TO WS-LIB-MONTANT
           MOVE WS-BIL-NET-A-PAYER(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT

           MOVE '--- Charges payees par l''employeur ---'
               TO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE 'Cotisations patronales' TO WS-LIB-MONTANT
           MOVE WS-BIL-PATRONALES(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE '  dont mutuelle (part employeur)' TO WS-LIB-MONTANT
           MOVE WS-BIL-MUTUELLE(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE '  dont accidents du travail (AT/MP)'
               TO WS-LIB-MONTANT
           MOVE WS-BIL-ATMP(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE '  reduction generale deduite' TO WS-LIB-MONTANT
           MOVE WS-BIL-REDUCTION(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT

           MOVE '--- Avantages finances par l''employeur ---'
               TO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE 'Titres restaurant (part employeur)'
               TO WS-LIB-MONTANT
           MOVE WS-BIL-TITRES(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Transport (prise en charge 50%)' TO WS-LIB-MONTANT
           MOVE WS-BIL-TRANSPORT(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Interessement verse en paie' TO WS-LIB-MONTANT
           MOVE WS-BIL-INTERESSEMENT(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'Interessement place (plan d''epargne)'
               TO WS-LIB-MONTANT
           MOVE WS-BIL-PLACEMENT(WS-IDX-BIL) TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT

           MOVE '-------------------------------------------'
               TO LIGNE-BILAN
           WRITE LIGNE-BILAN
           MOVE 'COUT TOTAL EMPLOYEUR' TO WS-LIB-MONTANT
           MOVE WS-COUT-TOTAL TO WS-AFF-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           IF WS-BIL-NB-SANS-DETAIL(WS-IDX-BIL) > 0
               MOVE WS-BIL-NB-SANS-DETAIL(WS-IDX-BIL) TO WS-AFF-NB
               MOVE SPACES TO LIGNE-BILAN
               STRING '(detail mutuelle/titres/interessement/13e/CET '
                   'absent de ' FUNCTION TRIM(WS-AFF-NB)
                   ' bulletin(s))'
                   DELIMITED SIZE INTO LIGNE-BILAN
               WRITE LIGNE-BILAN
           END-IF.

       ECRIRE-LIGNE-MONTANT.
           MOVE SPACES TO LIGNE-BILAN
           STRING WS-LIB-MONTANT ': ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-BILAN
           WRITE LIGNE-BILAN.

       CUMULER-DEPARTEMENT.
           MOVE 'N' TO WS-DEP-TROUVE
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-NB-DEPTS OR WS-DEP-TROUVE = 'O'
               IF WS-DEP-NOM(WS-IDX-DEP) =
                   WS-BIL-DEPARTEMENT(WS-IDX-BIL)
                   MOVE 'O' TO WS-DEP-TROUVE
               END-IF
           END-PERFORM
           IF WS-DEP-TROUVE = 'O'
               SUBTRACT 1 FROM WS-IDX-DEP
           ELSE
               IF WS-NB-DEPTS < 100
                   ADD 1 TO WS-NB-DEPTS
                   MOVE WS-NB-DEPTS TO WS-IDX-DEP
                   INITIALIZE WS-DEP(WS-IDX-DEP)
                   MOVE WS-BIL-DEPARTEMENT(WS-IDX-BIL) TO
                       WS-DEP-NOM(WS-IDX-DEP)
                   MOVE 'O' TO WS-DEP-TROUVE
               END-IF
           END-IF
           IF WS-DEP-TROUVE = 'O'
               ADD 1 TO WS-DEP-NB-SAL(WS-IDX-DEP)
               ADD WS-BIL-BRUT(WS-IDX-BIL) TO WS-DEP-BRUT(WS-IDX-DEP)
               ADD WS-BIL-PATRONALES(WS-IDX-BIL) TO
                   WS-DEP-PATRONALES(WS-IDX-DEP)
               ADD WS-AVANTAGES TO WS-DEP-AVANTAGES(WS-IDX-DEP)
               ADD WS-COUT-TOTAL TO WS-DEP-COUT(WS-IDX-DEP)
           END-IF
           ADD 1 TO WS-TOT-NB-SAL
           ADD WS-BIL-BRUT(WS-IDX-BIL) TO WS-TOT-BRUT
           ADD WS-BIL-PATRONALES(WS-IDX-BIL) TO WS-TOT-PATRONALES
           ADD WS-AVANTAGES TO WS-TOT-AVANTAGES
           ADD WS-COUT-TOTAL TO WS-TOT-COUT.

       ECRIRE-SYNTHESE.
      * Synthese RH : cout employeur par departement (departement du
      * dernier bulletin de l'annee de chaque salarie), puis le
      * controle des cumuls annuels.
           OPEN OUTPUT FICHIER-SYNTHESE
           MOVE '================================================'
               TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING 'BILAN INDIVIDUEL ' WS-ANNEE
               ' - SYNTHESE PAR DEPARTEMENT'
               DELIMITED SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE WS-NB-BULLETINS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING 'Bulletins archives emis : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           IF WS-NB-IGNORES > 0
               MOVE WS-NB-IGNORES TO WS-AFF-NB
               MOVE SPACES TO LIGNE-SYNTHESE
               STRING 'Bulletins non repris (table pleine) : '
                   WS-AFF-NB
                   DELIMITED SIZE INTO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
           END-IF
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING 'Departement      Sal.        Brut  Patronales'
               '   Avantages  Cout total  Cout moyen'
               DELIMITED SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-NB-DEPTS
               MOVE WS-DEP-NB-SAL(WS-IDX-DEP) TO WS-AFF-NB-SAL
               MOVE WS-DEP-BRUT(WS-IDX-DEP) TO WS-AFF-DEP-BRUT
               MOVE WS-DEP-PATRONALES(WS-IDX-DEP) TO WS-AFF-DEP-PAT
               MOVE WS-DEP-AVANTAGES(WS-IDX-DEP) TO WS-AFF-DEP-AVT
               MOVE WS-DEP-COUT(WS-IDX-DEP) TO WS-AFF-DEP-COUT
               COMPUTE WS-COUT-MOYEN ROUNDED =
                   WS-DEP-COUT(WS-IDX-DEP) / WS-DEP-NB-SAL(WS-IDX-DEP)
               MOVE WS-COUT-MOYEN TO WS-AFF-DEP-MOYEN
               MOVE SPACES TO LIGNE-SYNTHESE
               STRING WS-DEP-NOM(WS-IDX-DEP) ' ' WS-AFF-NB-SAL
                   WS-AFF-DEP-BRUT WS-AFF-DEP-PAT WS-AFF-DEP-AVT
                   WS-AFF-DEP-COUT WS-AFF-DEP-MOYEN
                   DELIMITED SIZE INTO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
           END-PERFORM
           MOVE WS-TOT-NB-SAL TO WS-AFF-NB-SAL
           MOVE WS-TOT-BRUT TO WS-AFF-DEP-BRUT
           MOVE WS-TOT-PATRONALES TO WS-AFF-DEP-PAT
           MOVE WS-TOT-AVANTAGES TO WS-AFF-DEP-AVT
           MOVE WS-TOT-COUT TO WS-AFF-DEP-COUT
           COMPUTE WS-COUT-MOYEN ROUNDED = WS-TOT-COUT / WS-TOT-NB-SAL
           MOVE WS-COUT-MOYEN TO WS-AFF-DEP-MOYEN
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING 'TOTAL           ' WS-AFF-NB-SAL
               WS-AFF-DEP-BRUT WS-AFF-DEP-PAT WS-AFF-DEP-AVT
               WS-AFF-DEP-COUT WS-AFF-DEP-MOYEN
               DELIMITED SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE

           MOVE '------------------------------------------------'
               TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE 'CONTROLE CUMULS ANNUELS / BULLETINS ARCHIVES'
               TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           IF WS-NB-ECARTS = 0
               MOVE 'Aucun ecart : cumuls conformes aux bulletins.'
                   TO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
           ELSE
               MOVE 'Ecarts (cumul - bulletins) par employe :'
                   TO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
               PERFORM VARYING WS-IDX-ECT FROM 1 BY 1
                   UNTIL WS-IDX-ECT > WS-NB-ECARTS
                      OR WS-IDX-ECT > 500
                   MOVE WS-ECT-LIGNE(WS-IDX-ECT) TO LIGNE-SYNTHESE
                   WRITE LIGNE-SYNTHESE
               END-PERFORM
           END-IF
           MOVE '================================================'
               TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           CLOSE FICHIER-SYNTHESE.
