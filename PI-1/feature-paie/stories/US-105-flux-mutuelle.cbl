       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-105-FLUX-MUTUELLE.
      * US-105 : Flux mensuel des adhesions, radiations (avec fin de
      *          portabilite) et changements d'option vers l'assureur
      *          mutuelle / prevoyance, un fichier par contrat, et
      *          rapprochement de l'appel de cotisations de l'assureur
      *          avec les parts retenues sur les bulletins
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
           SELECT FICHIER-MUTUELLES
               ASSIGN TO WS-CHEMIN-MUTUELLES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MUTUELLES.
           SELECT FICHIER-ADHERENTS
               ASSIGN TO WS-CHEMIN-ADHERENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ADHERENTS.
           SELECT FICHIER-MOUVEMENTS
               ASSIGN TO WS-CHEMIN-MOUVEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS.
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-APPEL
               ASSIGN TO WS-CHEMIN-APPEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-APPEL.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-MUTUELLES.
           COPY '../../../copybooks/mutuelle.cpy'.

        FD FICHIER-ADHERENTS.
           COPY '../../../copybooks/adherent-mutuelle.cpy'.

        FD FICHIER-MOUVEMENTS.
           COPY '../../../copybooks/mouvement-mutuelle.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-APPEL.
           COPY '../../../copybooks/appel-mutuelle.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(120).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-MODE             PIC X     VALUE SPACE.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-MUTUELLES PIC XX.
        01 WS-STATUT-ADHERENTS PIC XX.
        01 WS-STATUT-MOUVEMENTS PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-STATUT-APPEL     PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-DEBUT-PERIODE    PIC 9(8)  VALUE 0.
        01 WS-FIN-PERIODE      PIC 9(8)  VALUE 0.
        01 WS-DERNIER-ENVOI    PIC 9(6)  VALUE 0.

      * mutuelles.txt en memoire. WS-MUT-COUVERT = 'O' quand
      * l'employe est present dans employes.dat, embauche au plus
      * tard en fin de periode et non sorti a cette date : c'est la
      * population que l'assureur doit couvrir pour la periode.
        01 WS-TAB-MUT.
            05 WS-MUT OCCURS 999 TIMES.
                10 WS-MUT-EMP-ID    PIC 9(5).
                10 WS-MUT-CONTRAT   PIC X(10).
                10 WS-MUT-OPTION    PIC X.
                10 WS-MUT-SAL       PIC 9(3)V9(2).
                10 WS-MUT-PAT       PIC 9(3)V9(2).
                10 WS-MUT-COUVERT   PIC X.
        01 WS-NB-MUT           PIC 9(3)  VALUE 0.
        01 WS-IDX-MUT          PIC 9(3)  VALUE 0.
        01 WS-MUT-TROUVE       PIC 9(3)  VALUE 0.

      * Image des adherents transmis lors du dernier envoi.
        01 WS-TAB-ADH.
            05 WS-ADH OCCURS 999 TIMES.
                10 WS-ADH-EMP-ID    PIC 9(5).
                10 WS-ADH-CONTRAT   PIC X(10).
                10 WS-ADH-OPTION    PIC X.
                10 WS-ADH-SAL       PIC 9(3)V9(2).
                10 WS-ADH-PAT       PIC 9(3)V9(2).
                10 WS-ADH-STATUT    PIC X(8).
                10 WS-ADH-EFFET     PIC 9(8).
                10 WS-ADH-PORTABILITE PIC 9(8).
                10 WS-ADH-ENVOI     PIC 9(6).
        01 WS-NB-ADH           PIC 9(3)  VALUE 0.
        01 WS-IDX-ADH          PIC 9(3)  VALUE 0.
        01 WS-ADH-TROUVE       PIC 9(3)  VALUE 0.

      * Mouvements de la periode, tous contrats confondus.
        01 WS-TAB-MVT.
            05 WS-MVT OCCURS 2000 TIMES.
                10 WS-MVT-CONTRAT   PIC X(10).
                10 WS-MVT-NATURE    PIC X(12).
                10 WS-MVT-EMP-ID    PIC 9(5).
                10 WS-MVT-NIR       PIC X(15).
                10 WS-MVT-NOM       PIC X(20).
                10 WS-MVT-PRENOM    PIC X(20).
                10 WS-MVT-NAISSANCE PIC 9(8).
                10 WS-MVT-EFFET     PIC 9(8).
                10 WS-MVT-OPTION    PIC X.
                10 WS-MVT-OPTION-PREC PIC X.
                10 WS-MVT-PORTABILITE PIC 9(8).
                10 WS-MVT-SAL       PIC 9(3)V9(2).
                10 WS-MVT-PAT       PIC 9(3)V9(2).
        01 WS-NB-MVT           PIC 9(4)  VALUE 0.
        01 WS-IDX-MVT          PIC 9(4)  VALUE 0.
        01 WS-DEBORDEMENT      PIC X     VALUE 'N'.

      * Mouvement en cours de constitution.
        01 WS-NOUV-CONTRAT     PIC X(10).
        01 WS-NOUV-NATURE      PIC X(12).
        01 WS-NOUV-EMP-ID      PIC 9(5).
        01 WS-NOUV-EFFET       PIC 9(8).
        01 WS-NOUV-OPTION      PIC X.
        01 WS-NOUV-OPTION-PREC PIC X.
        01 WS-NOUV-PORTABILITE PIC 9(8).
        01 WS-NOUV-SAL         PIC 9(3)V9(2).
        01 WS-NOUV-PAT         PIC 9(3)V9(2).
        01 WS-EMP-TROUVE       PIC X     VALUE 'N'.

      * Contrats connus (mutuelles.txt, image, appel) et totaux du
      * rapprochement par contrat.
        01 WS-TAB-CTR.
            05 WS-CTR OCCURS 50 TIMES.
                10 WS-CTR-CODE      PIC X(10).
                10 WS-CTR-NB-MVT    PIC 9(4).
                10 WS-CTR-NB-APPELES PIC 9(4).
                10 WS-CTR-APP-SAL   PIC 9(7)V9(2).
                10 WS-CTR-APP-PAT   PIC 9(7)V9(2).
                10 WS-CTR-NB-RETENUS PIC 9(4).
                10 WS-CTR-RET-SAL   PIC 9(7)V9(2).
                10 WS-CTR-RET-PAT   PIC 9(7)V9(2).
        01 WS-NB-CTR           PIC 9(2)  VALUE 0.
        01 WS-IDX-CTR          PIC 9(2)  VALUE 0.
        01 WS-CTR-CHERCHE      PIC X(10).

      * Parts retenues sur les bulletins de la periode : employes
      * de l'extrait de paie x adhesion(s) de mutuelles.txt.
        01 WS-TAB-RET.
            05 WS-RET OCCURS 999 TIMES.
                10 WS-RET-CONTRAT   PIC X(10).
                10 WS-RET-EMP-ID    PIC 9(5).
                10 WS-RET-NOM       PIC X(20).
                10 WS-RET-SAL       PIC 9(3)V9(2).
                10 WS-RET-PAT       PIC 9(3)V9(2).
                10 WS-RET-RAPPROCHE PIC X.
        01 WS-NB-RET           PIC 9(3)  VALUE 0.
        01 WS-IDX-RET          PIC 9(3)  VALUE 0.
        01 WS-RET-TROUVE       PIC 9(3)  VALUE 0.
        01 WS-NB-LIGNES-EXTRAIT PIC 9(5) VALUE 0.
        01 WS-NB-LIGNES-APPEL  PIC 9(5)  VALUE 0.

      * Calcul de la fin de portabilite.
        01 WS-DATE-SORTIE      PIC 9(8)  VALUE 0.
        01 WS-DATE-SORTIE-R REDEFINES WS-DATE-SORTIE.
            05 WS-SOR-AAAA      PIC 9(4).
            05 WS-SOR-MM        PIC 9(2).
            05 WS-SOR-JJ        PIC 9(2).
        01 WS-DATE-EMBAUCHE    PIC 9(8)  VALUE 0.
        01 WS-DATE-EMBAUCHE-R REDEFINES WS-DATE-EMBAUCHE.
            05 WS-EMB-AAAA      PIC 9(4).
            05 WS-EMB-MM        PIC 9(2).
            05 WS-EMB-JJ        PIC 9(2).
        01 WS-DATE-CALC        PIC 9(8)  VALUE 0.
        01 WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
            05 WS-CALC-AAAA     PIC 9(4).
            05 WS-CALC-MM       PIC 9(2).
            05 WS-CALC-JJ       PIC 9(2).
        01 WS-DATE-MOIS-SUIV   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-MOIS    PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-MOIS-R REDEFINES WS-DATE-FIN-MOIS.
            05 FILLER           PIC 9(6).
            05 WS-FDM-JJ        PIC 9(2).
        01 WS-NB-MOIS          PIC S9(5) VALUE 0.
        01 WS-MOIS-ABSOLU      PIC 9(6)  VALUE 0.
        01 WS-INT-CALC         PIC 9(8)  VALUE 0.

        01 WS-NB-ADHESIONS     PIC 9(4)  VALUE 0.
        01 WS-NB-RADIATIONS    PIC 9(4)  VALUE 0.
        01 WS-NB-CHGT-OPTION   PIC 9(4)  VALUE 0.
        01 WS-NB-ANOMALIES     PIC 9(4)  VALUE 0.
        01 WS-ECART            PIC S9(7)V9(2) VALUE 0.
        01 WS-TOT-APPELE       PIC 9(7)V9(2) VALUE 0.
        01 WS-TOT-RETENU       PIC 9(7)V9(2) VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-MONTANT      PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZ9.99.
        01 WS-AFF-ECART        PIC -ZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MUTUELLES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ADHERENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MOUVEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-APPEL     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY 'Mode : (M)ouvements du mois, (R)approchement de '
               'l''appel de cotisations ou (I)nitialiser l''image '
               'des adherents ? '
           ACCEPT WS-MODE
           PERFORM SAISIR-PERIODE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-MUTUELLES
           EVALUATE WS-MODE
               WHEN 'R' WHEN 'r'
                   PERFORM RAPPROCHER-APPEL
               WHEN 'I' WHEN 'i'
                   PERFORM CHARGER-ADHERENTS
                   PERFORM INITIALISER-IMAGE
               WHEN OTHER
                   PERFORM CHARGER-ADHERENTS
                   PERFORM PRODUIRE-MOUVEMENTS
           END-EVALUATE
           CLOSE FICHIER-EMPLOYES
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../mutuelles.txt' TO WS-CHEMIN-MUTUELLES
               MOVE '../adherents-mutuelle.txt' TO
                   WS-CHEMIN-ADHERENTS
               MOVE '../extrait-paie.txt' TO WS-CHEMIN-EXTRAIT
               MOVE '../appel-mutuelle.txt' TO WS-CHEMIN-APPEL
               MOVE '../rapprochement-mutuelle.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/mutuelles.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MUTUELLES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/adherents-mutuelle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ADHERENTS
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/appel-mutuelle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-APPEL
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapprochement-mutuelle.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       DEFINIR-CHEMIN-MOUVEMENTS.
      * Un fichier par contrat et par periode : les envois deja
      * faits restent disponibles pour un renvoi a l'assureur.
           MOVE SPACES TO WS-CHEMIN-MOUVEMENTS
           IF WS-RACINE = SPACES
               STRING '../mouvements-mutuelle-'
                   FUNCTION TRIM(WS-CTR-CODE(WS-IDX-CTR)) '-'
                   WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MOUVEMENTS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/mouvements-mutuelle-'
                   FUNCTION TRIM(WS-CTR-CODE(WS-IDX-CTR)) '-'
                   WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MOUVEMENTS
           END-IF.

       SAISIR-PERIODE.
      * Par defaut le mois courant, celui du run de paie.
           DISPLAY 'Periode (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-PERIODE = WS-PERIODE * 100 + 31.

       CHARGER-MUTUELLES.
           MOVE 0 TO WS-NB-MUT
           OPEN INPUT FICHIER-MUTUELLES
           IF WS-STATUT-MUTUELLES NOT = '00'
               DISPLAY 'ERREUR : ouverture mutuelles.txt impossible '
                   '(statut ' WS-STATUT-MUTUELLES ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-MUTUELLES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-MUT < 999
                           ADD 1 TO WS-NB-MUT
                           PERFORM RETENIR-MUTUELLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-MUTUELLES
           MOVE 'N' TO WS-FIN.

       RETENIR-MUTUELLE.
           MOVE MUT-EMP-ID TO WS-MUT-EMP-ID(WS-NB-MUT)
           MOVE MUT-CONTRAT TO WS-MUT-CONTRAT(WS-NB-MUT)
           MOVE MUT-OPTION-FAM TO WS-MUT-OPTION(WS-NB-MUT)
           MOVE MUT-PART-SAL TO WS-MUT-SAL(WS-NB-MUT)
           MOVE MUT-PART-PAT TO WS-MUT-PAT(WS-NB-MUT)
           MOVE 'N' TO WS-MUT-COUVERT(WS-NB-MUT)
           MOVE MUT-CONTRAT TO WS-CTR-CHERCHE
           PERFORM TROUVER-CONTRAT
           MOVE MUT-EMP-ID TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-DATE-EMBAUCHE <= WS-FIN-PERIODE
                       AND (EMP-DATE-SORTIE = 0
                            OR EMP-DATE-SORTIE > WS-FIN-PERIODE)
                       MOVE 'O' TO WS-MUT-COUVERT(WS-NB-MUT)
                   END-IF
           END-READ.

       TROUVER-CONTRAT.
      * Positionne WS-IDX-CTR sur WS-CTR-CHERCHE, ajoute au besoin
      * (au-dela de 50 contrats, le dernier poste est reutilise).
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-NB-CTR
               OR WS-CTR-CODE(WS-IDX-CTR) = WS-CTR-CHERCHE
               CONTINUE
           END-PERFORM
           IF WS-IDX-CTR > WS-NB-CTR
               IF WS-NB-CTR < 50
                   ADD 1 TO WS-NB-CTR
               END-IF
               MOVE WS-NB-CTR TO WS-IDX-CTR
               MOVE WS-CTR-CHERCHE TO WS-CTR-CODE(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-NB-MVT(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-NB-APPELES(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-APP-SAL(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-APP-PAT(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-NB-RETENUS(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-RET-SAL(WS-IDX-CTR)
               MOVE 0 TO WS-CTR-RET-PAT(WS-IDX-CTR)
           END-IF.

       CHARGER-ADHERENTS.
      * Image absente : aucun envoi n'a encore ete fait (voir le
      * mode I pour reprendre les adherents deja connus de
      * l'assureur sans les lui renvoyer en adhesion).
           MOVE 0 TO WS-NB-ADH
           MOVE 0 TO WS-DERNIER-ENVOI
           OPEN INPUT FICHIER-ADHERENTS
           IF WS-STATUT-ADHERENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ADHERENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ADH < 999
                               ADD 1 TO WS-NB-ADH
                               PERFORM RETENIR-ADHERENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADHERENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-ADHERENT.
           MOVE ADH-EMP-ID TO WS-ADH-EMP-ID(WS-NB-ADH)
           MOVE ADH-CONTRAT TO WS-ADH-CONTRAT(WS-NB-ADH)
           MOVE ADH-OPTION-FAM TO WS-ADH-OPTION(WS-NB-ADH)
           MOVE ADH-PART-SAL TO WS-ADH-SAL(WS-NB-ADH)
           MOVE ADH-PART-PAT TO WS-ADH-PAT(WS-NB-ADH)
           MOVE ADH-STATUT TO WS-ADH-STATUT(WS-NB-ADH)
           MOVE ADH-DATE-EFFET TO WS-ADH-EFFET(WS-NB-ADH)
           MOVE ADH-FIN-PORTABILITE TO WS-ADH-PORTABILITE(WS-NB-ADH)
           MOVE ADH-PERIODE-ENVOI TO WS-ADH-ENVOI(WS-NB-ADH)
           IF ADH-PERIODE-ENVOI > WS-DERNIER-ENVOI
               MOVE ADH-PERIODE-ENVOI TO WS-DERNIER-ENVOI
           END-IF
           IF ADH-STATUT = 'ADHERENT'
               MOVE ADH-CONTRAT TO WS-CTR-CHERCHE
               PERFORM TROUVER-CONTRAT
           END-IF.

       INITIALISER-IMAGE.
      * Reprise : les adherents couverts ce mois sont deja connus de
      * l'assureur ; l'image est constituee sans flux, le premier
      * envoi portera la periode suivante.
           IF WS-NB-ADH > 0
               DISPLAY 'Image des adherents deja constituee (dernier '
                   'envoi ' WS-DERNIER-ENVOI ') : initialisation '
                   'refusee.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX-MUT FROM 1 BY 1
                   UNTIL WS-IDX-MUT > WS-NB-MUT
                   IF WS-MUT-COUVERT(WS-IDX-MUT) = 'O'
                       AND WS-NB-ADH < 999
                       ADD 1 TO WS-NB-ADH
                       MOVE WS-NB-ADH TO WS-IDX-ADH
                       PERFORM POSER-ADHERENT
                       MOVE WS-DEBUT-PERIODE TO
                           WS-ADH-EFFET(WS-IDX-ADH)
                   END-IF
               END-PERFORM
               PERFORM ECRIRE-ADHERENTS
               MOVE WS-NB-ADH TO WS-AFF-NB
               DISPLAY 'Image des adherents initialisee au '
                   WS-PERIODE ' : ' WS-AFF-NB ' adherent(s)'
           END-IF.

       POSER-ADHERENT.
      * Ligne d'image WS-IDX-ADH <- adhesion WS-IDX-MUT.
           MOVE WS-MUT-EMP-ID(WS-IDX-MUT) TO WS-ADH-EMP-ID(WS-IDX-ADH)
           MOVE WS-MUT-CONTRAT(WS-IDX-MUT) TO
               WS-ADH-CONTRAT(WS-IDX-ADH)
           MOVE WS-MUT-OPTION(WS-IDX-MUT) TO WS-ADH-OPTION(WS-IDX-ADH)
           MOVE WS-MUT-SAL(WS-IDX-MUT) TO WS-ADH-SAL(WS-IDX-ADH)
           MOVE WS-MUT-PAT(WS-IDX-MUT) TO WS-ADH-PAT(WS-IDX-ADH)
           MOVE 'ADHERENT' TO WS-ADH-STATUT(WS-IDX-ADH)
           MOVE 0 TO WS-ADH-PORTABILITE(WS-IDX-ADH)
           MOVE WS-PERIODE TO WS-ADH-ENVOI(WS-IDX-ADH).

       PRODUIRE-MOUVEMENTS.
      * Une periode deja transmise n'est pas recalculee : l'image a
      * ete mise a jour par l'envoi et les fichiers emis restent
      * disponibles pour un renvoi.
           IF WS-DERNIER-ENVOI NOT < WS-PERIODE
               DISPLAY 'Periode ' WS-PERIODE ' deja transmise a '
                   'l''assureur (dernier envoi ' WS-DERNIER-ENVOI ').'
               DISPLAY 'Fichiers mouvements-mutuelle inchanges.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM DETECTER-RADIATIONS
               PERFORM DETECTER-ADHESIONS
               IF WS-DEBORDEMENT = 'O'
                   DISPLAY 'ERREUR : plus de 2000 mouvements sur la '
                       'periode, aucun fichier emis.'
                   DISPLAY 'Image des adherents inchangee.'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM ECRIRE-MOUVEMENTS
                   PERFORM ECRIRE-ADHERENTS
                   PERFORM AFFICHER-SYNTHESE-MOUVEMENTS
               END-IF
           END-IF.

       DETECTER-RADIATIONS.
      * Chaque ADHERENT de l'image : toujours couvert sur le meme
      * contrat -> option famille comparee ; sinon radiation (sortie
      * de l'entreprise, fiche supprimee, adhesion retiree de
      * mutuelles.txt ou changement de contrat).
           PERFORM VARYING WS-IDX-ADH FROM 1 BY 1
               UNTIL WS-IDX-ADH > WS-NB-ADH
               IF WS-ADH-STATUT(WS-IDX-ADH) = 'ADHERENT'
                   MOVE 0 TO WS-MUT-TROUVE
                   PERFORM VARYING WS-IDX-MUT FROM 1 BY 1
                       UNTIL WS-IDX-MUT > WS-NB-MUT
                       IF WS-MUT-EMP-ID(WS-IDX-MUT)
                           = WS-ADH-EMP-ID(WS-IDX-ADH)
                           AND WS-MUT-CONTRAT(WS-IDX-MUT)
                               = WS-ADH-CONTRAT(WS-IDX-ADH)
                           AND WS-MUT-COUVERT(WS-IDX-MUT) = 'O'
                           MOVE WS-IDX-MUT TO WS-MUT-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-MUT-TROUVE = 0
                       PERFORM RADIER-ADHERENT
                   ELSE
                       PERFORM COMPARER-OPTION
                   END-IF
               END-IF
           END-PERFORM.

       RADIER-ADHERENT.
      * Sortie dans la periode ou avant : radiation a la date de
      * sortie avec fin de portabilite ; autre cas : radiation au
      * premier jour de la periode, sans portabilite.
           MOVE WS-ADH-EMP-ID(WS-IDX-ADH) TO WS-NOUV-EMP-ID
           PERFORM LIRE-EMPLOYE
           MOVE WS-DEBUT-PERIODE TO WS-NOUV-EFFET
           MOVE 0 TO WS-NOUV-PORTABILITE
           IF WS-EMP-TROUVE = 'O'
               IF EMP-DATE-SORTIE NOT = 0
                   AND EMP-DATE-SORTIE <= WS-FIN-PERIODE
                   MOVE EMP-DATE-SORTIE TO WS-NOUV-EFFET
                   PERFORM CALCULER-PORTABILITE
               END-IF
           END-IF
           MOVE WS-ADH-CONTRAT(WS-IDX-ADH) TO WS-NOUV-CONTRAT
           MOVE 'RADIATION' TO WS-NOUV-NATURE
           MOVE WS-ADH-OPTION(WS-IDX-ADH) TO WS-NOUV-OPTION
           MOVE WS-ADH-OPTION(WS-IDX-ADH) TO WS-NOUV-OPTION-PREC
           MOVE WS-ADH-SAL(WS-IDX-ADH) TO WS-NOUV-SAL
           MOVE WS-ADH-PAT(WS-IDX-ADH) TO WS-NOUV-PAT
           PERFORM AJOUTER-MOUVEMENT
           ADD 1 TO WS-NB-RADIATIONS
           MOVE 'RADIE' TO WS-ADH-STATUT(WS-IDX-ADH)
           MOVE WS-NOUV-EFFET TO WS-ADH-EFFET(WS-IDX-ADH)
           MOVE WS-NOUV-PORTABILITE TO WS-ADH-PORTABILITE(WS-IDX-ADH)
           MOVE WS-PERIODE TO WS-ADH-ENVOI(WS-IDX-ADH).

       COMPARER-OPTION.
      * Les parts suivent mutuelles.txt dans l'image ; seul un
      * changement d'option famille est un mouvement pour
      * l'assureur.
           MOVE WS-MUT-TROUVE TO WS-IDX-MUT
           IF WS-MUT-OPTION(WS-IDX-MUT) NOT = WS-ADH-OPTION(WS-IDX-ADH)
               MOVE WS-ADH-EMP-ID(WS-IDX-ADH) TO WS-NOUV-EMP-ID
               PERFORM LIRE-EMPLOYE
               MOVE WS-ADH-CONTRAT(WS-IDX-ADH) TO WS-NOUV-CONTRAT
               MOVE 'CHGT-OPTION' TO WS-NOUV-NATURE
               MOVE WS-DEBUT-PERIODE TO WS-NOUV-EFFET
               MOVE 0 TO WS-NOUV-PORTABILITE
               MOVE WS-MUT-OPTION(WS-IDX-MUT) TO WS-NOUV-OPTION
               MOVE WS-ADH-OPTION(WS-IDX-ADH) TO WS-NOUV-OPTION-PREC
               MOVE WS-MUT-SAL(WS-IDX-MUT) TO WS-NOUV-SAL
               MOVE WS-MUT-PAT(WS-IDX-MUT) TO WS-NOUV-PAT
               PERFORM AJOUTER-MOUVEMENT
               ADD 1 TO WS-NB-CHGT-OPTION
               MOVE WS-MUT-OPTION(WS-IDX-MUT) TO
                   WS-ADH-OPTION(WS-IDX-ADH)
               MOVE WS-PERIODE TO WS-ADH-ENVOI(WS-IDX-ADH)
           END-IF
           MOVE WS-MUT-SAL(WS-IDX-MUT) TO WS-ADH-SAL(WS-IDX-ADH)
           MOVE WS-MUT-PAT(WS-IDX-MUT) TO WS-ADH-PAT(WS-IDX-ADH).

       DETECTER-ADHESIONS.
      * Adhesion couverte absente de l'image (ou seulement en RADIE,
      * cas d'une reembauche) : adhesion a la date d'embauche si
      * elle tombe dans la periode, sinon au premier jour.
           PERFORM VARYING WS-IDX-MUT FROM 1 BY 1
               UNTIL WS-IDX-MUT > WS-NB-MUT
               IF WS-MUT-COUVERT(WS-IDX-MUT) = 'O'
                   MOVE 0 TO WS-ADH-TROUVE
                   PERFORM VARYING WS-IDX-ADH FROM 1 BY 1
                       UNTIL WS-IDX-ADH > WS-NB-ADH
                       IF WS-ADH-EMP-ID(WS-IDX-ADH)
                           = WS-MUT-EMP-ID(WS-IDX-MUT)
                           AND WS-ADH-CONTRAT(WS-IDX-ADH)
                               = WS-MUT-CONTRAT(WS-IDX-MUT)
                           MOVE WS-IDX-ADH TO WS-ADH-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-ADH-TROUVE = 0
                       PERFORM ADHERER
                   ELSE
                       IF WS-ADH-STATUT(WS-ADH-TROUVE) NOT = 'ADHERENT'
                           PERFORM ADHERER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADHERER.
           MOVE WS-MUT-EMP-ID(WS-IDX-MUT) TO WS-NOUV-EMP-ID
           PERFORM LIRE-EMPLOYE
           MOVE WS-DEBUT-PERIODE TO WS-NOUV-EFFET
           IF WS-EMP-TROUVE = 'O'
               IF EMP-DATE-EMBAUCHE > WS-DEBUT-PERIODE
                   MOVE EMP-DATE-EMBAUCHE TO WS-NOUV-EFFET
               END-IF
           END-IF
           MOVE WS-MUT-CONTRAT(WS-IDX-MUT) TO WS-NOUV-CONTRAT
           MOVE 'ADHESION' TO WS-NOUV-NATURE
           MOVE 0 TO WS-NOUV-PORTABILITE
           MOVE WS-MUT-OPTION(WS-IDX-MUT) TO WS-NOUV-OPTION
           MOVE SPACE TO WS-NOUV-OPTION-PREC
           MOVE WS-MUT-SAL(WS-IDX-MUT) TO WS-NOUV-SAL
           MOVE WS-MUT-PAT(WS-IDX-MUT) TO WS-NOUV-PAT
           PERFORM AJOUTER-MOUVEMENT
           ADD 1 TO WS-NB-ADHESIONS
           IF WS-ADH-TROUVE = 0
               IF WS-NB-ADH < 999
                   ADD 1 TO WS-NB-ADH
                   MOVE WS-NB-ADH TO WS-IDX-ADH
                   PERFORM POSER-ADHERENT
                   MOVE WS-NOUV-EFFET TO WS-ADH-EFFET(WS-IDX-ADH)
               ELSE
                   MOVE 'O' TO WS-DEBORDEMENT
               END-IF
           ELSE
               MOVE WS-ADH-TROUVE TO WS-IDX-ADH
               PERFORM POSER-ADHERENT
               MOVE WS-NOUV-EFFET TO WS-ADH-EFFET(WS-IDX-ADH)
           END-IF.

       LIRE-EMPLOYE.
           MOVE 'N' TO WS-EMP-TROUVE
           MOVE WS-NOUV-EMP-ID TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE 'N' TO WS-EMP-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-EMP-TROUVE
           END-READ.

       CALCULER-PORTABILITE.
      * Maintien des garanties apres la sortie pendant la duree du
      * dernier contrat, arrondie au mois superieur, 12 mois au
      * plus ; meme quantieme que la sortie, ramene au dernier jour
      * du mois si ce mois est plus court.
           MOVE EMP-DATE-SORTIE TO WS-DATE-SORTIE
           MOVE EMP-DATE-EMBAUCHE TO WS-DATE-EMBAUCHE
           IF WS-DATE-EMBAUCHE = 0
               MOVE 12 TO WS-NB-MOIS
           ELSE
               COMPUTE WS-NB-MOIS =
                   (WS-SOR-AAAA * 12 + WS-SOR-MM)
                   - (WS-EMB-AAAA * 12 + WS-EMB-MM)
               IF WS-SOR-JJ > WS-EMB-JJ
                   ADD 1 TO WS-NB-MOIS
               END-IF
           END-IF
           IF WS-NB-MOIS < 1
               MOVE 1 TO WS-NB-MOIS
           END-IF
           IF WS-NB-MOIS > 12
               MOVE 12 TO WS-NB-MOIS
           END-IF
           COMPUTE WS-MOIS-ABSOLU =
               WS-SOR-AAAA * 12 + WS-SOR-MM - 1 + WS-NB-MOIS
           DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-CALC-AAAA
               REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           MOVE WS-SOR-JJ TO WS-CALC-JJ
           IF WS-CALC-JJ > 28
               IF WS-CALC-MM = 12
                   COMPUTE WS-DATE-MOIS-SUIV =
                       (WS-CALC-AAAA + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATE-MOIS-SUIV =
                       WS-CALC-AAAA * 10000 + (WS-CALC-MM + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-INT-CALC =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS-SUIV) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-INT-CALC)
                   TO WS-DATE-FIN-MOIS
               IF WS-CALC-JJ > WS-FDM-JJ
                   MOVE WS-FDM-JJ TO WS-CALC-JJ
               END-IF
           END-IF
           MOVE WS-DATE-CALC TO WS-NOUV-PORTABILITE.

       AJOUTER-MOUVEMENT.
           IF WS-NB-MVT < 2000
               ADD 1 TO WS-NB-MVT
               MOVE WS-NOUV-CONTRAT TO WS-MVT-CONTRAT(WS-NB-MVT)
               MOVE WS-NOUV-NATURE TO WS-MVT-NATURE(WS-NB-MVT)
               MOVE WS-NOUV-EMP-ID TO WS-MVT-EMP-ID(WS-NB-MVT)
               MOVE WS-NOUV-EFFET TO WS-MVT-EFFET(WS-NB-MVT)
               MOVE WS-NOUV-OPTION TO WS-MVT-OPTION(WS-NB-MVT)
               MOVE WS-NOUV-OPTION-PREC TO
                   WS-MVT-OPTION-PREC(WS-NB-MVT)
               MOVE WS-NOUV-PORTABILITE TO
                   WS-MVT-PORTABILITE(WS-NB-MVT)
               MOVE WS-NOUV-SAL TO WS-MVT-SAL(WS-NB-MVT)
               MOVE WS-NOUV-PAT TO WS-MVT-PAT(WS-NB-MVT)
               IF WS-EMP-TROUVE = 'O'
                   MOVE EMP-NIR TO WS-MVT-NIR(WS-NB-MVT)
                   MOVE EMP-NOM TO WS-MVT-NOM(WS-NB-MVT)
                   MOVE EMP-PRENOM TO WS-MVT-PRENOM(WS-NB-MVT)
                   MOVE EMP-DATE-NAISSANCE TO
                       WS-MVT-NAISSANCE(WS-NB-MVT)
               ELSE
                   MOVE SPACES TO WS-MVT-NIR(WS-NB-MVT)
                   MOVE SPACES TO WS-MVT-NOM(WS-NB-MVT)
                   MOVE SPACES TO WS-MVT-PRENOM(WS-NB-MVT)
                   MOVE 0 TO WS-MVT-NAISSANCE(WS-NB-MVT)
               END-IF
               MOVE WS-NOUV-CONTRAT TO WS-CTR-CHERCHE
               PERFORM TROUVER-CONTRAT
               ADD 1 TO WS-CTR-NB-MVT(WS-IDX-CTR)
           ELSE
               MOVE 'O' TO WS-DEBORDEMENT
           END-IF.

       ECRIRE-MOUVEMENTS.
      * Un fichier par contrat connu, meme sans mouvement : l'assureur
      * distingue un mois calme d'un envoi manquant.
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-NB-CTR
               PERFORM DEFINIR-CHEMIN-MOUVEMENTS
               OPEN OUTPUT FICHIER-MOUVEMENTS
               IF WS-STATUT-MOUVEMENTS NOT = '00'
                   DISPLAY 'ERREUR : ouverture '
                       FUNCTION TRIM(WS-CHEMIN-MOUVEMENTS)
                       ' impossible (statut ' WS-STATUT-MOUVEMENTS ')'
                   DISPLAY 'Image des adherents inchangee.'
                   CLOSE FICHIER-EMPLOYES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO MVTM-RECORD
               MOVE 'ENT' TO MVTM-TYPE
               MOVE WS-CTR-CODE(WS-IDX-CTR) TO MVTM-CONTRAT
               MOVE WS-PERIODE TO MVTM-PERIODE
               MOVE WS-DATE-SYS TO MVTM-DATE-EXTRACTION
               MOVE WS-DERNIER-ENVOI TO MVTM-PERIODE-PREC
               WRITE MVTM-RECORD
               PERFORM VARYING WS-IDX-MVT FROM 1 BY 1
                   UNTIL WS-IDX-MVT > WS-NB-MVT
                   IF WS-MVT-CONTRAT(WS-IDX-MVT)
                       = WS-CTR-CODE(WS-IDX-CTR)
                       PERFORM ECRIRE-UN-MOUVEMENT
                   END-IF
               END-PERFORM
               MOVE SPACES TO MVTM-RECORD
               MOVE 'FIN' TO MVTM-TYPE
               MOVE WS-CTR-CODE(WS-IDX-CTR) TO MVTM-CONTRAT
               MOVE WS-PERIODE TO MVTM-PERIODE
               MOVE WS-CTR-NB-MVT(WS-IDX-CTR) TO MVTM-NB-MOUVEMENTS
               WRITE MVTM-RECORD
               CLOSE FICHIER-MOUVEMENTS
           END-PERFORM.

       ECRIRE-UN-MOUVEMENT.
           MOVE SPACES TO MVTM-RECORD
           MOVE 'MVT' TO MVTM-TYPE
           MOVE WS-MVT-CONTRAT(WS-IDX-MVT) TO MVTM-CONTRAT
           MOVE WS-PERIODE TO MVTM-PERIODE
           MOVE WS-MVT-NATURE(WS-IDX-MVT) TO MVTM-NATURE
           MOVE WS-MVT-EMP-ID(WS-IDX-MVT) TO MVTM-EMP-ID
           MOVE WS-MVT-NIR(WS-IDX-MVT) TO MVTM-NIR
           MOVE WS-MVT-NOM(WS-IDX-MVT) TO MVTM-NOM
           MOVE WS-MVT-PRENOM(WS-IDX-MVT) TO MVTM-PRENOM
           MOVE WS-MVT-NAISSANCE(WS-IDX-MVT) TO MVTM-DATE-NAISSANCE
           MOVE WS-MVT-EFFET(WS-IDX-MVT) TO MVTM-DATE-EFFET
           MOVE WS-MVT-OPTION(WS-IDX-MVT) TO MVTM-OPTION-FAM
           MOVE WS-MVT-OPTION-PREC(WS-IDX-MVT) TO MVTM-OPTION-PREC
           MOVE WS-MVT-PORTABILITE(WS-IDX-MVT) TO
               MVTM-FIN-PORTABILITE
           MOVE WS-MVT-SAL(WS-IDX-MVT) TO MVTM-PART-SAL
           MOVE WS-MVT-PAT(WS-IDX-MVT) TO MVTM-PART-PAT
           WRITE MVTM-RECORD.

       ECRIRE-ADHERENTS.
           OPEN OUTPUT FICHIER-ADHERENTS
           IF WS-STATUT-ADHERENTS NOT = '00'
               DISPLAY 'ERREUR : ecriture adherents-mutuelle.txt '
                   'impossible (statut ' WS-STATUT-ADHERENTS ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-ADH FROM 1 BY 1
               UNTIL WS-IDX-ADH > WS-NB-ADH
               MOVE WS-ADH-EMP-ID(WS-IDX-ADH) TO ADH-EMP-ID
               MOVE WS-ADH-CONTRAT(WS-IDX-ADH) TO ADH-CONTRAT
               MOVE WS-ADH-OPTION(WS-IDX-ADH) TO ADH-OPTION-FAM
               MOVE WS-ADH-SAL(WS-IDX-ADH) TO ADH-PART-SAL
               MOVE WS-ADH-PAT(WS-IDX-ADH) TO ADH-PART-PAT
               MOVE WS-ADH-STATUT(WS-IDX-ADH) TO ADH-STATUT
               MOVE WS-ADH-EFFET(WS-IDX-ADH) TO ADH-DATE-EFFET
               MOVE WS-ADH-PORTABILITE(WS-IDX-ADH) TO
                   ADH-FIN-PORTABILITE
               MOVE WS-ADH-ENVOI(WS-IDX-ADH) TO ADH-PERIODE-ENVOI
               WRITE ADHERENT-RECORD
           END-PERFORM
           CLOSE FICHIER-ADHERENTS.

       AFFICHER-SYNTHESE-MOUVEMENTS.
           DISPLAY 'Flux mutuelle / prevoyance ' WS-PERIODE
               ' (precedent envoi ' WS-DERNIER-ENVOI ')'
           MOVE WS-NB-ADHESIONS TO WS-AFF-NB
           DISPLAY 'Adhesions          : ' WS-AFF-NB
           MOVE WS-NB-RADIATIONS TO WS-AFF-NB
           DISPLAY 'Radiations         : ' WS-AFF-NB
           MOVE WS-NB-CHGT-OPTION TO WS-AFF-NB
           DISPLAY 'Changements option : ' WS-AFF-NB
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-NB-CTR
               PERFORM DEFINIR-CHEMIN-MOUVEMENTS
               MOVE WS-CTR-NB-MVT(WS-IDX-CTR) TO WS-AFF-NB
               DISPLAY '  ' WS-CTR-CODE(WS-IDX-CTR) ' : ' WS-AFF-NB
                   ' mouvement(s) -> '
                   FUNCTION TRIM(WS-CHEMIN-MOUVEMENTS)
           END-PERFORM.

       RAPPROCHER-APPEL.
      * Nos parts de la periode : chaque employe paye (extrait de
      * paie, bulletins non annules) x son adhesion dans
      * mutuelles.txt, US-03 retenant la part salariale et
      * comptant la part patronale du mois entier.
           PERFORM CHARGER-RETENUES
           IF WS-NB-LIGNES-EXTRAIT = 0
               DISPLAY 'ERREUR : aucune ligne de l''extrait de paie '
                   'pour la periode ' WS-PERIODE
               DISPLAY 'Lancer d''abord l''extrait de paie (US-102).'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FICHIER-APPEL
           IF WS-STATUT-APPEL NOT = '00'
               DISPLAY 'ERREUR : ouverture appel-mutuelle.txt '
                   'impossible (statut ' WS-STATUT-APPEL ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'RAPPROCHEMENT APPEL MUTUELLE / PREVOYANCE - '
               'PERIODE ' WS-PERIODE ' - EDITE LE ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '-' TO LIGNE-RAPPORT(1:80)
           WRITE LIGNE-RAPPORT
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-APPEL
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF APM-PERIODE = WS-PERIODE
                           ADD 1 TO WS-NB-LIGNES-APPEL
                           PERFORM RAPPROCHER-LIGNE-APPEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-APPEL
           MOVE 'N' TO WS-FIN
           IF WS-NB-LIGNES-APPEL = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'AUCUNE LIGNE D''APPEL POUR LA PERIODE '
                   WS-PERIODE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               ADD 1 TO WS-NB-ANOMALIES
           END-IF
           PERFORM LISTER-NON-APPELES
           PERFORM ECRIRE-TOTAUX-CONTRATS
           CLOSE FICHIER-RAPPORT
           MOVE WS-NB-ANOMALIES TO WS-AFF-NB
           DISPLAY 'Rapprochement mutuelle ' WS-PERIODE ' : '
               WS-AFF-NB ' ecart(s) (voir rapprochement-mutuelle.txt)'
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHARGER-RETENUES.
           MOVE 0 TO WS-NB-RET
           MOVE 0 TO WS-NB-LIGNES-EXTRAIT
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE = WS-PERIODE
                               ADD 1 TO WS-NB-LIGNES-EXTRAIT
                               PERFORM RETENIR-PARTS-EMPLOYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-PARTS-EMPLOYE.
           PERFORM VARYING WS-IDX-MUT FROM 1 BY 1
               UNTIL WS-IDX-MUT > WS-NB-MUT
               IF WS-MUT-EMP-ID(WS-IDX-MUT) = EXT-EMP-ID
                   AND WS-NB-RET < 999
                   ADD 1 TO WS-NB-RET
                   MOVE WS-MUT-CONTRAT(WS-IDX-MUT) TO
                       WS-RET-CONTRAT(WS-NB-RET)
                   MOVE EXT-EMP-ID TO WS-RET-EMP-ID(WS-NB-RET)
                   MOVE EXT-NOM TO WS-RET-NOM(WS-NB-RET)
                   MOVE WS-MUT-SAL(WS-IDX-MUT) TO WS-RET-SAL(WS-NB-RET)
                   MOVE WS-MUT-PAT(WS-IDX-MUT) TO WS-RET-PAT(WS-NB-RET)
                   MOVE 'N' TO WS-RET-RAPPROCHE(WS-NB-RET)
                   MOVE WS-MUT-CONTRAT(WS-IDX-MUT) TO WS-CTR-CHERCHE
                   PERFORM TROUVER-CONTRAT
                   ADD 1 TO WS-CTR-NB-RETENUS(WS-IDX-CTR)
                   ADD WS-MUT-SAL(WS-IDX-MUT) TO
                       WS-CTR-RET-SAL(WS-IDX-CTR)
                   ADD WS-MUT-PAT(WS-IDX-MUT) TO
                       WS-CTR-RET-PAT(WS-IDX-CTR)
               END-IF
           END-PERFORM.

       RAPPROCHER-LIGNE-APPEL.
           MOVE APM-CONTRAT TO WS-CTR-CHERCHE
           PERFORM TROUVER-CONTRAT
           ADD 1 TO WS-CTR-NB-APPELES(WS-IDX-CTR)
           ADD APM-COTIS-SAL TO WS-CTR-APP-SAL(WS-IDX-CTR)
           ADD APM-COTIS-PAT TO WS-CTR-APP-PAT(WS-IDX-CTR)
           MOVE 0 TO WS-RET-TROUVE
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-NB-RET
               IF WS-RET-EMP-ID(WS-IDX-RET) = APM-EMP-ID
                   AND WS-RET-CONTRAT(WS-IDX-RET) = APM-CONTRAT
                   AND WS-RET-RAPPROCHE(WS-IDX-RET) = 'N'
                   MOVE WS-IDX-RET TO WS-RET-TROUVE
               END-IF
           END-PERFORM
           MOVE APM-EMP-ID TO WS-ID-AFF
           IF WS-RET-TROUVE = 0
               PERFORM SIGNALER-APPELE-SANS-RETENUE
           ELSE
               MOVE 'O' TO WS-RET-RAPPROCHE(WS-RET-TROUVE)
               IF APM-COTIS-SAL NOT = WS-RET-SAL(WS-RET-TROUVE)
                   OR APM-COTIS-PAT NOT = WS-RET-PAT(WS-RET-TROUVE)
                   ADD 1 TO WS-NB-ANOMALIES
                   COMPUTE WS-ECART = APM-COTIS-SAL + APM-COTIS-PAT
                       - WS-RET-SAL(WS-RET-TROUVE)
                       - WS-RET-PAT(WS-RET-TROUVE)
                   MOVE WS-ECART TO WS-AFF-ECART
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'ECART DE MONTANT : ' APM-CONTRAT
                       ' EMP-ID ' WS-ID-AFF ' ' APM-NOM
                       ' appele - retenu =' WS-AFF-ECART
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF.

       SIGNALER-APPELE-SANS-RETENUE.
      * Cotisation appelee pour une personne que nous n'avons pas
      * retenue ce mois : le plus souvent un sorti que l'assureur
      * couvre encore.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE APM-EMP-ID TO WS-NOUV-EMP-ID
           PERFORM LIRE-EMPLOYE
           MOVE APM-COTIS-SAL TO WS-AFF-MONTANT
           MOVE APM-COTIS-PAT TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-EMP-TROUVE = 'N'
               STRING 'APPELE SANS RETENUE : ' APM-CONTRAT
                   ' EMP-ID ' WS-ID-AFF ' ' APM-NOM
                   ' absent d''employes.dat, sal ' WS-AFF-MONTANT
                   ' pat ' WS-AFF-MONTANT-2
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               IF EMP-DATE-SORTIE NOT = 0
                   AND EMP-DATE-SORTIE < WS-DEBUT-PERIODE
                   STRING 'APPELE SANS RETENUE : ' APM-CONTRAT
                       ' EMP-ID ' WS-ID-AFF ' ' APM-NOM
                       ' sorti le ' EMP-DATE-SORTIE ', sal '
                       WS-AFF-MONTANT ' pat ' WS-AFF-MONTANT-2
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               ELSE
                   STRING 'APPELE SANS RETENUE : ' APM-CONTRAT
                       ' EMP-ID ' WS-ID-AFF ' ' APM-NOM
                       ' non paye ou sans adhesion, sal '
                       WS-AFF-MONTANT ' pat ' WS-AFF-MONTANT-2
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               END-IF
           END-IF
           WRITE LIGNE-RAPPORT.

       LISTER-NON-APPELES.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-NB-RET
               IF WS-RET-RAPPROCHE(WS-IDX-RET) = 'N'
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE WS-RET-EMP-ID(WS-IDX-RET) TO WS-ID-AFF
                   MOVE WS-RET-SAL(WS-IDX-RET) TO WS-AFF-MONTANT
                   MOVE WS-RET-PAT(WS-IDX-RET) TO WS-AFF-MONTANT-2
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'RETENU NON APPELE : '
                       WS-RET-CONTRAT(WS-IDX-RET) ' EMP-ID '
                       WS-ID-AFF ' ' WS-RET-NOM(WS-IDX-RET)
                       ' sal ' WS-AFF-MONTANT ' pat ' WS-AFF-MONTANT-2
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       ECRIRE-TOTAUX-CONTRATS.
           MOVE ALL '-' TO LIGNE-RAPPORT(1:80)
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-CTR FROM 1 BY 1
               UNTIL WS-IDX-CTR > WS-NB-CTR
               IF WS-CTR-NB-APPELES(WS-IDX-CTR) > 0
                   OR WS-CTR-NB-RETENUS(WS-IDX-CTR) > 0
                   PERFORM ECRIRE-TOTAUX-UN-CONTRAT
               END-IF
           END-PERFORM.

       ECRIRE-TOTAUX-UN-CONTRAT.
           COMPUTE WS-TOT-APPELE = WS-CTR-APP-SAL(WS-IDX-CTR)
               + WS-CTR-APP-PAT(WS-IDX-CTR)
           COMPUTE WS-TOT-RETENU = WS-CTR-RET-SAL(WS-IDX-CTR)
               + WS-CTR-RET-PAT(WS-IDX-CTR)
           COMPUTE WS-ECART = WS-TOT-APPELE - WS-TOT-RETENU
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE WS-CTR-NB-APPELES(WS-IDX-CTR) TO WS-AFF-NB
           STRING 'Contrat ' WS-CTR-CODE(WS-IDX-CTR)
               ' : ' WS-AFF-NB ' assure(s) appele(s)'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-CTR-APP-SAL(WS-IDX-CTR) TO WS-AFF-MONTANT
           MOVE WS-CTR-APP-PAT(WS-IDX-CTR) TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Appele  part salariale ' WS-AFF-MONTANT
               '  part patronale ' WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-CTR-RET-SAL(WS-IDX-CTR) TO WS-AFF-MONTANT
           MOVE WS-CTR-RET-PAT(WS-IDX-CTR) TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Retenu  part salariale ' WS-AFF-MONTANT
               '  part patronale ' WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-ECART TO WS-AFF-ECART
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  Ecart total (appele - retenu) ' WS-AFF-ECART
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
