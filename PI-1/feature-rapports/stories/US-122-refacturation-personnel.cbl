       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-122-REFACTURATION-PERSONNEL.
      * US-122 : Refacturation trimestrielle du cout du personnel
      *          partage entre etablissements et entites du groupe :
      *          releve par couple emetteur / destinataire, marge
      *          convenue et registre repris par l'export comptable
      * Feature : Rapports
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
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-ANALYTIQUE
               ASSIGN TO WS-CHEMIN-ANALYTIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANALYTIQUE.
           SELECT FICHIER-CONVENTIONS
               ASSIGN TO WS-CHEMIN-CONVENTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CONVENTIONS.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-CATALOGUE
               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-REGISTRE
               ASSIGN TO WS-CHEMIN-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.
           SELECT FICHIER-RELEVE
               ASSIGN TO WS-CHEMIN-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVE.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-ANALYTIQUE.
           COPY '../../../copybooks/analytique.cpy'.

        FD FICHIER-CONVENTIONS.
           COPY '../../../copybooks/convention-refacturation.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-REGISTRE.
           COPY '../../../copybooks/refacturation.cpy'.

        FD FICHIER-RELEVE.
        01 LIGNE-RELEVE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-ANALYTIQUE PIC XX.
        01 WS-STATUT-CONVENTIONS PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-STATUT-REGISTRE  PIC XX.
        01 WS-STATUT-RELEVE    PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * Trimestre AAAAT (vide = dernier trimestre civil acheve).
        01 WS-SAISIE-TRIMESTRE PIC X(5)  VALUE SPACES.
        01 WS-TRIMESTRE        PIC 9(5)  VALUE 0.
        01 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE.
            05 WS-TRIM-AAAA    PIC 9(4).
            05 WS-TRIM-T       PIC 9.
        01 WS-DATE-FIN-TRIM    PIC 9(8)  VALUE 0.
        01 WS-PERIODE-1        PIC 9(6)  VALUE 0.
        01 WS-PERIODE-3        PIC 9(6)  VALUE 0.
        01 WS-MOIS-FIN         PIC 9(2)  VALUE 0.
        01 WS-MOIS-SYS         PIC 9(2)  VALUE 0.

      * Axe de repartition-analytique.txt qui porte l'entite
      * beneficiaire du temps de travail : pour un salarie partage,
      * une ligne par entite, dont son propre site pour la part qui
      * n'est pas refacturee, sommant a 100 comme tout axe.
        01 WS-AXE-ENTITE       PIC X(10) VALUE 'ENTITE'.
        01 WS-TAB-ANA.
            05 WS-ANA OCCURS 2000 TIMES.
                10 WS-ANA-EMP-ID    PIC 9(5).
                10 WS-ANA-CENTRE    PIC X(10).
                10 WS-ANA-POURCENT  PIC 9(3)V9(2).
                10 WS-ANA-DEBUT     PIC 9(8).
                10 WS-ANA-FIN       PIC 9(8).
        01 WS-NB-ANA           PIC 9(4)  VALUE 0.
        01 WS-IDX-ANA          PIC 9(4)  VALUE 0.

        01 WS-TAB-ETB.
            05 WS-ETB OCCURS 20 TIMES.
                10 WS-ETB-SITE      PIC X(10).
                10 WS-ETB-SIRET     PIC X(14).
        01 WS-NB-ETB           PIC 9(2)  VALUE 0.
        01 WS-IDX-ETB          PIC 9(2)  VALUE 0.

        01 WS-TAB-CONV.
            05 WS-CNV OCCURS 100 TIMES.
                10 WS-CNV-EMETTEUR  PIC X(10).
                10 WS-CNV-RECEPTEUR PIC X(10).
                10 WS-CNV-RAISON    PIC X(30).
                10 WS-CNV-TAUX      PIC 9(2)V9(2).
                10 WS-CNV-DEBUT     PIC 9(8).
                10 WS-CNV-FIN       PIC 9(8).
        01 WS-NB-CONV          PIC 9(3)  VALUE 0.
        01 WS-IDX-CNV          PIC 9(3)  VALUE 0.

      * Couples (site d'origine du salarie, entite beneficiaire) ;
      * le couple d'un site avec lui-meme porte la part conservee.
        01 WS-TAB-PAIRES.
            05 WS-PAI OCCURS 200 TIMES.
                10 WS-PAI-EMETTEUR  PIC X(10).
                10 WS-PAI-RECEPTEUR PIC X(10).
                10 WS-PAI-INTERNE   PIC X.
                10 WS-PAI-RAISON    PIC X(30).
                10 WS-PAI-CONVENTION PIC X.
                10 WS-PAI-COUT      PIC 9(9)V9(2).
                10 WS-PAI-TAUX      PIC 9(2)V9(2).
                10 WS-PAI-MARGE     PIC 9(7)V9(2).
                10 WS-PAI-MONTANT   PIC 9(9)V9(2).
        01 WS-NB-PAIRES        PIC 9(3)  VALUE 0.
        01 WS-IDX-PAI          PIC 9(3)  VALUE 0.
        01 WS-PAI-COURANTE     PIC 9(3)  VALUE 0.
        01 WS-NB-RELEVES       PIC 9(3)  VALUE 0.

      * Detail des releves : une ligne par bulletin et entite.
        01 WS-TAB-DETAIL.
            05 WS-DET OCCURS 3000 TIMES.
                10 WS-DET-PAIRE     PIC 9(3).
                10 WS-DET-EMP-ID    PIC 9(5).
                10 WS-DET-NOM       PIC X(20).
                10 WS-DET-PERIODE   PIC 9(6).
                10 WS-DET-COUT      PIC 9(7)V9(2).
                10 WS-DET-POURCENT  PIC 9(3)V9(2).
                10 WS-DET-PART      PIC 9(7)V9(2).
        01 WS-NB-DETAIL        PIC 9(4)  VALUE 0.
        01 WS-IDX-DET          PIC 9(4)  VALUE 0.

      * Bulletin en cours de repartition.
        01 WS-EMETTEUR         PIC X(10) VALUE SPACES.
        01 WS-RECEPTEUR        PIC X(10) VALUE SPACES.
        01 WS-NOM-COURANT      PIC X(20) VALUE SPACES.
        01 WS-COUT-BULLETIN    PIC 9(7)V9(2) VALUE 0.
        01 WS-DATE-REF         PIC 9(8)  VALUE 0.
        01 WS-NB-LIGNES-EMP    PIC 9(2)  VALUE 0.
        01 WS-RANG-LIGNE       PIC 9(2)  VALUE 0.
        01 WS-SOMME-POURCENT   PIC 9(5)V9(2) VALUE 0.
        01 WS-RESTE            PIC S9(7)V9(2) VALUE 0.
        01 WS-PART             PIC 9(7)V9(2) VALUE 0.
        01 WS-PAI-TROUVEE      PIC 9(3)  VALUE 0.

      * Totaux de controle du trimestre : le cout des salaries
      * partages se retrouve exactement dans la part conservee et
      * les releves (hors marge).
        01 WS-NB-BULLETINS     PIC 9(5)  VALUE 0.
        01 WS-NB-INCONNUS      PIC 9(4)  VALUE 0.
        01 WS-NB-SANS-CONV     PIC 9(3)  VALUE 0.
        01 WS-COUT-TRIMESTRE   PIC 9(9)V9(2) VALUE 0.
        01 WS-COUT-NON-PARTAGE PIC 9(9)V9(2) VALUE 0.
        01 WS-COUT-PARTAGE     PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-CONSERVE   PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-REFACTURE  PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-MARGE      PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-FACTURE    PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-DETAIL     PIC 9(9)V9(2) VALUE 0.
        01 WS-ECART            PIC S9(9)V9(2) VALUE 0.

      * Registre : enregistrements des autres trimestres conserves.
        01 WS-TAB-REGISTRE.
            05 WS-REG OCCURS 2000 TIMES.
                10 WS-REG-IMAGE     PIC X(69).
        01 WS-NB-REGISTRE      PIC 9(4)  VALUE 0.
        01 WS-IDX-REG          PIC 9(4)  VALUE 0.

        01 WS-ANNEE-BESOIN     PIC 9(4)  VALUE 0.
        01 WS-SEGMENT-TROUVE   PIC X     VALUE 'N'.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-MONTANT      PIC ZZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZZ9.99.
        01 WS-AFF-MONTANT-3    PIC ZZZZZZZ9.99.
        01 WS-AFF-POURCENT     PIC ZZ9.99.
        01 WS-AFF-TAUX         PIC Z9.99.
        01 WS-AFF-ECART        PIC -ZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ANALYTIQUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONVENTIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-HISTO PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REGISTRE  PIC X(100) VALUE SPACES.
        01 WS-PREFIXE-RELEVE   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELEVE    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD

           DISPLAY '================================'
           DISPLAY ' REFACTURATION DE PERSONNEL     '
           DISPLAY '================================'
           DISPLAY 'Trimestre (AAAAT, vide = dernier trimestre '
               'acheve) : '
           ACCEPT WS-SAISIE-TRIMESTRE
           PERFORM DETERMINER-TRIMESTRE

           PERFORM CHARGER-ETABLISSEMENTS
           PERFORM CHARGER-CONVENTIONS
           PERFORM CHARGER-REPARTITION
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CUMULER-BULLETINS
           CLOSE FICHIER-EMPLOYES

           IF WS-NB-BULLETINS = 0
               DISPLAY 'Aucun bulletin emis pour le trimestre '
                   WS-TRIMESTRE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCULER-MARGES
           PERFORM CONTROLER-TOTAUX
           PERFORM ECRIRE-RELEVES
           PERFORM ECRIRE-RECAPITULATIF
           PERFORM METTRE-A-JOUR-REGISTRE

           DISPLAY 'Releves generes : ' WS-NB-RELEVES
           DISPLAY 'Recapitulatif : ' FUNCTION TRIM(WS-PREFIXE-RELEVE)
               WS-TRIMESTRE '.txt'
           IF WS-NB-RELEVES = 0
               DISPLAY 'Aucun cout de personnel a refacturer pour '
                   'le trimestre.'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NB-SANS-CONV > 0
               DISPLAY 'ATTENTION : ' WS-NB-SANS-CONV ' couple(s) '
                   'sans convention, refacture(s) sans marge.'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-INCONNUS > 0
               DISPLAY 'ATTENTION : ' WS-NB-INCONNUS ' bulletin(s) '
                   'de salaries absents de employes.dat, non '
                   'repartis.'
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
               MOVE '../../feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../feature-paie/etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../../feature-paie/repartition-analytique.txt'
                   TO WS-CHEMIN-ANALYTIQUE
               MOVE '../../feature-paie/conventions-refacturation.txt'
                   TO WS-CHEMIN-CONVENTIONS
               MOVE '../../feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BDATA-COURANT
               MOVE '../../../PI-2/feature-historique/'
                 & 'historique-paies-data.txt' TO WS-CHEMIN-BDATA-HISTO
               MOVE '../../../PI-2/feature-historique/' TO
                   WS-DIR-HISTO
               MOVE '../../../PI-2/feature-historique/'
                 & 'catalogue-historique.txt'
                   TO WS-CHEMIN-CATALOGUE
               MOVE '../refacturations.txt' TO WS-CHEMIN-REGISTRE
               MOVE '../refacturation-' TO WS-PREFIXE-RELEVE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/repartition-analytique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ANALYTIQUE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/conventions-refacturation.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CONVENTIONS
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-COURANT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE) '/refacturations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGISTRE
               STRING FUNCTION TRIM(WS-RACINE) '/refacturation-'
                   DELIMITED SIZE INTO WS-PREFIXE-RELEVE
           END-IF.

       DETERMINER-TRIMESTRE.
      * Dernier jour du trimestre et ses trois periodes de paie.
           IF WS-SAISIE-TRIMESTRE = SPACES
               MOVE WS-DATE-SYS(5:2) TO WS-MOIS-SYS
               MOVE WS-DATE-SYS(1:4) TO WS-TRIM-AAAA
               COMPUTE WS-TRIM-T = (WS-MOIS-SYS - 1) / 3
               IF WS-TRIM-T = 0
                   SUBTRACT 1 FROM WS-TRIM-AAAA
                   MOVE 4 TO WS-TRIM-T
               END-IF
           ELSE
               IF WS-SAISIE-TRIMESTRE NOT NUMERIC
                   DISPLAY 'ERREUR : trimestre invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE
               IF WS-TRIM-T < 1 OR WS-TRIM-T > 4
                   DISPLAY 'ERREUR : trimestre invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-MOIS-FIN = WS-TRIM-T * 3
           COMPUTE WS-PERIODE-3 = WS-TRIM-AAAA * 100 + WS-MOIS-FIN
           COMPUTE WS-PERIODE-1 = WS-PERIODE-3 - 2
           IF WS-MOIS-FIN = 6 OR WS-MOIS-FIN = 9
               COMPUTE WS-DATE-FIN-TRIM = WS-PERIODE-3 * 100 + 30
           ELSE
               COMPUTE WS-DATE-FIN-TRIM = WS-PERIODE-3 * 100 + 31
           END-IF.

       CHARGER-ETABLISSEMENTS.
      * Une entite destinataire qui est un de nos sites est interne :
      * l'export comptable passe alors aussi sa charge.
           OPEN INPUT FICHIER-ETABLISSEMENTS
           IF WS-STATUT-ETABLISSEMENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ETABLISSEMENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ETB < 20
                               ADD 1 TO WS-NB-ETB
                               MOVE ETB-SITE TO
                                   WS-ETB-SITE(WS-NB-ETB)
                               MOVE ETB-SIRET TO
                                   WS-ETB-SIRET(WS-NB-ETB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETABLISSEMENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-CONVENTIONS.
      * Fichier optionnel : un couple sans convention est refacture
      * au cout, sans marge, et signale.
           OPEN INPUT FICHIER-CONVENTIONS
           IF WS-STATUT-CONVENTIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONVENTIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-CONV < 100
                               ADD 1 TO WS-NB-CONV
                               MOVE CVR-EMETTEUR TO
                                   WS-CNV-EMETTEUR(WS-NB-CONV)
                               MOVE CVR-RECEPTEUR TO
                                   WS-CNV-RECEPTEUR(WS-NB-CONV)
                               MOVE CVR-RAISON-SOCIALE TO
                                   WS-CNV-RAISON(WS-NB-CONV)
                               MOVE CVR-TAUX-MARGE TO
                                   WS-CNV-TAUX(WS-NB-CONV)
                               MOVE CVR-DATE-DEBUT TO
                                   WS-CNV-DEBUT(WS-NB-CONV)
                               MOVE CVR-DATE-FIN TO
                                   WS-CNV-FIN(WS-NB-CONV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONVENTIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-REPARTITION.
      * Lignes de l'axe ENTITE, toutes fenetres confondues : la
      * ligne applicable a un bulletin est celle en vigueur au 15 de
      * son mois.
           OPEN INPUT FICHIER-ANALYTIQUE
           IF WS-STATUT-ANALYTIQUE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ANALYTIQUE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF ANA-AXE = WS-AXE-ENTITE
                               AND WS-NB-ANA < 2000
                               ADD 1 TO WS-NB-ANA
                               MOVE ANA-EMP-ID TO
                                   WS-ANA-EMP-ID(WS-NB-ANA)
                               MOVE ANA-CENTRE TO
                                   WS-ANA-CENTRE(WS-NB-ANA)
                               MOVE ANA-POURCENT TO
                                   WS-ANA-POURCENT(WS-NB-ANA)
                               MOVE ANA-DATE-DEBUT TO
                                   WS-ANA-DEBUT(WS-NB-ANA)
                               MOVE ANA-DATE-FIN TO
                                   WS-ANA-FIN(WS-NB-ANA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ANALYTIQUE
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-BULLETINS.
      * Bulletins emis des trois mois du trimestre (annules
      * ignores). Comme pour l'export comptable, un mois deja
      * archive (US-11) est dans l'historique structure, voire dans
      * son segment annuel apres retention (US-32) ; chaque
      * enregistrement ne vit que dans une seule des trois sources.
           MOVE WS-CHEMIN-BDATA-COURANT TO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE WS-CHEMIN-BDATA-HISTO TO WS-CHEMIN-BULLETINS-DATA
           PERFORM LIRE-BULLETINS-DATA
           MOVE WS-TRIM-AAAA TO WS-ANNEE-BESOIN
           PERFORM CHERCHER-SEGMENT-DATA
           IF WS-SEGMENT-TROUVE = 'O'
               PERFORM LIRE-BULLETINS-DATA
           END-IF.

       LIRE-BULLETINS-DATA.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE >= WS-PERIODE-1
                               AND BDATA-PERIODE <= WS-PERIODE-3
                               AND BDATA-STATUT = 'EMIS'
                               PERFORM REPARTIR-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       CHERCHER-SEGMENT-DATA.
      * Les segments de donnees gardent un nom fixe
      * historique-paies-data-AAAA.txt : il suffit de savoir par le
      * catalogue si l'annee a ete segmentee.
           MOVE 'N' TO WS-SEGMENT-TROUVE
           OPEN INPUT FICHIER-CATALOGUE
           IF WS-STATUT-CATALOGUE = '00'
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
               MOVE SPACES TO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   'historique-paies-data-' WS-ANNEE-BESOIN '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
           END-IF.

       REPARTIR-BULLETIN.
      * Cout employeur du bulletin : brut, charges patronales (apres
      * reduction generale, mutuelle patronale comprise), prise en
      * charge des transports et part employeur des titres
      * restaurant (a blanc sur les enregistrements anciens). Il
      * est reparti entre les entites de l'axe ENTITE en vigueur au
      * 15 du mois ; la derniere ligne recoit le reste, pour que
      * les quotes-parts arrondies somment exactement au cout.
           ADD 1 TO WS-NB-BULLETINS
           COMPUTE WS-COUT-BULLETIN = BDATA-BRUT + BDATA-PATRONALES
               + BDATA-TRANSPORT
           IF BDATA-TITRES-PAT NUMERIC
               ADD BDATA-TITRES-PAT TO WS-COUT-BULLETIN
           END-IF
           ADD WS-COUT-BULLETIN TO WS-COUT-TRIMESTRE
           COMPUTE WS-DATE-REF = BDATA-PERIODE * 100 + 15
           MOVE 0 TO WS-NB-LIGNES-EMP
           MOVE 0 TO WS-SOMME-POURCENT
           PERFORM VARYING WS-IDX-ANA FROM 1 BY 1
               UNTIL WS-IDX-ANA > WS-NB-ANA
               IF WS-ANA-EMP-ID(WS-IDX-ANA) = BDATA-EMP-ID
                   AND WS-ANA-DEBUT(WS-IDX-ANA) <= WS-DATE-REF
                   AND (WS-ANA-FIN(WS-IDX-ANA) = 0
                       OR WS-ANA-FIN(WS-IDX-ANA) >= WS-DATE-REF)
                   ADD 1 TO WS-NB-LIGNES-EMP
                   ADD WS-ANA-POURCENT(WS-IDX-ANA) TO
                       WS-SOMME-POURCENT
               END-IF
           END-PERFORM
           IF WS-NB-LIGNES-EMP = 0
               ADD WS-COUT-BULLETIN TO WS-COUT-NON-PARTAGE
           ELSE
               IF WS-SOMME-POURCENT NOT = 100.00
                   DISPLAY 'ERREUR : repartition ENTITE de l''EMP-ID '
                       BDATA-EMP-ID ' en ' BDATA-PERIODE
                       ' ne somme pas a 100%.'
                   DISPLAY 'Refacturation refusee : corriger '
                       'repartition-analytique.txt.'
                   CLOSE FICHIER-BULLETINS-DATA
                   CLOSE FICHIER-EMPLOYES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BDATA-EMP-ID TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY
                       MOVE SPACES TO EMP-SITE EMP-NOM
               END-READ
               IF EMP-SITE = SPACES
                   ADD 1 TO WS-NB-INCONNUS
                   ADD WS-COUT-BULLETIN TO WS-COUT-NON-PARTAGE
               ELSE
                   MOVE EMP-SITE TO WS-EMETTEUR
                   MOVE EMP-NOM TO WS-NOM-COURANT
                   ADD WS-COUT-BULLETIN TO WS-COUT-PARTAGE
                   PERFORM VENTILER-BULLETIN
               END-IF
           END-IF.

       VENTILER-BULLETIN.
           MOVE WS-COUT-BULLETIN TO WS-RESTE
           MOVE 0 TO WS-RANG-LIGNE
           PERFORM VARYING WS-IDX-ANA FROM 1 BY 1
               UNTIL WS-IDX-ANA > WS-NB-ANA
               IF WS-ANA-EMP-ID(WS-IDX-ANA) = BDATA-EMP-ID
                   AND WS-ANA-DEBUT(WS-IDX-ANA) <= WS-DATE-REF
                   AND (WS-ANA-FIN(WS-IDX-ANA) = 0
                       OR WS-ANA-FIN(WS-IDX-ANA) >= WS-DATE-REF)
                   ADD 1 TO WS-RANG-LIGNE
                   IF WS-RANG-LIGNE = WS-NB-LIGNES-EMP
                       MOVE WS-RESTE TO WS-PART
                   ELSE
                       COMPUTE WS-PART ROUNDED = WS-COUT-BULLETIN
                           * WS-ANA-POURCENT(WS-IDX-ANA) / 100
                   END-IF
                   SUBTRACT WS-PART FROM WS-RESTE
                   MOVE WS-ANA-CENTRE(WS-IDX-ANA) TO WS-RECEPTEUR
                   PERFORM CUMULER-PAIRE
                   PERFORM AJOUTER-DETAIL
               END-IF
           END-PERFORM.

       CUMULER-PAIRE.
           MOVE 0 TO WS-PAI-TROUVEE
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-EMETTEUR(WS-IDX-PAI) = WS-EMETTEUR
                   AND WS-PAI-RECEPTEUR(WS-IDX-PAI) = WS-RECEPTEUR
                   MOVE WS-IDX-PAI TO WS-PAI-TROUVEE
               END-IF
           END-PERFORM
           IF WS-PAI-TROUVEE = 0
               IF WS-NB-PAIRES NOT < 200
                   DISPLAY 'ERREUR : plus de 200 couples emetteur / '
                       'destinataire.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NB-PAIRES
               MOVE WS-NB-PAIRES TO WS-PAI-TROUVEE
               MOVE WS-EMETTEUR TO WS-PAI-EMETTEUR(WS-PAI-TROUVEE)
               MOVE WS-RECEPTEUR TO WS-PAI-RECEPTEUR(WS-PAI-TROUVEE)
               MOVE 'N' TO WS-PAI-INTERNE(WS-PAI-TROUVEE)
               MOVE SPACES TO WS-PAI-RAISON(WS-PAI-TROUVEE)
               MOVE 'N' TO WS-PAI-CONVENTION(WS-PAI-TROUVEE)
               MOVE 0 TO WS-PAI-COUT(WS-PAI-TROUVEE)
               MOVE 0 TO WS-PAI-TAUX(WS-PAI-TROUVEE)
               MOVE 0 TO WS-PAI-MARGE(WS-PAI-TROUVEE)
               MOVE 0 TO WS-PAI-MONTANT(WS-PAI-TROUVEE)
           END-IF
           ADD WS-PART TO WS-PAI-COUT(WS-PAI-TROUVEE).

       AJOUTER-DETAIL.
           IF WS-NB-DETAIL NOT < 3000
               DISPLAY 'ERREUR : plus de 3000 lignes de releve.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-DETAIL
           MOVE WS-PAI-TROUVEE TO WS-DET-PAIRE(WS-NB-DETAIL)
           MOVE BDATA-EMP-ID TO WS-DET-EMP-ID(WS-NB-DETAIL)
           MOVE WS-NOM-COURANT TO WS-DET-NOM(WS-NB-DETAIL)
           MOVE BDATA-PERIODE TO WS-DET-PERIODE(WS-NB-DETAIL)
           MOVE WS-COUT-BULLETIN TO WS-DET-COUT(WS-NB-DETAIL)
           MOVE WS-ANA-POURCENT(WS-IDX-ANA) TO
               WS-DET-POURCENT(WS-NB-DETAIL)
           MOVE WS-PART TO WS-DET-PART(WS-NB-DETAIL).

       CALCULER-MARGES.
      * Marge de la convention en vigueur le dernier jour du
      * trimestre ; le couple d'un site avec lui-meme est la part
      * conservee, sans releve.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-EMETTEUR(WS-IDX-PAI) =
                   WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   ADD WS-PAI-COUT(WS-IDX-PAI) TO WS-TOTAL-CONSERVE
               ELSE
                   PERFORM CHERCHER-CONVENTION
                   PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
                       UNTIL WS-IDX-ETB > WS-NB-ETB
                       IF WS-ETB-SITE(WS-IDX-ETB) =
                           WS-PAI-RECEPTEUR(WS-IDX-PAI)
                           MOVE 'O' TO WS-PAI-INTERNE(WS-IDX-PAI)
                       END-IF
                   END-PERFORM
                   COMPUTE WS-PAI-MARGE(WS-IDX-PAI) ROUNDED =
                       WS-PAI-COUT(WS-IDX-PAI)
                       * WS-PAI-TAUX(WS-IDX-PAI) / 100
                   COMPUTE WS-PAI-MONTANT(WS-IDX-PAI) =
                       WS-PAI-COUT(WS-IDX-PAI)
                       + WS-PAI-MARGE(WS-IDX-PAI)
                   ADD WS-PAI-COUT(WS-IDX-PAI) TO WS-TOTAL-REFACTURE
                   ADD WS-PAI-MARGE(WS-IDX-PAI) TO WS-TOTAL-MARGE
                   ADD WS-PAI-MONTANT(WS-IDX-PAI) TO WS-TOTAL-FACTURE
                   ADD 1 TO WS-NB-RELEVES
               END-IF
           END-PERFORM.

       CHERCHER-CONVENTION.
           PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
               UNTIL WS-IDX-CNV > WS-NB-CONV
               IF WS-CNV-EMETTEUR(WS-IDX-CNV) =
                   WS-PAI-EMETTEUR(WS-IDX-PAI)
                   AND WS-CNV-RECEPTEUR(WS-IDX-CNV) =
                       WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   AND WS-CNV-DEBUT(WS-IDX-CNV) <= WS-DATE-FIN-TRIM
                   AND (WS-CNV-FIN(WS-IDX-CNV) = 0
                       OR WS-CNV-FIN(WS-IDX-CNV) >= WS-DATE-FIN-TRIM)
                   MOVE 'O' TO WS-PAI-CONVENTION(WS-IDX-PAI)
                   MOVE WS-CNV-TAUX(WS-IDX-CNV) TO
                       WS-PAI-TAUX(WS-IDX-PAI)
                   MOVE WS-CNV-RAISON(WS-IDX-CNV) TO
                       WS-PAI-RAISON(WS-IDX-PAI)
               END-IF
           END-PERFORM
           IF WS-PAI-CONVENTION(WS-IDX-PAI) = 'N'
               ADD 1 TO WS-NB-SANS-CONV
           END-IF.

       CONTROLER-TOTAUX.
      * Le cout de paie des salaries partages doit se retrouver au
      * centime dans la part conservee et les releves hors marge,
      * et le detail des releves dans leur total ; sinon rien n'est
      * produit.
           COMPUTE WS-ECART = WS-COUT-PARTAGE
               - WS-TOTAL-CONSERVE - WS-TOTAL-REFACTURE
           MOVE 0 TO WS-TOTAL-DETAIL
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
               UNTIL WS-IDX-DET > WS-NB-DETAIL
               ADD WS-DET-PART(WS-IDX-DET) TO WS-TOTAL-DETAIL
           END-PERFORM
           IF WS-ECART = 0
               COMPUTE WS-ECART = WS-COUT-PARTAGE - WS-TOTAL-DETAIL
           END-IF
           IF WS-ECART = 0
               COMPUTE WS-ECART = WS-COUT-TRIMESTRE
                   - WS-COUT-PARTAGE - WS-COUT-NON-PARTAGE
           END-IF
           IF WS-ECART NOT = 0
               MOVE WS-ECART TO WS-AFF-ECART
               DISPLAY 'ERREUR : releves non rapproches du cout de '
                   'paie (ecart ' WS-AFF-ECART ')'
               DISPLAY 'Refacturation refusee : aucun releve produit.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ECRIRE-RELEVES.
      * Un releve par couple : refacturation-<EMETTEUR>-
      * <DESTINATAIRE>-AAAAT.txt, detail par salarie et par mois.
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-EMETTEUR(WS-IDX-PAI) NOT =
                   WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   PERFORM ECRIRE-UN-RELEVE
               END-IF
           END-PERFORM.

       ECRIRE-UN-RELEVE.
           MOVE SPACES TO WS-CHEMIN-RELEVE
           STRING FUNCTION TRIM(WS-PREFIXE-RELEVE)
               FUNCTION TRIM(WS-PAI-EMETTEUR(WS-IDX-PAI)) '-'
               FUNCTION TRIM(WS-PAI-RECEPTEUR(WS-IDX-PAI)) '-'
               WS-TRIMESTRE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RELEVE
           OPEN OUTPUT FICHIER-RELEVE
           IF WS-STATUT-RELEVE NOT = '00'
               DISPLAY 'ERREUR : ecriture '
                   FUNCTION TRIM(WS-CHEMIN-RELEVE)
                   ' impossible (statut ' WS-STATUT-RELEVE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'RELEVE DE REFACTURATION DE PERSONNEL - TRIMESTRE '
               WS-TRIMESTRE
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Periodes de paie ' WS-PERIODE-1 ' a ' WS-PERIODE-3
               ', calcule le ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Etablissement emetteur : '
               WS-PAI-EMETTEUR(WS-IDX-PAI)
               DELIMITED SIZE INTO LIGNE-RELEVE
           PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
               UNTIL WS-IDX-ETB > WS-NB-ETB
               IF WS-ETB-SITE(WS-IDX-ETB) = WS-PAI-EMETTEUR(WS-IDX-PAI)
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING 'Etablissement emetteur : '
                       WS-PAI-EMETTEUR(WS-IDX-PAI) ' SIRET '
                       WS-ETB-SIRET(WS-IDX-ETB)
                       DELIMITED SIZE INTO LIGNE-RELEVE
               END-IF
           END-PERFORM
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           IF WS-PAI-INTERNE(WS-IDX-PAI) = 'O'
               STRING 'Entite destinataire    : '
                   WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   ' (etablissement de l''entreprise)'
                   DELIMITED SIZE INTO LIGNE-RELEVE
           ELSE
               STRING 'Entite destinataire    : '
                   WS-PAI-RECEPTEUR(WS-IDX-PAI) ' '
                   WS-PAI-RAISON(WS-IDX-PAI)
                   DELIMITED SIZE INTO LIGNE-RELEVE
           END-IF
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           IF WS-PAI-CONVENTION(WS-IDX-PAI) = 'O'
               MOVE WS-PAI-TAUX(WS-IDX-PAI) TO WS-AFF-TAUX
               STRING 'Convention de refacturation : marge '
                   WS-AFF-TAUX ' %'
                   DELIMITED SIZE INTO LIGNE-RELEVE
           ELSE
               MOVE 'ATTENTION : aucune convention en vigueur, cout '
                   & 'refacture sans marge' TO LIGNE-RELEVE
           END-IF
           WRITE LIGNE-RELEVE
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'EMP-ID NOM                  PERIODE  COUT PAIE  '
               & 'QUOTE-PART    MONTANT' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
               UNTIL WS-IDX-DET > WS-NB-DETAIL
               IF WS-DET-PAIRE(WS-IDX-DET) = WS-IDX-PAI
                   MOVE WS-DET-EMP-ID(WS-IDX-DET) TO WS-ID-AFF
                   MOVE WS-DET-COUT(WS-IDX-DET) TO WS-AFF-MONTANT
                   MOVE WS-DET-POURCENT(WS-IDX-DET) TO WS-AFF-POURCENT
                   MOVE WS-DET-PART(WS-IDX-DET) TO WS-AFF-MONTANT-2
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING WS-ID-AFF '  ' WS-DET-NOM(WS-IDX-DET) ' '
                       WS-DET-PERIODE(WS-IDX-DET) ' '
                       WS-AFF-MONTANT '   ' WS-AFF-POURCENT ' % '
                       WS-AFF-MONTANT-2
                       DELIMITED SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
               END-IF
           END-PERFORM
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-PAI-COUT(WS-IDX-PAI) TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Cout de personnel refacture (hors marge) : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-PAI-TAUX(WS-IDX-PAI) TO WS-AFF-TAUX
           MOVE WS-PAI-MARGE(WS-IDX-PAI) TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Marge (' WS-AFF-TAUX ' %)'
               '                          : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-PAI-MONTANT(WS-IDX-PAI) TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Montant a refacturer HT'
               '                  : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           CLOSE FICHIER-RELEVE.

       ECRIRE-RECAPITULATIF.
      * refacturation-AAAAT.txt : un couple par ligne et le
      * rapprochement avec le cout de paie du trimestre.
           MOVE SPACES TO WS-CHEMIN-RELEVE
           STRING FUNCTION TRIM(WS-PREFIXE-RELEVE) WS-TRIMESTRE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RELEVE
           OPEN OUTPUT FICHIER-RELEVE
           IF WS-STATUT-RELEVE NOT = '00'
               DISPLAY 'ERREUR : ecriture '
                   FUNCTION TRIM(WS-CHEMIN-RELEVE)
                   ' impossible (statut ' WS-STATUT-RELEVE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'REFACTURATIONS DE PERSONNEL - TRIMESTRE '
               WS-TRIMESTRE ' (periodes ' WS-PERIODE-1 ' a '
               WS-PERIODE-3 ')'
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'EMETTEUR   DESTINATAIRE       COUT MARGE %       '
               & 'MARGE  MONTANT HT' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-EMETTEUR(WS-IDX-PAI) NOT =
                   WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   MOVE WS-PAI-COUT(WS-IDX-PAI) TO WS-AFF-MONTANT
                   MOVE WS-PAI-TAUX(WS-IDX-PAI) TO WS-AFF-TAUX
                   MOVE WS-PAI-MARGE(WS-IDX-PAI) TO WS-AFF-MONTANT-2
                   MOVE WS-PAI-MONTANT(WS-IDX-PAI) TO
                       WS-AFF-MONTANT-3
                   MOVE SPACES TO LIGNE-RELEVE
                   STRING WS-PAI-EMETTEUR(WS-IDX-PAI) ' '
                       WS-PAI-RECEPTEUR(WS-IDX-PAI) '  '
                       WS-AFF-MONTANT '   ' WS-AFF-TAUX ' '
                       WS-AFF-MONTANT-2 ' ' WS-AFF-MONTANT-3
                       DELIMITED SIZE INTO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
               END-IF
           END-PERFORM
           MOVE ALL '-' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-TOTAL-REFACTURE TO WS-AFF-MONTANT
           MOVE WS-TOTAL-MARGE TO WS-AFF-MONTANT-2
           MOVE WS-TOTAL-FACTURE TO WS-AFF-MONTANT-3
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'TOTAL                  ' WS-AFF-MONTANT
               '        ' WS-AFF-MONTANT-2 ' ' WS-AFF-MONTANT-3
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'RAPPROCHEMENT AVEC LE COUT DE PAIE DU TRIMESTRE'
               TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-COUT-TRIMESTRE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Cout de paie des bulletins emis          : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-COUT-NON-PARTAGE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  dont salaries non partages             : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-COUT-PARTAGE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '  dont salaries partages                 : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-TOTAL-CONSERVE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    part conservee par le site d''origine : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-TOTAL-REFACTURE TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RELEVE
           STRING '    part refacturee (releves hors marge) : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE 'Controle : part conservee + releves = cout des '
               & 'salaries partages : OK' TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           CLOSE FICHIER-RELEVE.

       METTRE-A-JOUR-REGISTRE.
      * Les couples du trimestre remplacent ceux d'un calcul
      * precedent du meme trimestre ; les autres trimestres sont
      * recopies tels quels.
           MOVE 0 TO WS-NB-REGISTRE
           OPEN INPUT FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-REGISTRE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF RFC-TRIMESTRE NOT = WS-TRIMESTRE
                               AND WS-NB-REGISTRE < 2000
                               ADD 1 TO WS-NB-REGISTRE
                               MOVE REFACTURATION-RECORD TO
                                   WS-REG-IMAGE(WS-NB-REGISTRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
               MOVE 'N' TO WS-FIN
           END-IF
           OPEN OUTPUT FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'ERREUR : ecriture refacturations.txt '
                   'impossible (statut ' WS-STATUT-REGISTRE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG > WS-NB-REGISTRE
               MOVE WS-REG-IMAGE(WS-IDX-REG) TO REFACTURATION-RECORD
               WRITE REFACTURATION-RECORD
           END-PERFORM
           PERFORM VARYING WS-IDX-PAI FROM 1 BY 1
               UNTIL WS-IDX-PAI > WS-NB-PAIRES
               IF WS-PAI-EMETTEUR(WS-IDX-PAI) NOT =
                   WS-PAI-RECEPTEUR(WS-IDX-PAI)
                   MOVE WS-TRIMESTRE TO RFC-TRIMESTRE
                   MOVE WS-PAI-EMETTEUR(WS-IDX-PAI) TO RFC-EMETTEUR
                   MOVE WS-PAI-RECEPTEUR(WS-IDX-PAI) TO RFC-RECEPTEUR
                   MOVE WS-PAI-INTERNE(WS-IDX-PAI) TO RFC-INTERNE
                   MOVE WS-PAI-COUT(WS-IDX-PAI) TO RFC-COUT
                   MOVE WS-PAI-TAUX(WS-IDX-PAI) TO RFC-TAUX-MARGE
                   MOVE WS-PAI-MARGE(WS-IDX-PAI) TO RFC-MARGE
                   MOVE WS-PAI-MONTANT(WS-IDX-PAI) TO RFC-MONTANT
                   MOVE WS-DATE-SYS TO RFC-DATE-CALCUL
                   WRITE REFACTURATION-RECORD
               END-IF
           END-PERFORM
           CLOSE FICHIER-REGISTRE.
