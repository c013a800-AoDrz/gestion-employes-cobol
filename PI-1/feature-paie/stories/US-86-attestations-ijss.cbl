       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-86-ATTESTATIONS-IJSS.
      * US-86 : Attestations de salaire pour le paiement des IJSS
      *         par la CPAM (arrets maladie et maternite)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-AVIS
               ASSIGN TO WS-CHEMIN-AVIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AVIS.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-HISTO-DATA
               ASSIGN TO WS-CHEMIN-HDATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HDATA.
           SELECT FICHIER-CATALOGUE
               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-ATTESTATIONS
               ASSIGN TO WS-CHEMIN-ATTESTATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTESTATIONS.
           SELECT FICHIER-DOCUMENT
               ASSIGN TO WS-CHEMIN-DOCUMENT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-AVIS.
           COPY '../../../copybooks/avis-arret.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-HISTO-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'
               REPLACING ==BDATA-RECORD== BY ==HDATA-RECORD==.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-ATTESTATIONS.
           COPY '../../../copybooks/attestation-ijss.cpy'.

        FD FICHIER-DOCUMENT.
        01 LIGNE-DOCUMENT     PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-AVIS      PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-HDATA     PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-STATUT-ATTESTATIONS PIC XX.
        01 WS-ANNEE-BESOIN     PIC 9(4)  VALUE 0.
        01 WS-SEGMENT-TROUVE   PIC X     VALUE 'N'.
        01 WS-DATE-JOUR        PIC 9(8)  VALUE 0.

        01 WS-NB-AVIS          PIC 9(5)  VALUE 0.
        01 WS-NB-PROLONGATIONS PIC 9(5)  VALUE 0.
        01 WS-NB-MATERNITES    PIC 9(5)  VALUE 0.
        01 WS-NB-DEJA          PIC 9(5)  VALUE 0.
        01 WS-NB-EMISES        PIC 9(5)  VALUE 0.
        01 WS-NB-INCOMPLETES   PIC 9(5)  VALUE 0.
        01 WS-NB-REJETS        PIC 9(5)  VALUE 0.

      * Arret en cours de traitement, qu'il vienne d'un avis
      * d'arret maladie ou d'un conge maternite de conges.dat.
        01 WS-ARR-EMP-ID       PIC 9(5)  VALUE 0.
        01 WS-ARR-DEBUT        PIC X(10) VALUE SPACES.
        01 WS-ARR-DEBUT-R REDEFINES WS-ARR-DEBUT.
            05 WS-ARR-DEBUT-AAAA PIC 9(4).
            05 FILLER            PIC X.
            05 WS-ARR-DEBUT-MM   PIC 9(2).
            05 FILLER            PIC X(3).
        01 WS-ARR-FIN          PIC X(10) VALUE SPACES.
        01 WS-ARR-NATURE       PIC X(10) VALUE SPACES.

      * Registre des attestations deja emises (cle EMP-ID + debut
      * d'arret), complete au fil du run pour qu'un avis present deux
      * fois dans le fichier ne soit pas atteste deux fois.
        01 WS-TAB-REGISTRE.
            05 WS-REG OCCURS 2000 TIMES.
                10 WS-REG-EMP-ID    PIC 9(5).
                10 WS-REG-DEBUT     PIC X(10).
        01 WS-NB-REG           PIC 9(4)  VALUE 0.
        01 WS-IDX-REG          PIC 9(4)  VALUE 0.
        01 WS-DEJA-ATTESTE     PIC X     VALUE 'N'.

      * Periode de reference : 3 mois civils precedant le mois de
      * debut d'arret, 12 pour les saisonniers / activite irreguliere
      * (salaries payes a l'heure, interimaires). Les mois sont
      * indexes en AAAA * 12 + MM - 1 pour enjamber les annees.
        01 WS-MOIS-REF-NORMAL  PIC 9(2)  VALUE 3.
        01 WS-MOIS-REF-IRREG   PIC 9(2)  VALUE 12.
        01 WS-NB-MOIS-REF      PIC 9(2)  VALUE 0.
        01 WS-RANG-ARRET       PIC 9(6)  VALUE 0.
        01 WS-RANG-MIN         PIC 9(6)  VALUE 0.
        01 WS-RANG-PAIE        PIC 9(6)  VALUE 0.
        01 WS-RANG-CALC        PIC 9(6)  VALUE 0.
        01 WS-ANNEE-CALC       PIC 9(4)  VALUE 0.
        01 WS-MOIS-CALC        PIC 9(2)  VALUE 0.
        01 WS-PERIODE-LUE      PIC 9(6)  VALUE 0.
        01 WS-PERIODE-LUE-R REDEFINES WS-PERIODE-LUE.
            05 WS-PERIODE-LUE-AAAA PIC 9(4).
            05 WS-PERIODE-LUE-MM   PIC 9(2).
        01 WS-BRUT-LU          PIC 9(7)V9(2) VALUE 0.
        01 WS-EMP-ID-LU        PIC 9(5)  VALUE 0.
        01 WS-ANNEE-PREMIERE   PIC 9(4)  VALUE 0.

        01 WS-TAB-REF.
            05 WS-REF OCCURS 12 TIMES.
                10 WS-REF-PERIODE   PIC 9(6).
                10 WS-REF-BRUT      PIC 9(7)V9(2).
                10 WS-REF-TROUVE    PIC X.
        01 WS-IDX-REF          PIC 9(2)  VALUE 0.
        01 WS-NB-MOIS-TROUVES  PIC 9(2)  VALUE 0.
        01 WS-TOTAL-BRUT       PIC 9(8)V9(2) VALUE 0.
        01 WS-STATUT-ATTEST    PIC X(10) VALUE SPACES.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-BRUT         PIC ZZZZZZ9.99.
        01 WS-AFF-TOTAL        PIC ZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AVIS      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HDATA     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HDATA-BASE PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ATTESTATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DOCUMENT  PIC X(100) VALUE SPACES.
        01 WS-DIR-DOCS         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CHARGER-REGISTRE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FICHIER-ATTESTATIONS
           IF WS-STATUT-ATTESTATIONS NOT = '00'
               OPEN OUTPUT FICHIER-ATTESTATIONS
           END-IF
           PERFORM LIRE-AVIS
           PERFORM LIRE-MATERNITES
           CLOSE FICHIER-ATTESTATIONS
           CLOSE FICHIER-EMPLOYES
           DISPLAY 'Avis d''arret lus        : ' WS-NB-AVIS
           DISPLAY 'Prolongations ignorees   : ' WS-NB-PROLONGATIONS
           DISPLAY 'Conges maternite lus     : ' WS-NB-MATERNITES
           DISPLAY 'Arrets deja attestes     : ' WS-NB-DEJA
           DISPLAY 'Attestations emises      : ' WS-NB-EMISES
           DISPLAY '  dont incompletes       : ' WS-NB-INCOMPLETES
           DISPLAY 'Arrets rejetes           : ' WS-NB-REJETS
           DISPLAY 'Registre : attestations-ijss.txt'
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
               MOVE '../../../PI-2/feature-conges/avis-arrets.txt'
                   TO WS-CHEMIN-AVIS
               MOVE '../../../PI-2/feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../../../PI-2/feature-historique/'
                 & 'historique-paies-data.txt' TO WS-CHEMIN-HDATA-BASE
               MOVE '../../../PI-2/feature-historique/' TO
                   WS-DIR-HISTO
               MOVE '../../../PI-2/feature-historique/'
                 & 'catalogue-historique.txt'
                   TO WS-CHEMIN-CATALOGUE
               MOVE '../attestations-ijss.txt' TO
                   WS-CHEMIN-ATTESTATIONS
               MOVE '../' TO WS-DIR-DOCS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/avis-arrets.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AVIS
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HDATA-BASE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/attestations-ijss.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ATTESTATIONS
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-DOCS
           END-IF.

       CHARGER-REGISTRE.
      * Premier passage : pas encore de registre, tous les arrets
      * trouves sont nouveaux.
           MOVE 0 TO WS-NB-REG
           OPEN INPUT FICHIER-ATTESTATIONS
           IF WS-STATUT-ATTESTATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ATTESTATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-REG < 2000
                               ADD 1 TO WS-NB-REG
                               MOVE ATT-EMP-ID TO
                                   WS-REG-EMP-ID(WS-NB-REG)
                               MOVE ATT-ARRET-DEBUT TO
                                   WS-REG-DEBUT(WS-NB-REG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTESTATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       LIRE-AVIS.
      * Avis importes par US-72. Une prolongation etend l'arret
      * initial (meme cle, pas de nouvelle carence) : elle ne donne
      * pas lieu a une seconde attestation, celle de l'arret initial
      * reste valable pour la CPAM.
           OPEN INPUT FICHIER-AVIS
           IF WS-STATUT-AVIS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AVIS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-NB-AVIS
                           IF AVIS-PROLONGATION = 'O'
                               ADD 1 TO WS-NB-PROLONGATIONS
                           ELSE
                               MOVE AVIS-EMP-ID TO WS-ARR-EMP-ID
                               MOVE AVIS-DEBUT TO WS-ARR-DEBUT
                               MOVE AVIS-FIN TO WS-ARR-FIN
                               MOVE 'MALADIE' TO WS-ARR-NATURE
                               PERFORM TRAITER-ARRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVIS
               MOVE 'N' TO WS-FIN
           END-IF.

       LIRE-MATERNITES.
      * Les conges maternite ne passent pas par un avis d'arret :
      * ils sont saisis dans US-06 et partent APPROUVE d'office.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-TYPE = 'MATERNITE '
                               AND CONGE-STATUT = 'APPROUVE  '
                               ADD 1 TO WS-NB-MATERNITES
                               MOVE CONGE-EMP-ID TO WS-ARR-EMP-ID
                               MOVE CONGE-DEBUT TO WS-ARR-DEBUT
                               MOVE CONGE-FIN TO WS-ARR-FIN
                               MOVE 'MATERNITE' TO WS-ARR-NATURE
                               PERFORM TRAITER-ARRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF.

       TRAITER-ARRET.
           MOVE 'N' TO WS-DEJA-ATTESTE
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG > WS-NB-REG
               IF WS-REG-EMP-ID(WS-IDX-REG) = WS-ARR-EMP-ID
                   AND WS-REG-DEBUT(WS-IDX-REG) = WS-ARR-DEBUT
                   MOVE 'O' TO WS-DEJA-ATTESTE
               END-IF
           END-PERFORM
           IF WS-DEJA-ATTESTE = 'O'
               ADD 1 TO WS-NB-DEJA
           ELSE
               IF WS-ARR-DEBUT-AAAA NOT NUMERIC
                   OR WS-ARR-DEBUT-MM NOT NUMERIC
                   OR WS-ARR-DEBUT-MM = 0 OR WS-ARR-DEBUT-MM > 12
                   MOVE WS-ARR-EMP-ID TO WS-ID-AFF
                   DISPLAY 'REJET : EMP-ID ' WS-ID-AFF ' arret du '
                       WS-ARR-DEBUT ' (date de debut invalide)'
                   ADD 1 TO WS-NB-REJETS
               ELSE
                   MOVE WS-ARR-EMP-ID TO EMP-ID
                   READ FICHIER-EMPLOYES
                       INVALID KEY
                           MOVE WS-ARR-EMP-ID TO WS-ID-AFF
                           DISPLAY 'REJET : EMP-ID ' WS-ID-AFF
                               ' arret du ' WS-ARR-DEBUT
                               ' (EMP-ID inconnu)'
                           ADD 1 TO WS-NB-REJETS
                       NOT INVALID KEY
                           PERFORM CALCULER-SALAIRES-REFERENCE
                           PERFORM ECRIRE-ATTESTATION
                           PERFORM ECRIRE-DOCUMENT
                   END-READ
               END-IF
           END-IF.

       CALCULER-SALAIRES-REFERENCE.
      * Les salaries payes a l'heure (vacataires, temporaires) et
      * les interimaires ont une activite irreguliere : la CPAM
      * retient alors les 12 mois precedant l'arret.
           IF EMP-BASE-PAIE = 'H' OR EMP-CATEGORIE = 'INTERIM'
               MOVE WS-MOIS-REF-IRREG TO WS-NB-MOIS-REF
           ELSE
               MOVE WS-MOIS-REF-NORMAL TO WS-NB-MOIS-REF
           END-IF
           COMPUTE WS-RANG-ARRET =
               WS-ARR-DEBUT-AAAA * 12 + WS-ARR-DEBUT-MM - 1
           COMPUTE WS-RANG-MIN = WS-RANG-ARRET - WS-NB-MOIS-REF
           INITIALIZE WS-TAB-REF
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-MOIS-REF
               COMPUTE WS-RANG-CALC = WS-RANG-MIN + WS-IDX-REF - 1
               COMPUTE WS-ANNEE-CALC = WS-RANG-CALC / 12
               COMPUTE WS-MOIS-CALC =
                   WS-RANG-CALC - WS-ANNEE-CALC * 12 + 1
               COMPUTE WS-REF-PERIODE(WS-IDX-REF) =
                   WS-ANNEE-CALC * 100 + WS-MOIS-CALC
               MOVE 0 TO WS-REF-BRUT(WS-IDX-REF)
               MOVE 'N' TO WS-REF-TROUVE(WS-IDX-REF)
           END-PERFORM
           MOVE WS-REF-PERIODE(1)(1:4) TO WS-ANNEE-PREMIERE

      * Le mois courant vit dans bulletins-data.txt tant qu'il n'est
      * pas archive, les precedents dans l'historique structure ;
      * un mois deja trouve n'est pas recompte.
           PERFORM CHARGER-BRUTS-COURANTS
           MOVE WS-CHEMIN-HDATA-BASE TO WS-CHEMIN-HDATA
           PERFORM CHARGER-BRUTS-HISTORIQUE
      * Apres une retention (US-32), les mois de reference peuvent
      * vivre dans les segments annuels de l'annee de l'arret et de
      * la precedente.
           MOVE WS-ARR-DEBUT-AAAA TO WS-ANNEE-BESOIN
           PERFORM CHERCHER-SEGMENT-DATA
           IF WS-SEGMENT-TROUVE = 'O'
               PERFORM CHARGER-BRUTS-HISTORIQUE
           END-IF
           IF WS-ANNEE-PREMIERE NOT = WS-ARR-DEBUT-AAAA
               MOVE WS-ANNEE-PREMIERE TO WS-ANNEE-BESOIN
               PERFORM CHERCHER-SEGMENT-DATA
               IF WS-SEGMENT-TROUVE = 'O'
                   PERFORM CHARGER-BRUTS-HISTORIQUE
               END-IF
           END-IF

           MOVE 0 TO WS-TOTAL-BRUT
           MOVE 0 TO WS-NB-MOIS-TROUVES
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-MOIS-REF
               ADD WS-REF-BRUT(WS-IDX-REF) TO WS-TOTAL-BRUT
               IF WS-REF-TROUVE(WS-IDX-REF) = 'O'
                   ADD 1 TO WS-NB-MOIS-TROUVES
               END-IF
           END-PERFORM
      * Mois sans paie (embauche recente, historique purge) : le
      * brut reste a zero et l'attestation est a verifier avant
      * envoi.
           IF WS-NB-MOIS-TROUVES < WS-NB-MOIS-REF
               MOVE 'INCOMPLET' TO WS-STATUT-ATTEST
               ADD 1 TO WS-NB-INCOMPLETES
           ELSE
               MOVE 'A ENVOYER' TO WS-STATUT-ATTEST
           END-IF.

       CHARGER-BRUTS-COURANTS.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-STATUT OF BDATA-RECORD = 'EMIS'
                               MOVE BDATA-EMP-ID OF BDATA-RECORD
                                   TO WS-EMP-ID-LU
                               MOVE BDATA-PERIODE OF BDATA-RECORD
                                   TO WS-PERIODE-LUE
                               MOVE BDATA-BRUT OF BDATA-RECORD
                                   TO WS-BRUT-LU
                               PERFORM RETENIR-BRUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-BRUTS-HISTORIQUE.
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-STATUT OF HDATA-RECORD = 'EMIS'
                               MOVE BDATA-EMP-ID OF HDATA-RECORD
                                   TO WS-EMP-ID-LU
                               MOVE BDATA-PERIODE OF HDATA-RECORD
                                   TO WS-PERIODE-LUE
                               MOVE BDATA-BRUT OF HDATA-RECORD
                                   TO WS-BRUT-LU
                               PERFORM RETENIR-BRUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BRUT.
           IF WS-EMP-ID-LU = WS-ARR-EMP-ID
               AND WS-PERIODE-LUE NUMERIC
               COMPUTE WS-RANG-PAIE =
                   WS-PERIODE-LUE-AAAA * 12 + WS-PERIODE-LUE-MM - 1
               IF WS-RANG-PAIE >= WS-RANG-MIN
                   AND WS-RANG-PAIE < WS-RANG-ARRET
                   COMPUTE WS-IDX-REF = WS-RANG-PAIE - WS-RANG-MIN + 1
                   IF WS-REF-TROUVE(WS-IDX-REF) = 'N'
                       MOVE WS-BRUT-LU TO WS-REF-BRUT(WS-IDX-REF)
                       MOVE 'O' TO WS-REF-TROUVE(WS-IDX-REF)
                   END-IF
               END-IF
           END-IF.

       CHERCHER-SEGMENT-DATA.
      * Les segments de donnees gardent un nom fixe
      * historique-paies-data-AAAA.txt (seul le segment texte part en
      * archive froide) : il suffit de savoir par le catalogue si
      * l'annee a ete segmentee.
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
               MOVE SPACES TO WS-CHEMIN-HDATA
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   'historique-paies-data-' WS-ANNEE-BESOIN '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HDATA
           END-IF.

       ECRIRE-ATTESTATION.
      * Enregistrement structure pret a la transmission, qui tient
      * aussi lieu de registre pour les runs suivants.
           INITIALIZE ATTEST-IJSS-RECORD
           MOVE WS-ARR-EMP-ID TO ATT-EMP-ID
           MOVE WS-ARR-DEBUT TO ATT-ARRET-DEBUT
           MOVE WS-ARR-FIN TO ATT-ARRET-FIN
           MOVE WS-ARR-NATURE TO ATT-NATURE
           MOVE WS-NB-MOIS-REF TO ATT-NB-MOIS
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-MOIS-REF
               MOVE WS-REF-PERIODE(WS-IDX-REF) TO
                   ATT-PERIODE(WS-IDX-REF)
               MOVE WS-REF-BRUT(WS-IDX-REF) TO ATT-BRUT(WS-IDX-REF)
           END-PERFORM
           MOVE WS-TOTAL-BRUT TO ATT-TOTAL-BRUT
           MOVE WS-DATE-JOUR TO ATT-DATE-EMISSION
           MOVE WS-STATUT-ATTEST TO ATT-STATUT
           WRITE ATTEST-IJSS-RECORD
           ADD 1 TO WS-NB-EMISES
           IF WS-NB-REG < 2000
               ADD 1 TO WS-NB-REG
               MOVE WS-ARR-EMP-ID TO WS-REG-EMP-ID(WS-NB-REG)
               MOVE WS-ARR-DEBUT TO WS-REG-DEBUT(WS-NB-REG)
           END-IF
           IF WS-STATUT-ATTEST = 'INCOMPLET'
               MOVE WS-ARR-EMP-ID TO WS-ID-AFF
               DISPLAY 'ALERTE : attestation EMP-ID ' WS-ID-AFF
                   ' arret du ' WS-ARR-DEBUT ' incomplete ('
                   WS-NB-MOIS-TROUVES ' mois de paie sur '
                   WS-NB-MOIS-REF ')'
           END-IF.

       ECRIRE-DOCUMENT.
      * Exemplaire lisible de l'attestation, un fichier par arret.
           MOVE SPACES TO WS-CHEMIN-DOCUMENT
           MOVE WS-ARR-EMP-ID TO WS-ID-AFF
           STRING FUNCTION TRIM(WS-DIR-DOCS)
               'attestation-ijss-' WS-ID-AFF '-'
               WS-ARR-DEBUT(1:4) WS-ARR-DEBUT(6:2) WS-ARR-DEBUT(9:2)
               '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-DOCUMENT
           OPEN OUTPUT FICHIER-DOCUMENT
           MOVE 'ATTESTATION DE SALAIRE - INDEMNITES JOURNALIERES'
               TO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Nature de l''arret : ' WS-ARR-NATURE
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Salarie : ' EMP-NOM ' ' EMP-PRENOM
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'NIR : ' EMP-NIR '  EMP-ID : ' WS-ID-AFF
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Contrat ' EMP-CATEGORIE ' depuis le '
               EMP-DATE-EMBAUCHE
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Arret du ' WS-ARR-DEBUT ' au ' WS-ARR-FIN
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'SALAIRES BRUTS DES ' WS-NB-MOIS-REF
               ' MOIS PRECEDANT L''ARRET :'
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
               UNTIL WS-IDX-REF > WS-NB-MOIS-REF
               MOVE WS-REF-BRUT(WS-IDX-REF) TO WS-AFF-BRUT
               MOVE SPACES TO LIGNE-DOCUMENT
               STRING '  ' WS-REF-PERIODE(WS-IDX-REF)
                   ' brut ' WS-AFF-BRUT
                   DELIMITED SIZE INTO LIGNE-DOCUMENT
               IF WS-REF-TROUVE(WS-IDX-REF) = 'N'
                   MOVE '(aucune paie trouvee)' TO
                       LIGNE-DOCUMENT(30:)
               END-IF
               WRITE LIGNE-DOCUMENT
           END-PERFORM
           MOVE WS-TOTAL-BRUT TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Total brut de reference : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           MOVE SPACES TO LIGNE-DOCUMENT
           STRING 'Statut : ' WS-STATUT-ATTEST
               '  Etablie le ' WS-DATE-JOUR
               DELIMITED SIZE INTO LIGNE-DOCUMENT
           WRITE LIGNE-DOCUMENT
           CLOSE FICHIER-DOCUMENT.
