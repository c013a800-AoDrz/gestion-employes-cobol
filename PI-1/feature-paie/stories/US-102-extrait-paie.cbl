       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-102-EXTRAIT-PAIE.
      * US-102 : Extrait mensuel de paie commun aux rapports (une
      *          ligne par periode et par employe) et controle de
      *          ses totaux contre les bulletins
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
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BDATA
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
           SELECT FICHIER-EXTRAIT
               ASSIGN TO WS-CHEMIN-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EXTRAIT.
           SELECT FICHIER-EXTRAIT-TMP
               ASSIGN TO WS-CHEMIN-EXTRAIT-TMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-HISTO-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'
               REPLACING ==BDATA-RECORD== BY ==HDATA-RECORD==.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-EXTRAIT.
           COPY '../../../copybooks/extrait-paie.cpy'.

        FD FICHIER-EXTRAIT-TMP.
           COPY '../../../copybooks/extrait-paie.cpy'
               REPLACING ==EXTRAIT-RECORD== BY ==TEXTRAIT-RECORD==.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-HDATA     PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-STATUT-EXTRAIT   PIC XX.
        01 WS-MODE             PIC X     VALUE SPACE.
        01 WS-SEGMENT-TROUVE   PIC X     VALUE 'N'.
        01 WS-EMP-TROUVE       PIC X     VALUE 'N'.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE.
            05 WS-PERIODE-AAAA  PIC 9(4).
            05 WS-PERIODE-MM    PIC 9(2).

      * Bulletins non annules de la periode, toutes sources
      * confondues, tries par EMP-ID pour cumuler sur une seule
      * ligne d'extrait les bulletins emis deux fois la meme periode.
        01 WS-NB-LIGNES        PIC 9(5)  VALUE 0.
        01 WS-TAB-LIGNES.
            05 WS-LIG OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-NB-LIGNES
               ASCENDING KEY IS WS-LIG-EMP-ID
               INDEXED BY WS-LIG-I.
                10 WS-LIG-EMP-ID    PIC 9(5).
                10 WS-LIG-RUN       PIC 9(6).
                10 WS-LIG-DEPT      PIC X(15).
                10 WS-LIG-BRUT      PIC 9(7)V9(2).
                10 WS-LIG-COTIS     PIC 9(7)V9(2).
                10 WS-LIG-IMPOT     PIC 9(7)V9(2).
                10 WS-LIG-PATRONAL  PIC 9(7)V9(2).
                10 WS-LIG-NET       PIC 9(7)V9(2).
                10 WS-LIG-NET-PAYER PIC 9(7)V9(2).
        01 WS-IDX-LIG          PIC 9(5)  VALUE 0.
        01 WS-NB-IGNORES       PIC 9(5)  VALUE 0.

      * Cumuls de controle : bulletins de la periode d'un cote,
      * lignes d'extrait de la periode de l'autre.
        01 WS-TOTAUX-BULLETINS.
            05 WS-TB-NB         PIC 9(5)  VALUE 0.
            05 WS-TB-BRUT       PIC 9(9)V9(2) VALUE 0.
            05 WS-TB-COTIS      PIC 9(9)V9(2) VALUE 0.
            05 WS-TB-IMPOT      PIC 9(9)V9(2) VALUE 0.
            05 WS-TB-PATRONAL   PIC 9(9)V9(2) VALUE 0.
            05 WS-TB-NET-PAYER  PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAUX-EXTRAIT.
            05 WS-TE-NB         PIC 9(5)  VALUE 0.
            05 WS-TE-BRUT       PIC 9(9)V9(2) VALUE 0.
            05 WS-TE-COTIS      PIC 9(9)V9(2) VALUE 0.
            05 WS-TE-IMPOT      PIC 9(9)V9(2) VALUE 0.
            05 WS-TE-PATRONAL   PIC 9(9)V9(2) VALUE 0.
            05 WS-TE-NET-PAYER  PIC 9(9)V9(2) VALUE 0.
        01 WS-NB-LIGNES-EXTRAIT PIC 9(5) VALUE 0.
        01 WS-NB-ECARTS        PIC 9(3)  VALUE 0.
        01 WS-LIBELLE-TOTAL    PIC X(20) VALUE SPACES.
        01 WS-MONTANT-B        PIC 9(9)V9(2) VALUE 0.
        01 WS-MONTANT-E        PIC 9(9)V9(2) VALUE 0.

        01 WS-NB-ECRITS        PIC 9(5)  VALUE 0.
        01 WS-NB-CONSERVES     PIC 9(7)  VALUE 0.
        01 WS-NB-REMPLACES     PIC 9(5)  VALUE 0.
        01 WS-NB-ORPHELINS     PIC 9(5)  VALUE 0.

        01 WS-AGE              PIC S9(3) VALUE 0.
        01 WS-DATE-NAISSANCE    PIC 9(8).
        01 WS-NAI-DATE-R REDEFINES WS-DATE-NAISSANCE.
            05 WS-NAI-AAAA       PIC 9(4).
            05 WS-NAI-MMJJ       PIC 9(4).

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-NB-2         PIC ZZZZ9.
        01 WS-AFF-MONTANT      PIC ZZZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HDATA     PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EXTRAIT-TMP PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY 'Mode : (E)xtraire la periode ou (C)ontroler '
               'l''extrait contre les bulletins ? '
           ACCEPT WS-MODE
           PERFORM SAISIR-PERIODE
           PERFORM CHARGER-BULLETINS
           EVALUATE WS-MODE
               WHEN 'C' WHEN 'c'
                   PERFORM CONTROLER-EXTRAIT
               WHEN OTHER
                   IF WS-NB-LIGNES = 0
                       DISPLAY 'Aucun bulletin emis pour la periode '
                           WS-PERIODE
                       DISPLAY 'Extrait de paie inchange.'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   SORT WS-LIG ASCENDING WS-LIG-EMP-ID
                   PERFORM EXTRAIRE-PERIODE
                   DISPLAY 'Extrait de paie ' WS-PERIODE ' : '
                       WS-NB-ECRITS ' ligne(s) employe, '
                       WS-NB-REMPLACES ' ancienne(s) remplacee(s)'
                   IF WS-NB-ORPHELINS > 0
                       DISPLAY 'ATTENTION : ' WS-NB-ORPHELINS
                           ' bulletin(s) sans fiche employes.dat'
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../bulletins-data.txt' TO WS-CHEMIN-BDATA
               MOVE '../../../PI-2/feature-historique/'
                 & 'historique-paies-data.txt' TO WS-CHEMIN-HDATA
               MOVE '../../../PI-2/feature-historique/' TO
                   WS-DIR-HISTO
               MOVE '../../../PI-2/feature-historique/'
                 & 'catalogue-historique.txt'
                   TO WS-CHEMIN-CATALOGUE
               MOVE '../extrait-paie.txt' TO WS-CHEMIN-EXTRAIT
               MOVE '../extrait-paie.tmp' TO WS-CHEMIN-EXTRAIT-TMP
               MOVE '../controle-extrait-paie.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HDATA
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT
               STRING FUNCTION TRIM(WS-RACINE) '/extrait-paie.tmp'
                   DELIMITED SIZE INTO WS-CHEMIN-EXTRAIT-TMP
               STRING FUNCTION TRIM(WS-RACINE)
                   '/controle-extrait-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       SAISIR-PERIODE.
      * Par defaut le mois courant, celui que US-03 porte dans
      * BDATA-PERIODE ; une periode anterieure peut etre saisie pour
      * (re)constituer l'extrait d'un mois deja archive.
           DISPLAY 'Periode (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF.

       CHARGER-BULLETINS.
      * bulletins-data.txt porte le mois en cours ; une periode deja
      * archivee par US-11 est dans historique-paies-data.txt, ou
      * dans le segment annuel signale par le catalogue apres une
      * retention (US-32). Les trois sources sont disjointes.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE OF BDATA-RECORD
                               = WS-PERIODE
                               AND BDATA-STATUT OF BDATA-RECORD
                                   NOT = 'ANNULE'
                               PERFORM RETENIR-BULLETIN-COURANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF
           PERFORM CHARGER-HISTO-FICHIER
           PERFORM CHERCHER-SEGMENT-DATA
           IF WS-SEGMENT-TROUVE = 'O'
               PERFORM CHARGER-HISTO-FICHIER
           END-IF
           IF WS-NB-IGNORES > 0
               DISPLAY 'ATTENTION : ' WS-NB-IGNORES ' bulletin(s) '
                   'au-dela de la capacite de l''extrait (5000)'
           END-IF.

       RETENIR-BULLETIN-COURANT.
           IF WS-NB-LIGNES < 5000
               ADD 1 TO WS-NB-LIGNES
               MOVE BDATA-EMP-ID OF BDATA-RECORD TO
                   WS-LIG-EMP-ID(WS-NB-LIGNES)
               MOVE BDATA-RUN OF BDATA-RECORD TO
                   WS-LIG-RUN(WS-NB-LIGNES)
               MOVE BDATA-DEPARTEMENT OF BDATA-RECORD TO
                   WS-LIG-DEPT(WS-NB-LIGNES)
               MOVE BDATA-BRUT OF BDATA-RECORD TO
                   WS-LIG-BRUT(WS-NB-LIGNES)
               MOVE BDATA-COTIS OF BDATA-RECORD TO
                   WS-LIG-COTIS(WS-NB-LIGNES)
               MOVE BDATA-IMPOT OF BDATA-RECORD TO
                   WS-LIG-IMPOT(WS-NB-LIGNES)
               MOVE BDATA-PATRONALES OF BDATA-RECORD TO
                   WS-LIG-PATRONAL(WS-NB-LIGNES)
               MOVE BDATA-NET OF BDATA-RECORD TO
                   WS-LIG-NET(WS-NB-LIGNES)
               MOVE BDATA-NET-A-PAYER OF BDATA-RECORD TO
                   WS-LIG-NET-PAYER(WS-NB-LIGNES)
               PERFORM CUMULER-TOTAUX-BULLETINS
           ELSE
               ADD 1 TO WS-NB-IGNORES
           END-IF.

       CHARGER-HISTO-FICHIER.
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE OF HDATA-RECORD
                               = WS-PERIODE
                               AND BDATA-STATUT OF HDATA-RECORD
                                   NOT = 'ANNULE'
                               PERFORM RETENIR-BULLETIN-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BULLETIN-ARCHIVE.
           IF WS-NB-LIGNES < 5000
               ADD 1 TO WS-NB-LIGNES
               MOVE BDATA-EMP-ID OF HDATA-RECORD TO
                   WS-LIG-EMP-ID(WS-NB-LIGNES)
               MOVE BDATA-RUN OF HDATA-RECORD TO
                   WS-LIG-RUN(WS-NB-LIGNES)
               MOVE BDATA-DEPARTEMENT OF HDATA-RECORD TO
                   WS-LIG-DEPT(WS-NB-LIGNES)
               MOVE BDATA-BRUT OF HDATA-RECORD TO
                   WS-LIG-BRUT(WS-NB-LIGNES)
               MOVE BDATA-COTIS OF HDATA-RECORD TO
                   WS-LIG-COTIS(WS-NB-LIGNES)
               MOVE BDATA-IMPOT OF HDATA-RECORD TO
                   WS-LIG-IMPOT(WS-NB-LIGNES)
               MOVE BDATA-PATRONALES OF HDATA-RECORD TO
                   WS-LIG-PATRONAL(WS-NB-LIGNES)
               MOVE BDATA-NET OF HDATA-RECORD TO
                   WS-LIG-NET(WS-NB-LIGNES)
               MOVE BDATA-NET-A-PAYER OF HDATA-RECORD TO
                   WS-LIG-NET-PAYER(WS-NB-LIGNES)
               PERFORM CUMULER-TOTAUX-BULLETINS
           ELSE
               ADD 1 TO WS-NB-IGNORES
           END-IF.

       CUMULER-TOTAUX-BULLETINS.
           ADD 1 TO WS-TB-NB
           ADD WS-LIG-BRUT(WS-NB-LIGNES) TO WS-TB-BRUT
           ADD WS-LIG-COTIS(WS-NB-LIGNES) TO WS-TB-COTIS
           ADD WS-LIG-IMPOT(WS-NB-LIGNES) TO WS-TB-IMPOT
           ADD WS-LIG-PATRONAL(WS-NB-LIGNES) TO WS-TB-PATRONAL
           ADD WS-LIG-NET-PAYER(WS-NB-LIGNES) TO WS-TB-NET-PAYER.

       CHERCHER-SEGMENT-DATA.
      * Les segments de donnees gardent un nom fixe
      * historique-paies-data-AAAA.txt (seul le segment texte part en
      * archive froide) : il suffit de savoir par le catalogue si
      * l'annee a ete segmentee.
           MOVE 'N' TO WS-SEGMENT-TROUVE
           OPEN INPUT FICHIER-CATALOGUE
           IF WS-STATUT-CATALOGUE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CATALOGUE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CAT-ANNEE = WS-PERIODE-AAAA
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
                   'historique-paies-data-' WS-PERIODE-AAAA '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-HDATA
           END-IF.

       EXTRAIRE-PERIODE.
      * L'extrait est cumulatif (toutes periodes) : les lignes des
      * autres periodes sont recopiees telles quelles, celles de la
      * periode traitee sont remplacees, de sorte qu'une reprise ou
      * une annulation suivie d'un nouveau run se corrige en
      * relancant simplement l'extraction.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-EXTRAIT-TMP
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE OF EXTRAIT-RECORD
                               = WS-PERIODE
                               ADD 1 TO WS-NB-REMPLACES
                           ELSE
                               MOVE EXTRAIT-RECORD TO TEXTRAIT-RECORD
                               WRITE TEXTRAIT-RECORD
                               ADD 1 TO WS-NB-CONSERVES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF
           MOVE 1 TO WS-IDX-LIG
           PERFORM UNTIL WS-IDX-LIG > WS-NB-LIGNES
               PERFORM ECRIRE-LIGNE-EMPLOYE
           END-PERFORM
           CLOSE FICHIER-EXTRAIT-TMP
           CLOSE FICHIER-EMPLOYES
           CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-EXTRAIT
           CALL 'CBL_RENAME_FILE' USING WS-CHEMIN-EXTRAIT-TMP
               WS-CHEMIN-EXTRAIT.

       ECRIRE-LIGNE-EMPLOYE.
      * Une ligne par employe : les bulletins consecutifs du meme
      * EMP-ID (table triee) sont cumules, le run et le departement
      * retenus sont ceux du dernier bulletin lu.
           INITIALIZE TEXTRAIT-RECORD
           MOVE WS-PERIODE TO EXT-PERIODE OF TEXTRAIT-RECORD
           MOVE WS-LIG-EMP-ID(WS-IDX-LIG) TO
               EXT-EMP-ID OF TEXTRAIT-RECORD
           PERFORM UNTIL WS-IDX-LIG > WS-NB-LIGNES
               OR WS-LIG-EMP-ID(WS-IDX-LIG) NOT =
                   EXT-EMP-ID OF TEXTRAIT-RECORD
               ADD 1 TO EXT-NB-BULLETINS OF TEXTRAIT-RECORD
               MOVE WS-LIG-RUN(WS-IDX-LIG) TO
                   EXT-RUN OF TEXTRAIT-RECORD
               MOVE WS-LIG-DEPT(WS-IDX-LIG) TO
                   EXT-DEPARTEMENT OF TEXTRAIT-RECORD
               ADD WS-LIG-BRUT(WS-IDX-LIG) TO
                   EXT-BRUT OF TEXTRAIT-RECORD
               ADD WS-LIG-COTIS(WS-IDX-LIG) TO
                   EXT-COTIS OF TEXTRAIT-RECORD
               ADD WS-LIG-IMPOT(WS-IDX-LIG) TO
                   EXT-IMPOT OF TEXTRAIT-RECORD
               ADD WS-LIG-PATRONAL(WS-IDX-LIG) TO
                   EXT-PATRONALES OF TEXTRAIT-RECORD
               ADD WS-LIG-NET(WS-IDX-LIG) TO
                   EXT-NET OF TEXTRAIT-RECORD
               ADD WS-LIG-NET-PAYER(WS-IDX-LIG) TO
                   EXT-NET-A-PAYER OF TEXTRAIT-RECORD
               ADD 1 TO WS-IDX-LIG
           END-PERFORM
           PERFORM COMPLETER-FICHE-EMPLOYE
           WRITE TEXTRAIT-RECORD
           ADD 1 TO WS-NB-ECRITS.

       COMPLETER-FICHE-EMPLOYE.
      * Axes d'analyse pris sur la fiche employe ; un bulletin sans
      * fiche (supprimee depuis) garde ses montants et son
      * departement, les autres axes restent a blanc / NC.
           MOVE EXT-EMP-ID OF TEXTRAIT-RECORD TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE 'N' TO WS-EMP-TROUVE
               NOT INVALID KEY
                   MOVE 'O' TO WS-EMP-TROUVE
           END-READ
           IF WS-EMP-TROUVE = 'N'
               ADD 1 TO WS-NB-ORPHELINS
               MOVE 'NC' TO EXT-TRANCHE-AGE OF TEXTRAIT-RECORD
               MOVE EXT-EMP-ID OF TEXTRAIT-RECORD TO WS-ID-AFF
               DISPLAY 'ATTENTION : EMP-ID ' WS-ID-AFF
                   ' absent de employes.dat, axes a blanc'
           ELSE
               MOVE EMP-NOM TO EXT-NOM OF TEXTRAIT-RECORD
               MOVE EMP-SITE TO EXT-SITE OF TEXTRAIT-RECORD
               MOVE EMP-CATEGORIE TO EXT-CATEGORIE OF TEXTRAIT-RECORD
               MOVE EMP-CIVILITE TO EXT-CIVILITE OF TEXTRAIT-RECORD
               MOVE EMP-DATE-EMBAUCHE TO
                   EXT-DATE-EMBAUCHE OF TEXTRAIT-RECORD
               MOVE EMP-DATE-SORTIE TO
                   EXT-DATE-SORTIE OF TEXTRAIT-RECORD
               IF EMP-TAUX-TEMPS > 100
                   MOVE 1 TO EXT-ETP OF TEXTRAIT-RECORD
               ELSE
                   COMPUTE EXT-ETP OF TEXTRAIT-RECORD ROUNDED =
                       EMP-TAUX-TEMPS / 100
               END-IF
               PERFORM CLASSER-AGE
           END-IF.

       CLASSER-AGE.
      * Memes tranches que le bilan social : age atteint dans
      * l'annee de la periode.
           IF EMP-DATE-NAISSANCE = LOW-VALUES
               OR EMP-DATE-NAISSANCE NOT NUMERIC
               OR EMP-DATE-NAISSANCE = 0
               MOVE 'NC' TO EXT-TRANCHE-AGE OF TEXTRAIT-RECORD
           ELSE
               MOVE EMP-DATE-NAISSANCE TO WS-DATE-NAISSANCE
               COMPUTE WS-AGE = WS-PERIODE-AAAA - WS-NAI-AAAA
               EVALUATE TRUE
                   WHEN WS-AGE < 30
                       MOVE 'MOINS30' TO
                           EXT-TRANCHE-AGE OF TEXTRAIT-RECORD
                   WHEN WS-AGE > 50
                       MOVE 'PLUS50' TO
                           EXT-TRANCHE-AGE OF TEXTRAIT-RECORD
                   WHEN OTHER
                       MOVE '30-50' TO
                           EXT-TRANCHE-AGE OF TEXTRAIT-RECORD
               END-EVALUATE
           END-IF.

       CONTROLER-EXTRAIT.
      * Avant tout rapport : les lignes d'extrait de la periode
      * doivent reprendre exactement les bulletins non annules de
      * la periode (nombre, brut, cotisations, impot, charges
      * patronales, net a payer). Un ecart (extraction non relancee
      * apres une reprise ou une annulation, extrait absent) arrete
      * la chaine avec un RETURN-CODE de 12.
           OPEN INPUT FICHIER-EXTRAIT
           IF WS-STATUT-EXTRAIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-EXTRAIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF EXT-PERIODE OF EXTRAIT-RECORD
                               = WS-PERIODE
                               PERFORM CUMULER-TOTAUX-EXTRAIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXTRAIT
               MOVE 'N' TO WS-FIN
           END-IF
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CONTROLE EXTRAIT DE PAIE / BULLETINS - PERIODE '
               WS-PERIODE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total                  Bulletins        Extrait'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-STATUT-EXTRAIT NOT = '00'
               ADD 1 TO WS-NB-ECARTS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'EXTRAIT : extrait-paie.txt absent (statut '
                   WS-STATUT-EXTRAIT '), extraction non faite'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-TB-NB = 0
               ADD 1 TO WS-NB-ECARTS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'BULLETINS : aucun bulletin emis pour la '
                   'periode ' WS-PERIODE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE WS-TB-NB TO WS-AFF-NB
           MOVE WS-TE-NB TO WS-AFF-NB-2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Nombre de bulletins  ' WS-AFF-NB '          '
               WS-AFF-NB-2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           IF WS-TB-NB NOT = WS-TE-NB
               ADD 1 TO WS-NB-ECARTS
               MOVE '  *** ECART' TO LIGNE-RAPPORT(60:11)
           END-IF
           WRITE LIGNE-RAPPORT
           MOVE 'Brut' TO WS-LIBELLE-TOTAL
           MOVE WS-TB-BRUT TO WS-MONTANT-B
           MOVE WS-TE-BRUT TO WS-MONTANT-E
           PERFORM COMPARER-TOTAL
           MOVE 'Cotisations' TO WS-LIBELLE-TOTAL
           MOVE WS-TB-COTIS TO WS-MONTANT-B
           MOVE WS-TE-COTIS TO WS-MONTANT-E
           PERFORM COMPARER-TOTAL
           MOVE 'Impot' TO WS-LIBELLE-TOTAL
           MOVE WS-TB-IMPOT TO WS-MONTANT-B
           MOVE WS-TE-IMPOT TO WS-MONTANT-E
           PERFORM COMPARER-TOTAL
           MOVE 'Charges patronales' TO WS-LIBELLE-TOTAL
           MOVE WS-TB-PATRONAL TO WS-MONTANT-B
           MOVE WS-TE-PATRONAL TO WS-MONTANT-E
           PERFORM COMPARER-TOTAL
           MOVE 'Net a payer' TO WS-LIBELLE-TOTAL
           MOVE WS-TB-NET-PAYER TO WS-MONTANT-B
           MOVE WS-TE-NET-PAYER TO WS-MONTANT-E
           PERFORM COMPARER-TOTAL
           MOVE WS-NB-LIGNES-EXTRAIT TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Lignes employe dans l''extrait : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ECARTS : ' WS-NB-ECARTS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-RAPPORT
           IF WS-NB-ECARTS > 0
               DISPLAY 'CONTROLE EXTRAIT EN ECHEC : ' WS-NB-ECARTS
                   ' ecart(s), rapports a ne pas lancer (voir '
                   'controle-extrait-paie.txt).'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'Controle extrait : totaux conformes aux '
                   'bulletins, les rapports peuvent suivre.'
           END-IF.

       CUMULER-TOTAUX-EXTRAIT.
           ADD 1 TO WS-NB-LIGNES-EXTRAIT
           IF EXT-NB-BULLETINS OF EXTRAIT-RECORD NUMERIC
               ADD EXT-NB-BULLETINS OF EXTRAIT-RECORD TO WS-TE-NB
           END-IF
           ADD EXT-BRUT OF EXTRAIT-RECORD TO WS-TE-BRUT
           ADD EXT-COTIS OF EXTRAIT-RECORD TO WS-TE-COTIS
           ADD EXT-IMPOT OF EXTRAIT-RECORD TO WS-TE-IMPOT
           ADD EXT-PATRONALES OF EXTRAIT-RECORD TO WS-TE-PATRONAL
           ADD EXT-NET-A-PAYER OF EXTRAIT-RECORD TO WS-TE-NET-PAYER.

       COMPARER-TOTAL.
           MOVE WS-MONTANT-B TO WS-AFF-MONTANT
           MOVE WS-MONTANT-E TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING WS-LIBELLE-TOTAL ' ' WS-AFF-MONTANT '   '
               WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           IF WS-MONTANT-B NOT = WS-MONTANT-E
               ADD 1 TO WS-NB-ECARTS
               MOVE '  *** ECART' TO LIGNE-RAPPORT(60:11)
           END-IF
           WRITE LIGNE-RAPPORT.
