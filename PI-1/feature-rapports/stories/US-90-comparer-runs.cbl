       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-90-COMPARER-RUNS.
      * US-90 : Comparaison champ par champ de deux runs de paie
      *         (paie en double avec anciens et nouveaux parametres)
      * Feature : Rapports
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-COMPARAISON
               ASSIGN TO WS-CHEMIN-COMPARAISON
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-COMPARAISON.
        01 LIGNE-COMPARAISON  PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-BDATA     PIC XX.

      * Chaque jeu est soit un numero de run (6 chiffres) pris dans
      * bulletins-data.txt, soit le chemin d'un autre fichier
      * bulletins-data (copie conservee du run fait avec les anciens
      * parametres), pris en entier.
        01 WS-SAISIE-JEU       PIC X(100) VALUE SPACES.
        01 WS-SAISIE-TOLERANCE PIC X(10) VALUE SPACES.
        01 WS-TOLERANCE        PIC 9(5)V9(2) VALUE 0.01.
        01 WS-JEU-COURANT      PIC X     VALUE SPACE.
        01 WS-RUN-FILTRE       PIC 9(6)  VALUE 0.
        01 WS-FILTRE-RUN       PIC X     VALUE 'N'.
        01 WS-LIBELLE-A        PIC X(60) VALUE SPACES.
        01 WS-LIBELLE-B        PIC X(60) VALUE SPACES.
        01 WS-LIBELLE-COURANT  PIC X(60) VALUE SPACES.

      * Champs compares, dans l'ordre des montants de WS-CMP.
        01 WS-TAB-LIBELLES.
            05 FILLER PIC X(10) VALUE 'BRUT'.
            05 FILLER PIC X(10) VALUE 'COTIS'.
            05 FILLER PIC X(10) VALUE 'IMPOT'.
            05 FILLER PIC X(10) VALUE 'RETENUES'.
            05 FILLER PIC X(10) VALUE 'PATRONAL'.
            05 FILLER PIC X(10) VALUE 'NET'.
            05 FILLER PIC X(10) VALUE 'ATMP'.
            05 FILLER PIC X(10) VALUE 'NDF'.
        01 WS-LIBELLES-R REDEFINES WS-TAB-LIBELLES.
            05 WS-LIBELLE-CHAMP OCCURS 8 TIMES PIC X(10).
        01 WS-NB-CHAMPS        PIC 9     VALUE 8.
        01 WS-IDX-CHAMP        PIC 9     VALUE 0.

      * Un poste par employe et par jeu (plusieurs bulletins d'un
      * meme employe dans un jeu sont cumules ; les bulletins
      * ANNULE sont ignores), trie par EMP-ID puis jeu : un employe
      * present dans les deux jeux occupe deux postes consecutifs.
        01 WS-NB-CMP           PIC 9(4)  VALUE 0.
        01 WS-TAB-CMP.
            05 WS-CMP OCCURS 0 TO 4000 TIMES
               DEPENDING ON WS-NB-CMP
               ASCENDING KEY IS WS-CMP-EMP-ID WS-CMP-JEU
               INDEXED BY WS-CMP-I.
                10 WS-CMP-EMP-ID    PIC 9(5).
                10 WS-CMP-JEU       PIC X.
                10 WS-CMP-DEPT      PIC X(15).
                10 WS-CMP-MONTANT   PIC S9(7)V9(2) OCCURS 8 TIMES.
        01 WS-IDX-CMP          PIC 9(4)  VALUE 0.
        01 WS-IDX-B            PIC 9(4)  VALUE 0.
        01 WS-CMP-TROUVE       PIC 9(4)  VALUE 0.
        01 WS-NB-JEU-A         PIC 9(4)  VALUE 0.
        01 WS-NB-JEU-B         PIC 9(4)  VALUE 0.

      * Totaux par departement (jeu A, jeu B) et totaux generaux
      * au dernier poste.
        01 WS-TAB-DEPT.
            05 WS-DEP OCCURS 51 TIMES.
                10 WS-DEP-NOM       PIC X(15).
                10 WS-DEP-NB-COMP   PIC 9(5).
                10 WS-DEP-NB-ECART  PIC 9(5).
                10 WS-DEP-NB-SEUL   PIC 9(5).
                10 WS-DEP-TOT-A     PIC S9(9)V9(2) OCCURS 8 TIMES.
                10 WS-DEP-TOT-B     PIC S9(9)V9(2) OCCURS 8 TIMES.
        01 WS-NB-DEPT          PIC 9(2)  VALUE 0.
        01 WS-IDX-DEPT         PIC 9(2)  VALUE 0.
        01 WS-DEPT-TROUVE      PIC 9(2)  VALUE 0.
        01 WS-DEPT-CHERCHE     PIC X(15) VALUE SPACES.
        01 WS-IDX-TOTAL        PIC 9(2)  VALUE 51.

        01 WS-ECART            PIC S9(9)V9(2) VALUE 0.
        01 WS-ECART-ABS        PIC 9(9)V9(2) VALUE 0.
        01 WS-EMPLOYE-ECART    PIC X     VALUE 'N'.
        01 WS-NB-ECARTS        PIC 9(5)  VALUE 0.
        01 WS-NB-EMP-ECART     PIC 9(5)  VALUE 0.
        01 WS-NB-SEUL-A        PIC 9(5)  VALUE 0.
        01 WS-NB-SEUL-B        PIC 9(5)  VALUE 0.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-A            PIC -ZZZZZZZZ9.99.
        01 WS-AFF-B            PIC -ZZZZZZZZ9.99.
        01 WS-AFF-ECART        PIC -ZZZZZZZZ9.99.
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-NB2          PIC ZZZZ9.
        01 WS-AFF-NB3          PIC ZZZZ9.
        01 WS-AFF-TOL          PIC ZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-DEFAUT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-COMPARAISON PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           DISPLAY '================================'
           DISPLAY ' COMPARAISON DE DEUX RUNS DE PAIE'
           DISPLAY '================================'
           MOVE 'A' TO WS-JEU-COURANT
           PERFORM SAISIR-JEU
           MOVE WS-LIBELLE-COURANT TO WS-LIBELLE-A
           PERFORM CHARGER-JEU
           MOVE 'B' TO WS-JEU-COURANT
           PERFORM SAISIR-JEU
           MOVE WS-LIBELLE-COURANT TO WS-LIBELLE-B
           PERFORM CHARGER-JEU
           PERFORM SAISIR-TOLERANCE
           IF WS-NB-JEU-A = 0 OR WS-NB-JEU-B = 0
               DISPLAY 'Jeu A : ' WS-NB-JEU-A ' employe(s), jeu B : '
                   WS-NB-JEU-B ' employe(s).'
               DISPLAY 'Comparaison impossible : un des deux jeux '
                   'est vide.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SORT WS-CMP ASCENDING WS-CMP-EMP-ID WS-CMP-JEU
           MOVE 'TOTAL GENERAL' TO WS-DEP-NOM(WS-IDX-TOTAL)
           MOVE 0 TO WS-DEP-NB-COMP(WS-IDX-TOTAL)
               WS-DEP-NB-ECART(WS-IDX-TOTAL)
               WS-DEP-NB-SEUL(WS-IDX-TOTAL)
           PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
               UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
               MOVE 0 TO WS-DEP-TOT-A(WS-IDX-TOTAL, WS-IDX-CHAMP)
               MOVE 0 TO WS-DEP-TOT-B(WS-IDX-TOTAL, WS-IDX-CHAMP)
           END-PERFORM
           OPEN OUTPUT FICHIER-COMPARAISON
           PERFORM ECRIRE-ENTETE
           MOVE 1 TO WS-IDX-CMP
           PERFORM UNTIL WS-IDX-CMP > WS-NB-CMP
               PERFORM COMPARER-EMPLOYE
           END-PERFORM
           PERFORM ECRIRE-TOTAUX-DEPARTEMENTS
           CLOSE FICHIER-COMPARAISON
           DISPLAY 'Employes compares    : '
               WS-DEP-NB-COMP(WS-IDX-TOTAL)
           DISPLAY 'Employes avec ecart  : ' WS-NB-EMP-ECART
               ' (' WS-NB-ECARTS ' champ(s))'
           DISPLAY 'Presents dans A seul : ' WS-NB-SEUL-A
           DISPLAY 'Presents dans B seul : ' WS-NB-SEUL-B
           DISPLAY 'Rapport : comparaison-runs.txt'
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
               MOVE '../../feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BDATA-DEFAUT
               MOVE '../comparaison-runs.txt' TO
                   WS-CHEMIN-COMPARAISON
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-DEFAUT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/comparaison-runs.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-COMPARAISON
           END-IF.

       SAISIR-JEU.
           DISPLAY 'Jeu ' WS-JEU-COURANT
               ' : numero de run (6 chiffres) ou chemin d''un '
               'fichier bulletins-data : '
           MOVE SPACES TO WS-SAISIE-JEU
           ACCEPT WS-SAISIE-JEU
           MOVE SPACES TO WS-LIBELLE-COURANT
           IF WS-SAISIE-JEU(1:6) NUMERIC
               AND WS-SAISIE-JEU(7:) = SPACES
               MOVE 'O' TO WS-FILTRE-RUN
               MOVE WS-SAISIE-JEU(1:6) TO WS-RUN-FILTRE
               MOVE WS-CHEMIN-BDATA-DEFAUT TO
                   WS-CHEMIN-BULLETINS-DATA
               STRING 'run ' WS-RUN-FILTRE
                   DELIMITED SIZE INTO WS-LIBELLE-COURANT
           ELSE
               MOVE 'N' TO WS-FILTRE-RUN
               IF WS-SAISIE-JEU = SPACES
                   MOVE WS-CHEMIN-BDATA-DEFAUT TO
                       WS-CHEMIN-BULLETINS-DATA
               ELSE
                   MOVE WS-SAISIE-JEU TO WS-CHEMIN-BULLETINS-DATA
               END-IF
               MOVE WS-CHEMIN-BULLETINS-DATA TO WS-LIBELLE-COURANT
           END-IF.

       SAISIR-TOLERANCE.
      * Ecart tolere par champ (arrondis au centime des bases
      * differentes) ; au-dela, le champ est signale.
           DISPLAY 'Tolerance par champ en euros (vide = 0.01) : '
           ACCEPT WS-SAISIE-TOLERANCE
           IF WS-SAISIE-TOLERANCE NOT = SPACES
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(WS-SAISIE-TOLERANCE)
           END-IF.

       CHARGER-JEU.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA NOT = '00'
               DISPLAY 'ERREUR : ouverture '
                   FUNCTION TRIM(WS-CHEMIN-BULLETINS-DATA)
                   ' impossible (statut ' WS-STATUT-BDATA ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-BULLETINS-DATA
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF BDATA-STATUT NOT = 'ANNULE'
                           AND (WS-FILTRE-RUN = 'N'
                                OR BDATA-RUN = WS-RUN-FILTRE)
                           PERFORM CUMULER-BULLETIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-BULLETINS-DATA
           MOVE 'N' TO WS-FIN.

       CUMULER-BULLETIN.
           MOVE 0 TO WS-CMP-TROUVE
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-NB-CMP
               IF WS-CMP-EMP-ID(WS-IDX-CMP) = BDATA-EMP-ID
                   AND WS-CMP-JEU(WS-IDX-CMP) = WS-JEU-COURANT
                   MOVE WS-IDX-CMP TO WS-CMP-TROUVE
               END-IF
           END-PERFORM
           IF WS-CMP-TROUVE = 0 AND WS-NB-CMP < 4000
               ADD 1 TO WS-NB-CMP
               MOVE WS-NB-CMP TO WS-CMP-TROUVE
               MOVE BDATA-EMP-ID TO WS-CMP-EMP-ID(WS-CMP-TROUVE)
               MOVE WS-JEU-COURANT TO WS-CMP-JEU(WS-CMP-TROUVE)
               MOVE BDATA-DEPARTEMENT TO WS-CMP-DEPT(WS-CMP-TROUVE)
               PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
                   UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
                   MOVE 0 TO
                       WS-CMP-MONTANT(WS-CMP-TROUVE, WS-IDX-CHAMP)
               END-PERFORM
               IF WS-JEU-COURANT = 'A'
                   ADD 1 TO WS-NB-JEU-A
               ELSE
                   ADD 1 TO WS-NB-JEU-B
               END-IF
           END-IF
           IF WS-CMP-TROUVE NOT = 0
               ADD BDATA-BRUT TO WS-CMP-MONTANT(WS-CMP-TROUVE, 1)
               ADD BDATA-COTIS TO WS-CMP-MONTANT(WS-CMP-TROUVE, 2)
               ADD BDATA-IMPOT TO WS-CMP-MONTANT(WS-CMP-TROUVE, 3)
               ADD BDATA-RETENUES TO WS-CMP-MONTANT(WS-CMP-TROUVE, 4)
               ADD BDATA-PATRONALES TO
                   WS-CMP-MONTANT(WS-CMP-TROUVE, 5)
               ADD BDATA-NET TO WS-CMP-MONTANT(WS-CMP-TROUVE, 6)
      * Zones ajoutees en fin d'enregistrement : a blanc sur les
      * enregistrements anterieurs.
               IF BDATA-ATMP NUMERIC
                   ADD BDATA-ATMP TO WS-CMP-MONTANT(WS-CMP-TROUVE, 7)
               END-IF
               IF BDATA-NDF NUMERIC
                   ADD BDATA-NDF TO WS-CMP-MONTANT(WS-CMP-TROUVE, 8)
               END-IF
           END-IF.

       COMPARER-EMPLOYE.
      * Poste WS-IDX-CMP : apparie au suivant s'il porte le meme
      * EMP-ID (jeu A puis jeu B), sinon employe present dans un
      * seul des deux jeux.
           MOVE WS-CMP-EMP-ID(WS-IDX-CMP) TO WS-ID-AFF
           MOVE WS-CMP-DEPT(WS-IDX-CMP) TO WS-DEPT-CHERCHE
           PERFORM CHERCHER-DEPARTEMENT
           COMPUTE WS-IDX-B = WS-IDX-CMP + 1
           IF WS-IDX-B <= WS-NB-CMP
               AND WS-CMP-EMP-ID(WS-IDX-B) = WS-CMP-EMP-ID(WS-IDX-CMP)
               ADD 1 TO WS-DEP-NB-COMP(WS-DEPT-TROUVE)
               ADD 1 TO WS-DEP-NB-COMP(WS-IDX-TOTAL)
               MOVE 'N' TO WS-EMPLOYE-ECART
               PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
                   UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
                   PERFORM COMPARER-CHAMP
               END-PERFORM
               IF WS-EMPLOYE-ECART = 'O'
                   ADD 1 TO WS-NB-EMP-ECART
                   ADD 1 TO WS-DEP-NB-ECART(WS-DEPT-TROUVE)
                   ADD 1 TO WS-DEP-NB-ECART(WS-IDX-TOTAL)
               END-IF
               ADD 2 TO WS-IDX-CMP
           ELSE
               ADD 1 TO WS-DEP-NB-SEUL(WS-DEPT-TROUVE)
               ADD 1 TO WS-DEP-NB-SEUL(WS-IDX-TOTAL)
               PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
                   UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
                   PERFORM CUMULER-JEU-SEUL
               END-PERFORM
               MOVE WS-CMP-MONTANT(WS-IDX-CMP, 6) TO WS-AFF-A
               MOVE SPACES TO LIGNE-COMPARAISON
               IF WS-CMP-JEU(WS-IDX-CMP) = 'A'
                   ADD 1 TO WS-NB-SEUL-A
                   STRING 'EMP-ID ' WS-ID-AFF ' '
                       WS-CMP-DEPT(WS-IDX-CMP)
                       ' PRESENT DANS A SEUL  (net ' WS-AFF-A ')'
                       DELIMITED SIZE INTO LIGNE-COMPARAISON
               ELSE
                   ADD 1 TO WS-NB-SEUL-B
                   STRING 'EMP-ID ' WS-ID-AFF ' '
                       WS-CMP-DEPT(WS-IDX-CMP)
                       ' PRESENT DANS B SEUL  (net ' WS-AFF-A ')'
                       DELIMITED SIZE INTO LIGNE-COMPARAISON
               END-IF
               WRITE LIGNE-COMPARAISON
               ADD 1 TO WS-IDX-CMP
           END-IF.

       CUMULER-JEU-SEUL.
      * Un employe present dans un seul jeu compte dans les totaux
      * de ce jeu : les totaux restent ceux des runs entiers.
           IF WS-CMP-JEU(WS-IDX-CMP) = 'A'
               ADD WS-CMP-MONTANT(WS-IDX-CMP, WS-IDX-CHAMP) TO
                   WS-DEP-TOT-A(WS-DEPT-TROUVE, WS-IDX-CHAMP)
                   WS-DEP-TOT-A(WS-IDX-TOTAL, WS-IDX-CHAMP)
           ELSE
               ADD WS-CMP-MONTANT(WS-IDX-CMP, WS-IDX-CHAMP) TO
                   WS-DEP-TOT-B(WS-DEPT-TROUVE, WS-IDX-CHAMP)
                   WS-DEP-TOT-B(WS-IDX-TOTAL, WS-IDX-CHAMP)
           END-IF.

       COMPARER-CHAMP.
           ADD WS-CMP-MONTANT(WS-IDX-CMP, WS-IDX-CHAMP) TO
               WS-DEP-TOT-A(WS-DEPT-TROUVE, WS-IDX-CHAMP)
               WS-DEP-TOT-A(WS-IDX-TOTAL, WS-IDX-CHAMP)
           ADD WS-CMP-MONTANT(WS-IDX-B, WS-IDX-CHAMP) TO
               WS-DEP-TOT-B(WS-DEPT-TROUVE, WS-IDX-CHAMP)
               WS-DEP-TOT-B(WS-IDX-TOTAL, WS-IDX-CHAMP)
           COMPUTE WS-ECART =
               WS-CMP-MONTANT(WS-IDX-B, WS-IDX-CHAMP)
               - WS-CMP-MONTANT(WS-IDX-CMP, WS-IDX-CHAMP)
           IF WS-ECART < 0
               COMPUTE WS-ECART-ABS = 0 - WS-ECART
           ELSE
               MOVE WS-ECART TO WS-ECART-ABS
           END-IF
           IF WS-ECART-ABS > WS-TOLERANCE
               MOVE 'O' TO WS-EMPLOYE-ECART
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-CMP-MONTANT(WS-IDX-CMP, WS-IDX-CHAMP) TO
                   WS-AFF-A
               MOVE WS-CMP-MONTANT(WS-IDX-B, WS-IDX-CHAMP) TO
                   WS-AFF-B
               MOVE WS-ECART TO WS-AFF-ECART
               MOVE SPACES TO LIGNE-COMPARAISON
               STRING 'EMP-ID ' WS-ID-AFF ' '
                   WS-CMP-DEPT(WS-IDX-CMP) ' '
                   WS-LIBELLE-CHAMP(WS-IDX-CHAMP)
                   WS-AFF-A WS-AFF-B WS-AFF-ECART
                   DELIMITED SIZE INTO LIGNE-COMPARAISON
               WRITE LIGNE-COMPARAISON
           END-IF.

       CHERCHER-DEPARTEMENT.
      * Cinquante departements au plus ; au-dela, le dernier
      * recoit les suivants (le poste 51 porte les totaux generaux).
           MOVE 0 TO WS-DEPT-TROUVE
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               IF WS-DEP-NOM(WS-IDX-DEPT) = WS-DEPT-CHERCHE
                   MOVE WS-IDX-DEPT TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-DEPT-TROUVE = 0
               IF WS-NB-DEPT < 50
                   ADD 1 TO WS-NB-DEPT
                   MOVE WS-NB-DEPT TO WS-DEPT-TROUVE
                   MOVE WS-DEPT-CHERCHE TO
                       WS-DEP-NOM(WS-DEPT-TROUVE)
                   MOVE 0 TO WS-DEP-NB-COMP(WS-DEPT-TROUVE)
                       WS-DEP-NB-ECART(WS-DEPT-TROUVE)
                       WS-DEP-NB-SEUL(WS-DEPT-TROUVE)
                   PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
                       UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
                       MOVE 0 TO
                           WS-DEP-TOT-A(WS-DEPT-TROUVE, WS-IDX-CHAMP)
                       MOVE 0 TO
                           WS-DEP-TOT-B(WS-DEPT-TROUVE, WS-IDX-CHAMP)
                   END-PERFORM
               ELSE
                   MOVE WS-NB-DEPT TO WS-DEPT-TROUVE
               END-IF
           END-IF.

       ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-COMPARAISON
           STRING 'COMPARAISON DE RUNS - A : '
               FUNCTION TRIM(WS-LIBELLE-A)
               DELIMITED SIZE INTO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE SPACES TO LIGNE-COMPARAISON
           STRING '                     B : '
               FUNCTION TRIM(WS-LIBELLE-B)
               DELIMITED SIZE INTO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE WS-TOLERANCE TO WS-AFF-TOL
           MOVE SPACES TO LIGNE-COMPARAISON
           STRING 'Tolerance par champ : ' WS-AFF-TOL
               ' - ecart = B - A'
               DELIMITED SIZE INTO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE SPACES TO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE SPACES TO LIGNE-COMPARAISON
           STRING 'EMPLOYE      DEPARTEMENT     CHAMP     '
               '    MONTANT A    MONTANT B        ECART'
               DELIMITED SIZE INTO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE ALL '-' TO LIGNE-COMPARAISON(1:80)
           WRITE LIGNE-COMPARAISON.

       ECRIRE-TOTAUX-DEPARTEMENTS.
      * Un bloc par departement puis le bloc general : effectifs
      * compares, employes en ecart ou dans un seul jeu, et totaux
      * A / B / ecart de chaque champ.
           MOVE SPACES TO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           MOVE ALL '=' TO LIGNE-COMPARAISON(1:80)
           WRITE LIGNE-COMPARAISON
           MOVE 'TOTAUX PAR DEPARTEMENT' TO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           PERFORM VARYING WS-IDX-DEPT FROM 1 BY 1
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               MOVE WS-IDX-DEPT TO WS-DEPT-TROUVE
               PERFORM ECRIRE-BLOC-DEPARTEMENT
           END-PERFORM
           MOVE WS-IDX-TOTAL TO WS-DEPT-TROUVE
           PERFORM ECRIRE-BLOC-DEPARTEMENT.

       ECRIRE-BLOC-DEPARTEMENT.
           MOVE ALL '-' TO LIGNE-COMPARAISON(1:80)
           WRITE LIGNE-COMPARAISON
           MOVE WS-DEP-NB-COMP(WS-DEPT-TROUVE) TO WS-AFF-NB
           MOVE WS-DEP-NB-ECART(WS-DEPT-TROUVE) TO WS-AFF-NB2
           MOVE WS-DEP-NB-SEUL(WS-DEPT-TROUVE) TO WS-AFF-NB3
           MOVE SPACES TO LIGNE-COMPARAISON
           STRING WS-DEP-NOM(WS-DEPT-TROUVE) ' compares ' WS-AFF-NB
               ' en ecart ' WS-AFF-NB2
               ' dans un seul jeu ' WS-AFF-NB3
               DELIMITED SIZE INTO LIGNE-COMPARAISON
           WRITE LIGNE-COMPARAISON
           PERFORM VARYING WS-IDX-CHAMP FROM 1 BY 1
               UNTIL WS-IDX-CHAMP > WS-NB-CHAMPS
               MOVE WS-DEP-TOT-A(WS-DEPT-TROUVE, WS-IDX-CHAMP) TO
                   WS-AFF-A
               MOVE WS-DEP-TOT-B(WS-DEPT-TROUVE, WS-IDX-CHAMP) TO
                   WS-AFF-B
               COMPUTE WS-ECART =
                   WS-DEP-TOT-B(WS-DEPT-TROUVE, WS-IDX-CHAMP)
                   - WS-DEP-TOT-A(WS-DEPT-TROUVE, WS-IDX-CHAMP)
               MOVE WS-ECART TO WS-AFF-ECART
               MOVE SPACES TO LIGNE-COMPARAISON
               STRING '                             '
                   WS-LIBELLE-CHAMP(WS-IDX-CHAMP)
                   WS-AFF-A WS-AFF-B WS-AFF-ECART
                   DELIMITED SIZE INTO LIGNE-COMPARAISON
               WRITE LIGNE-COMPARAISON
           END-PERFORM.
