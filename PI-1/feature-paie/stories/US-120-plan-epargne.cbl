       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-120-PLAN-EPARGNE.
      * US-120 : Plan d'epargne entreprise - virement mensuel des
      *          versements et abondements au teneur de compte, et
      *          releve annuel de chaque adherent
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
           SELECT FICHIER-REGLE-PEE
               ASSIGN TO WS-CHEMIN-REGLE-PEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGLE-PEE.
           SELECT FICHIER-MOUVEMENTS-PEE
               ASSIGN TO WS-CHEMIN-MOUVEMENTS-PEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MOUVEMENTS-PEE.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BULLETINS-DATA.
           SELECT FICHIER-SORTIE
               ASSIGN TO WS-CHEMIN-SORTIE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SORTIE.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-REGLE-PEE.
           COPY '../../../copybooks/pee-regle.cpy'.

        FD FICHIER-MOUVEMENTS-PEE.
           COPY '../../../copybooks/pee-mouvement.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-SORTIE.
        01 LIGNE-SORTIE       PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-MODE             PIC X     VALUE SPACE.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-REGLE-PEE PIC XX.
        01 WS-STATUT-MOUVEMENTS-PEE PIC XX.
        01 WS-STATUT-BULLETINS-DATA PIC XX.
        01 WS-STATUT-SORTIE    PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.

        01 WS-TENEUR           PIC X(20) VALUE SPACES.
        01 WS-CONTRAT          PIC X(12) VALUE SPACES.

      * Mouvements retenus (periode du virement ou annee du releve),
      * hors bulletins annules.
        01 WS-TAB-MVT.
            05 WS-MVT OCCURS 0 TO 20000 DEPENDING ON WS-NB-MVT.
                10 WS-MVT-EMP-ID     PIC 9(5).
                10 WS-MVT-PERIODE    PIC 9(6).
                10 WS-MVT-VERSEMENT  PIC 9(5)V9(2).
                10 WS-MVT-ABONDEMENT PIC 9(5)V9(2).
                10 WS-MVT-CSG        PIC 9(5)V9(2).
                10 WS-MVT-FORFAIT    PIC 9(5)V9(2).
        01 WS-NB-MVT           PIC 9(5)  VALUE 0.
        01 WS-IDX-MVT          PIC 9(5)  VALUE 0.

      * Bulletins annules par US-13 : leur versement n'a pas ete
      * retenu, il ne part pas au plan.
        01 WS-TAB-ANNULES.
            05 WS-ANN OCCURS 2000 TIMES.
                10 WS-ANN-EMP-ID     PIC 9(5).
                10 WS-ANN-PERIODE    PIC 9(6).
        01 WS-NB-ANNULES       PIC 9(4)  VALUE 0.
        01 WS-IDX-ANN          PIC 9(4)  VALUE 0.
        01 WS-EST-ANNULE       PIC X     VALUE 'N'.
        01 WS-NB-ECARTES       PIC 9(5)  VALUE 0.

        01 WS-EMP-COURANT      PIC 9(5)  VALUE 0.
        01 WS-NOM-COURANT      PIC X(20) VALUE SPACES.
        01 WS-PRENOM-COURANT   PIC X(20) VALUE SPACES.
        01 WS-NB-ADHERENTS     PIC 9(5)  VALUE 0.

        01 WS-EMP-VERSEMENT    PIC 9(7)V9(2) VALUE 0.
        01 WS-EMP-ABONDEMENT   PIC 9(7)V9(2) VALUE 0.
        01 WS-EMP-CSG          PIC 9(7)V9(2) VALUE 0.
        01 WS-TOTAL-VERSEMENT  PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-ABONDEMENT PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-CSG        PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-FORFAIT    PIC 9(9)V9(2) VALUE 0.

      * Enregistrement du virement au teneur de compte : en-tete,
      * une ligne par adherent, pied de controle.
        01 WS-VIR-ENTETE.
            05 FILLER              PIC X(3)  VALUE 'ENT'.
            05 WS-VIR-CONTRAT      PIC X(12).
            05 WS-VIR-TENEUR       PIC X(20).
            05 WS-VIR-PERIODE      PIC 9(6).
            05 WS-VIR-DATE         PIC 9(8).
        01 WS-VIR-DETAIL.
            05 FILLER              PIC X(3)  VALUE 'DET'.
            05 WS-VIR-EMP-ID       PIC 9(5).
            05 WS-VIR-NOM          PIC X(20).
            05 WS-VIR-PRENOM       PIC X(20).
            05 WS-VIR-VERSEMENT    PIC 9(7)V9(2).
            05 WS-VIR-ABONDEMENT   PIC 9(7)V9(2).
        01 WS-VIR-PIED.
            05 FILLER              PIC X(3)  VALUE 'FIN'.
            05 WS-VIR-NB           PIC 9(7).
            05 WS-VIR-TOT-VERS     PIC 9(9)V9(2).
            05 WS-VIR-TOT-ABOND    PIC 9(9)V9(2).

        01 WS-AFF-MONTANT      PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT2     PIC ZZZZZZ9.99.
        01 WS-AFF-MONTANT3     PIC ZZZZZZ9.99.
        01 WS-AFF-NB           PIC ZZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REGLE-PEE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MOUVEMENTS-PEE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-PREFIXE-SORTIE   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SORTIE    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY 'Mode : (V)irement du mois au teneur de compte ou '
               '(R)eleves annuels des adherents ? '
           ACCEPT WS-MODE
           PERFORM CHARGER-REGLE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-ANNULES
           EVALUATE WS-MODE
               WHEN 'R' WHEN 'r'
                   PERFORM SAISIR-ANNEE
                   PERFORM CHARGER-MOUVEMENTS
                   PERFORM PRODUIRE-RELEVES
               WHEN OTHER
                   PERFORM SAISIR-PERIODE
                   PERFORM CHARGER-MOUVEMENTS
                   PERFORM PRODUIRE-VIREMENT
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
               MOVE '../regles-pee.txt' TO WS-CHEMIN-REGLE-PEE
               MOVE '../mouvements-pee.txt' TO
                   WS-CHEMIN-MOUVEMENTS-PEE
               MOVE '../bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../' TO WS-PREFIXE-SORTIE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/regles-pee.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGLE-PEE
               STRING FUNCTION TRIM(WS-RACINE) '/mouvements-pee.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MOUVEMENTS-PEE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-PREFIXE-SORTIE
           END-IF.

       SAISIR-PERIODE.
      * Par defaut le mois courant, celui du run de paie.
           DISPLAY 'Periode (AAAAMM, vide = mois courant) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               IF WS-SAISIE-PERIODE NOT NUMERIC
                   DISPLAY 'ERREUR : periode invalide.'
                   CLOSE FICHIER-EMPLOYES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF.

       SAISIR-ANNEE.
      * Par defaut l'annee precedente : le releve se fait en janvier,
      * apres la paie de decembre.
           DISPLAY 'Annee (AAAA, vide = annee precedente) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE = SPACES
               COMPUTE WS-ANNEE =
                   FUNCTION NUMVAL(WS-DATE-SYS(1:4)) - 1
           ELSE
               IF WS-SAISIE-PERIODE(1:4) NOT NUMERIC
                   DISPLAY 'ERREUR : annee invalide.'
                   CLOSE FICHIER-EMPLOYES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-PERIODE(1:4) TO WS-ANNEE
           END-IF.

       CHARGER-REGLE.
      * Le reglement du plan donne le teneur de compte et le contrat
      * repris sur le virement : sans lui, rien ne peut partir.
           OPEN INPUT FICHIER-REGLE-PEE
           IF WS-STATUT-REGLE-PEE NOT = '00'
               DISPLAY 'ERREUR : ouverture regles-pee.txt impossible '
                   '(statut ' WS-STATUT-REGLE-PEE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FICHIER-REGLE-PEE
               AT END
                   DISPLAY 'ERREUR : regles-pee.txt vide.'
                   CLOSE FICHIER-REGLE-PEE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE RPEE-TENEUR TO WS-TENEUR
                   MOVE RPEE-CONTRAT TO WS-CONTRAT
           END-READ
           CLOSE FICHIER-REGLE-PEE.

       CHARGER-ANNULES.
      * bulletins-data.txt : bulletins de la periode en cours de
      * paie ; fichier optionnel.
           MOVE 0 TO WS-NB-ANNULES
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BULLETINS-DATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-STATUT = 'ANNULE'
                               AND WS-NB-ANNULES < 2000
                               ADD 1 TO WS-NB-ANNULES
                               MOVE BDATA-EMP-ID TO
                                   WS-ANN-EMP-ID(WS-NB-ANNULES)
                               MOVE BDATA-PERIODE TO
                                   WS-ANN-PERIODE(WS-NB-ANNULES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-MOUVEMENTS.
           MOVE 0 TO WS-NB-MVT
           OPEN INPUT FICHIER-MOUVEMENTS-PEE
           IF WS-STATUT-MOUVEMENTS-PEE NOT = '00'
               DISPLAY 'Aucun mouvements-pee.txt : aucun versement '
                   'au plan.'
               CLOSE FICHIER-EMPLOYES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-MOUVEMENTS-PEE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF ((WS-MODE = 'R' OR WS-MODE = 'r')
                           AND MPEE-PERIODE(1:4) = WS-ANNEE)
                           OR ((WS-MODE NOT = 'R' AND WS-MODE NOT = 'r')
                           AND MPEE-PERIODE = WS-PERIODE)
                           PERFORM RETENIR-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-MOUVEMENTS-PEE
           MOVE 'N' TO WS-FIN
           IF WS-NB-MVT > 1
               SORT WS-MVT ASCENDING WS-MVT-EMP-ID WS-MVT-PERIODE
           END-IF.

       RETENIR-MOUVEMENT.
           MOVE 'N' TO WS-EST-ANNULE
           PERFORM VARYING WS-IDX-ANN FROM 1 BY 1
               UNTIL WS-IDX-ANN > WS-NB-ANNULES
               IF WS-ANN-EMP-ID(WS-IDX-ANN) = MPEE-EMP-ID
                   AND WS-ANN-PERIODE(WS-IDX-ANN) = MPEE-PERIODE
                   MOVE 'O' TO WS-EST-ANNULE
               END-IF
           END-PERFORM
           IF WS-EST-ANNULE = 'O'
               ADD 1 TO WS-NB-ECARTES
               DISPLAY 'Bulletin annule, mouvement ecarte : EMP-ID '
                   MPEE-EMP-ID ' periode ' MPEE-PERIODE
           ELSE
               IF WS-NB-MVT < 20000
                   ADD 1 TO WS-NB-MVT
                   MOVE MPEE-EMP-ID TO WS-MVT-EMP-ID(WS-NB-MVT)
                   MOVE MPEE-PERIODE TO WS-MVT-PERIODE(WS-NB-MVT)
                   MOVE MPEE-VERSEMENT TO WS-MVT-VERSEMENT(WS-NB-MVT)
                   MOVE MPEE-ABONDEMENT TO
                       WS-MVT-ABONDEMENT(WS-NB-MVT)
                   MOVE MPEE-CSG-CRDS TO WS-MVT-CSG(WS-NB-MVT)
                   MOVE MPEE-FORFAIT TO WS-MVT-FORFAIT(WS-NB-MVT)
               END-IF
           END-IF.

       LIRE-EMPLOYE.
           MOVE WS-EMP-COURANT TO EMP-ID
           MOVE SPACES TO WS-NOM-COURANT WS-PRENOM-COURANT
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE '(inconnu)' TO WS-NOM-COURANT
               NOT INVALID KEY
                   MOVE EMP-NOM TO WS-NOM-COURANT
                   MOVE EMP-PRENOM TO WS-PRENOM-COURANT
           END-READ.

       PRODUIRE-VIREMENT.
      * Un fichier par periode, virement-pee-AAAAMM.txt, reecrit a
      * chaque lancement : apres un run complementaire il reprend
      * les mouvements recalcules.
           IF WS-NB-MVT = 0
               DISPLAY 'Aucun versement au plan pour la periode '
                   WS-PERIODE '.'
               MOVE 4 TO RETURN-CODE
               GO TO PRODUIRE-VIREMENT-FIN
           END-IF
           MOVE SPACES TO WS-CHEMIN-SORTIE
           STRING FUNCTION TRIM(WS-PREFIXE-SORTIE) 'virement-pee-'
               WS-PERIODE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SORTIE
           OPEN OUTPUT FICHIER-SORTIE
           IF WS-STATUT-SORTIE NOT = '00'
               DISPLAY 'ERREUR : ouverture du virement impossible '
                   '(statut ' WS-STATUT-SORTIE ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CONTRAT TO WS-VIR-CONTRAT
           MOVE WS-TENEUR TO WS-VIR-TENEUR
           MOVE WS-PERIODE TO WS-VIR-PERIODE
           MOVE WS-DATE-SYS TO WS-VIR-DATE
           WRITE LIGNE-SORTIE FROM WS-VIR-ENTETE
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1
               UNTIL WS-IDX-MVT > WS-NB-MVT
               MOVE WS-MVT-EMP-ID(WS-IDX-MVT) TO WS-EMP-COURANT
               PERFORM LIRE-EMPLOYE
               MOVE WS-EMP-COURANT TO WS-VIR-EMP-ID
               MOVE WS-NOM-COURANT TO WS-VIR-NOM
               MOVE WS-PRENOM-COURANT TO WS-VIR-PRENOM
               MOVE WS-MVT-VERSEMENT(WS-IDX-MVT) TO WS-VIR-VERSEMENT
               MOVE WS-MVT-ABONDEMENT(WS-IDX-MVT) TO
                   WS-VIR-ABONDEMENT
               WRITE LIGNE-SORTIE FROM WS-VIR-DETAIL
               ADD WS-MVT-VERSEMENT(WS-IDX-MVT) TO WS-TOTAL-VERSEMENT
               ADD WS-MVT-ABONDEMENT(WS-IDX-MVT) TO
                   WS-TOTAL-ABONDEMENT
               ADD WS-MVT-CSG(WS-IDX-MVT) TO WS-TOTAL-CSG
               ADD WS-MVT-FORFAIT(WS-IDX-MVT) TO WS-TOTAL-FORFAIT
           END-PERFORM
           MOVE WS-NB-MVT TO WS-VIR-NB
           MOVE WS-TOTAL-VERSEMENT TO WS-VIR-TOT-VERS
           MOVE WS-TOTAL-ABONDEMENT TO WS-VIR-TOT-ABOND
           WRITE LIGNE-SORTIE FROM WS-VIR-PIED
           CLOSE FICHIER-SORTIE

           MOVE WS-NB-MVT TO WS-AFF-NB
           DISPLAY 'Virement au plan ' FUNCTION TRIM(WS-CONTRAT)
               ' (' FUNCTION TRIM(WS-TENEUR) '), periode '
               WS-PERIODE ' : ' FUNCTION TRIM(WS-AFF-NB)
               ' adherent(s)'
           MOVE WS-TOTAL-VERSEMENT TO WS-AFF-MONTANT
           DISPLAY '  versements salaries  : ' WS-AFF-MONTANT
           MOVE WS-TOTAL-ABONDEMENT TO WS-AFF-MONTANT
           DISPLAY '  abondement employeur : ' WS-AFF-MONTANT
           MOVE WS-TOTAL-CSG TO WS-AFF-MONTANT
           DISPLAY '  CSG/CRDS abondement  : ' WS-AFF-MONTANT
               ' (retenue sur les bulletins)'
           MOVE WS-TOTAL-FORFAIT TO WS-AFF-MONTANT
           DISPLAY '  forfait social       : ' WS-AFF-MONTANT
               ' (charge employeur a declarer)'
           DISPLAY 'Fichier : ' FUNCTION TRIM(WS-CHEMIN-SORTIE)
           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       PRODUIRE-VIREMENT-FIN.
           EXIT.

       PRODUIRE-RELEVES.
      * releves-pee-AAAA.txt : un releve par adherent, ses
      * versements et abondements mois par mois et leurs totaux.
           IF WS-NB-MVT = 0
               DISPLAY 'Aucun mouvement au plan pour l''annee '
                   WS-ANNEE '.'
               MOVE 4 TO RETURN-CODE
               GO TO PRODUIRE-RELEVES-FIN
           END-IF
           MOVE SPACES TO WS-CHEMIN-SORTIE
           STRING FUNCTION TRIM(WS-PREFIXE-SORTIE) 'releves-pee-'
               WS-ANNEE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SORTIE
           OPEN OUTPUT FICHIER-SORTIE
           IF WS-STATUT-SORTIE NOT = '00'
               DISPLAY 'ERREUR : ouverture des releves impossible '
                   '(statut ' WS-STATUT-SORTIE ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-EMP-COURANT
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1
               UNTIL WS-IDX-MVT > WS-NB-MVT
               IF WS-MVT-EMP-ID(WS-IDX-MVT) NOT = WS-EMP-COURANT
                   IF WS-EMP-COURANT > 0
                       PERFORM ECRIRE-TOTAL-RELEVE
                   END-IF
                   MOVE WS-MVT-EMP-ID(WS-IDX-MVT) TO WS-EMP-COURANT
                   PERFORM ECRIRE-ENTETE-RELEVE
               END-IF
               PERFORM ECRIRE-LIGNE-RELEVE
           END-PERFORM
           PERFORM ECRIRE-TOTAL-RELEVE
           CLOSE FICHIER-SORTIE
           MOVE WS-NB-ADHERENTS TO WS-AFF-NB
           DISPLAY 'Releves annuels ' WS-ANNEE ' : '
               FUNCTION TRIM(WS-AFF-NB) ' adherent(s)'
           DISPLAY 'Fichier : ' FUNCTION TRIM(WS-CHEMIN-SORTIE).
       PRODUIRE-RELEVES-FIN.
           EXIT.

       ECRIRE-ENTETE-RELEVE.
           ADD 1 TO WS-NB-ADHERENTS
           PERFORM LIRE-EMPLOYE
           MOVE 0 TO WS-EMP-VERSEMENT WS-EMP-ABONDEMENT WS-EMP-CSG
           MOVE '================================================'
               TO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' RELEVE ANNUEL PLAN D''EPARGNE ENTREPRISE - '
               WS-ANNEE
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' Plan ' FUNCTION TRIM(WS-CONTRAT) ' tenu par '
               FUNCTION TRIM(WS-TENEUR)
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' EMP-ID ' WS-EMP-COURANT ' : '
               FUNCTION TRIM(WS-NOM-COURANT) ' '
               FUNCTION TRIM(WS-PRENOM-COURANT)
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE '================================================'
               TO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE ' Periode     Versement   Abondement  CSG/CRDS abond.'
               TO LIGNE-SORTIE
           WRITE LIGNE-SORTIE.

       ECRIRE-LIGNE-RELEVE.
           ADD WS-MVT-VERSEMENT(WS-IDX-MVT) TO WS-EMP-VERSEMENT
           ADD WS-MVT-ABONDEMENT(WS-IDX-MVT) TO WS-EMP-ABONDEMENT
           ADD WS-MVT-CSG(WS-IDX-MVT) TO WS-EMP-CSG
           MOVE WS-MVT-VERSEMENT(WS-IDX-MVT) TO WS-AFF-MONTANT
           MOVE WS-MVT-ABONDEMENT(WS-IDX-MVT) TO WS-AFF-MONTANT2
           MOVE WS-MVT-CSG(WS-IDX-MVT) TO WS-AFF-MONTANT3
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' ' WS-MVT-PERIODE(WS-IDX-MVT)(5:2) '/'
               WS-MVT-PERIODE(WS-IDX-MVT)(1:4) ' ' WS-AFF-MONTANT
               '   ' WS-AFF-MONTANT2 '   ' WS-AFF-MONTANT3
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE.

       ECRIRE-TOTAL-RELEVE.
           MOVE WS-EMP-VERSEMENT TO WS-AFF-MONTANT
           MOVE WS-EMP-ABONDEMENT TO WS-AFF-MONTANT2
           MOVE WS-EMP-CSG TO WS-AFF-MONTANT3
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' Total   ' WS-AFF-MONTANT '   ' WS-AFF-MONTANT2
               '   ' WS-AFF-MONTANT3
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           COMPUTE WS-EMP-VERSEMENT =
               WS-EMP-VERSEMENT + WS-EMP-ABONDEMENT
           MOVE WS-EMP-VERSEMENT TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-SORTIE
           STRING ' Sommes placees sur le plan dans l''annee : '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE ' (abondement exonere d''impot sur le revenu ; sa '
               & 'CSG/CRDS a ete retenue sur les bulletins)'
               TO LIGNE-SORTIE
           WRITE LIGNE-SORTIE
           MOVE SPACES TO LIGNE-SORTIE
           WRITE LIGNE-SORTIE.
