       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-100-AIDES-APPRENTISSAGE.
      * US-100 : Registre des aides a l'embauche des apprentis
      *          (droits mensuels par contrat, reclamation et
      *          rapprochement des versements sur le releve de paie)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-AIDES
               ASSIGN TO WS-CHEMIN-AIDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AIDES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-RELEVE
               ASSIGN TO WS-CHEMIN-RELEVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RELEVE.
           SELECT FICHIER-RECLAMATION
               ASSIGN TO WS-CHEMIN-RECLAMATION
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-AIDES.
           COPY '../../../copybooks/aide-apprentissage.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-RELEVE.
           COPY '../../../copybooks/releve-banque.cpy'.

        FD FICHIER-RECLAMATION.
        01 LIGNE-RECLAMATION  PIC X(80).

        FD FICHIER-ALERTES.
        01 LIGNE-ALERTE       PIC X(100).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-AIDES     PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-RELEVE    PIC XX.
        01 WS-STATUT-ALERTES   PIC XX.

        01 WS-MODE             PIC X     VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-INT-JOUR         PIC 9(8)  VALUE 0.

      * Aide de l'Etat pour la premiere annee d'execution du
      * contrat d'apprentissage : WS-AIDE-MENSUELLE par mois,
      * sur WS-DUREE-AIDE-MOIS mois au plus. Un mois est
      * reclamable une fois ecoule ; un mois reclame et non credite
      * apres WS-DELAI-VERSEMENT jours est signale.
        01 WS-AIDE-MENSUELLE   PIC 9(5)V9(2) VALUE 500.
        01 WS-DUREE-AIDE-MOIS  PIC 9(2)  VALUE 12.
        01 WS-DELAI-VERSEMENT  PIC 9(3)  VALUE 60.

        01 WS-TAB-AIDES.
            05 WS-AID OCCURS 5000 TIMES.
                10 WS-AID-EMP-ID    PIC 9(5).
                10 WS-AID-RANG      PIC 9(2).
                10 WS-AID-DEBUT     PIC 9(8).
                10 WS-AID-MONTANT   PIC 9(5)V9(2).
                10 WS-AID-STATUT    PIC X(10).
                10 WS-AID-RECLAME   PIC 9(8).
                10 WS-AID-RECU      PIC 9(8).
                10 WS-AID-MONTANT-RECU PIC 9(5)V9(2).
                10 WS-AID-POINTE    PIC X.
        01 WS-NB-AIDES         PIC 9(4)  VALUE 0.
        01 WS-IDX-AID          PIC 9(4)  VALUE 0.
        01 WS-IDX-TROUVE       PIC 9(4)  VALUE 0.

        01 WS-TAB-CREDITS.
            05 WS-CRD OCCURS 2000 TIMES.
                10 WS-CRD-DATE      PIC 9(8).
                10 WS-CRD-IBAN      PIC X(27).
                10 WS-CRD-MONTANT   PIC 9(7)V9(2).
                10 WS-CRD-RAPPROCHE PIC X.
        01 WS-NB-CREDITS       PIC 9(4)  VALUE 0.
        01 WS-IDX-CRD          PIC 9(4)  VALUE 0.

        01 WS-DATE-TRAVAIL     PIC 9(8)  VALUE 0.
        01 WS-INT-TRAVAIL      PIC 9(8)  VALUE 0.
        01 WS-MOIS-AJOUT       PIC 9(3)  VALUE 0.
        01 WS-RANG             PIC 9(2)  VALUE 0.
        01 WS-DATE-ARRET       PIC 9(8)  VALUE 0.
        01 WS-FIN-DROITS       PIC 9(8)  VALUE 0.

        01 WS-NB-NOUVEAUX      PIC 9(4)  VALUE 0.
        01 WS-NB-ARRETES       PIC 9(4)  VALUE 0.
        01 WS-NB-RECLAMES      PIC 9(4)  VALUE 0.
        01 WS-NB-RECUS         PIC 9(4)  VALUE 0.
        01 WS-NB-NON-RECLAMES  PIC 9(4)  VALUE 0.
        01 WS-NB-EN-ATTENTE    PIC 9(4)  VALUE 0.
        01 WS-NB-A-REMBOURSER  PIC 9(4)  VALUE 0.
        01 WS-NB-CRD-ORPHELINS PIC 9(4)  VALUE 0.
        01 WS-TOTAL-DU         PIC 9(7)V9(2) VALUE 0.
        01 WS-TOTAL-RECLAME    PIC 9(7)V9(2) VALUE 0.
        01 WS-TOTAL-RECU       PIC 9(7)V9(2) VALUE 0.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-MONTANT      PIC ZZZZ9.99.
        01 WS-AFF-TOTAL        PIC ZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AIDES     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RELEVE    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RECLAMATION PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           PERFORM CHARGER-AIDES
           DISPLAY 'Mode : (G)enerer les droits, (R)eclamer les mois '
               'echus ou (P)ointer le releve ? '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'G' WHEN 'g'
                   PERFORM GENERER-DROITS
                   PERFORM REECRIRE-AIDES
                   DISPLAY 'Mois d''aide ajoutes   : ' WS-NB-NOUVEAUX
                   DISPLAY 'Mois d''aide arretes   : ' WS-NB-ARRETES
               WHEN 'R' WHEN 'r'
                   PERFORM RECLAMER-MOIS-ECHUS
                   PERFORM REECRIRE-AIDES
                   DISPLAY 'Mois reclames : ' WS-NB-RECLAMES
                   DISPLAY 'Reclamation : reclamation-aides.txt'
               WHEN OTHER
                   PERFORM CHARGER-CREDITS
                   PERFORM RAPPROCHER-CREDITS
                   PERFORM REECRIRE-AIDES
                   PERFORM ECRIRE-RAPPORT
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
               MOVE '../aides-apprentissage.txt' TO WS-CHEMIN-AIDES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../releve-banque-paie.txt' TO WS-CHEMIN-RELEVE
               MOVE '../reclamation-aides.txt' TO
                   WS-CHEMIN-RECLAMATION
               MOVE '../alertes-aides-apprentis.txt' TO
                   WS-CHEMIN-ALERTES
               MOVE '../rapport-aides-apprentis.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/aides-apprentissage.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AIDES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/releve-banque-paie.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RELEVE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/reclamation-aides.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RECLAMATION
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-aides-apprentis.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-aides-apprentis.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-AIDES.
      * Registre optionnel : absent au premier passage, il est cree
      * par la generation des droits.
           MOVE 0 TO WS-NB-AIDES
           OPEN INPUT FICHIER-AIDES
           IF WS-STATUT-AIDES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AIDES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-AIDES < 5000
                               ADD 1 TO WS-NB-AIDES
                               MOVE AIDE-EMP-ID TO
                                   WS-AID-EMP-ID(WS-NB-AIDES)
                               MOVE AIDE-RANG TO
                                   WS-AID-RANG(WS-NB-AIDES)
                               MOVE AIDE-DEBUT TO
                                   WS-AID-DEBUT(WS-NB-AIDES)
                               MOVE AIDE-MONTANT TO
                                   WS-AID-MONTANT(WS-NB-AIDES)
                               MOVE AIDE-STATUT TO
                                   WS-AID-STATUT(WS-NB-AIDES)
                               MOVE AIDE-DATE-RECLAME TO
                                   WS-AID-RECLAME(WS-NB-AIDES)
                               MOVE AIDE-DATE-RECU TO
                                   WS-AID-RECU(WS-NB-AIDES)
                               MOVE AIDE-MONTANT-RECU TO
                                   WS-AID-MONTANT-RECU(WS-NB-AIDES)
                               MOVE 'N' TO WS-AID-POINTE(WS-NB-AIDES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AIDES
               MOVE 'N' TO WS-FIN
           END-IF.

       REECRIRE-AIDES.
           OPEN OUTPUT FICHIER-AIDES
           PERFORM VARYING WS-IDX-AID FROM 1 BY 1
               UNTIL WS-IDX-AID > WS-NB-AIDES
               MOVE WS-AID-EMP-ID(WS-IDX-AID) TO AIDE-EMP-ID
               MOVE WS-AID-RANG(WS-IDX-AID) TO AIDE-RANG
               MOVE WS-AID-DEBUT(WS-IDX-AID) TO AIDE-DEBUT
               MOVE WS-AID-MONTANT(WS-IDX-AID) TO AIDE-MONTANT
               MOVE WS-AID-STATUT(WS-IDX-AID) TO AIDE-STATUT
               MOVE WS-AID-RECLAME(WS-IDX-AID) TO AIDE-DATE-RECLAME
               MOVE WS-AID-RECU(WS-IDX-AID) TO AIDE-DATE-RECU
               MOVE WS-AID-MONTANT-RECU(WS-IDX-AID) TO
                   AIDE-MONTANT-RECU
               WRITE AIDE-APPRENTI-RECORD
           END-PERFORM
           CLOSE FICHIER-AIDES.

       AJOUTER-MOIS.
      * Ajoute WS-MOIS-AJOUT mois a WS-DATE-TRAVAIL, le jour borne a
      * 28 pour rester une date valide sur tous les mois (meme calcul
      * que le suivi des visites medicales).
           COMPUTE WS-INT-TRAVAIL =
               FUNCTION NUMVAL(WS-DATE-TRAVAIL(1:4)) * 12
               + FUNCTION NUMVAL(WS-DATE-TRAVAIL(5:2)) - 1
               + WS-MOIS-AJOUT
           COMPUTE WS-DATE-TRAVAIL =
               FUNCTION INTEGER(WS-INT-TRAVAIL / 12) * 10000
               + (FUNCTION MOD(WS-INT-TRAVAIL, 12) + 1) * 100
               + FUNCTION NUMVAL(WS-DATE-TRAVAIL(7:2))
           IF WS-DATE-TRAVAIL(7:2) > '28'
               MOVE 28 TO WS-DATE-TRAVAIL(7:2)
           END-IF.

       GENERER-DROITS.
      * Un mois d'aide par mois de contrat commence, dans la limite
      * de WS-DUREE-AIDE-MOIS et de la fin de contrat prevue. La
      * rupture anticipee (EMP-DATE-SORTIE) arrete les mois qui
      * commencent apres elle, y compris ceux deja au registre.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EMP-CATEGORIE = 'ALTERNANCE'
                           AND EMP-DATE-EMBAUCHE > 0
                           PERFORM GENERER-DROITS-CONTRAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       GENERER-DROITS-CONTRAT.
           MOVE EMP-DATE-FIN-CONTRAT TO WS-FIN-DROITS
           IF EMP-DATE-SORTIE NOT = 0
               MOVE EMP-DATE-SORTIE TO WS-DATE-ARRET
           ELSE
               MOVE 0 TO WS-DATE-ARRET
           END-IF
           PERFORM VARYING WS-RANG FROM 1 BY 1
               UNTIL WS-RANG > WS-DUREE-AIDE-MOIS
               MOVE EMP-DATE-EMBAUCHE TO WS-DATE-TRAVAIL
               COMPUTE WS-MOIS-AJOUT = WS-RANG - 1
               PERFORM AJOUTER-MOIS
               PERFORM CHERCHER-MOIS
               IF WS-DATE-ARRET NOT = 0
                   AND WS-DATE-TRAVAIL > WS-DATE-ARRET
                   IF WS-IDX-TROUVE NOT = 0
                       PERFORM ARRETER-MOIS
                   END-IF
               ELSE
                   IF WS-IDX-TROUVE = 0
                       AND (WS-FIN-DROITS = 0
                       OR WS-DATE-TRAVAIL <= WS-FIN-DROITS)
                       PERFORM AJOUTER-MOIS-AIDE
                   END-IF
               END-IF
           END-PERFORM.

       CHERCHER-MOIS.
      * WS-IDX-TROUVE pointe le mois WS-RANG de l'employe courant au
      * registre, zero s'il n'y figure pas.
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-AID FROM 1 BY 1
               UNTIL WS-IDX-AID > WS-NB-AIDES
               IF WS-AID-EMP-ID(WS-IDX-AID) = EMP-ID
                   AND WS-AID-RANG(WS-IDX-AID) = WS-RANG
                   MOVE WS-IDX-AID TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

       ARRETER-MOIS.
      * Un mois deja percu apres la rupture est a rembourser.
           EVALUATE WS-AID-STATUT(WS-IDX-TROUVE)
               WHEN 'DU'
               WHEN 'RECLAME'
                   MOVE 'ARRETE' TO WS-AID-STATUT(WS-IDX-TROUVE)
                   ADD 1 TO WS-NB-ARRETES
               WHEN 'RECU'
                   MOVE 'REMBOURSER' TO WS-AID-STATUT(WS-IDX-TROUVE)
                   ADD 1 TO WS-NB-ARRETES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       AJOUTER-MOIS-AIDE.
           IF WS-NB-AIDES < 5000
               ADD 1 TO WS-NB-AIDES
               ADD 1 TO WS-NB-NOUVEAUX
               MOVE EMP-ID TO WS-AID-EMP-ID(WS-NB-AIDES)
               MOVE WS-RANG TO WS-AID-RANG(WS-NB-AIDES)
               MOVE WS-DATE-TRAVAIL TO WS-AID-DEBUT(WS-NB-AIDES)
               MOVE WS-AIDE-MENSUELLE TO WS-AID-MONTANT(WS-NB-AIDES)
               MOVE 'DU' TO WS-AID-STATUT(WS-NB-AIDES)
               MOVE 0 TO WS-AID-RECLAME(WS-NB-AIDES)
               MOVE 0 TO WS-AID-RECU(WS-NB-AIDES)
               MOVE 0 TO WS-AID-MONTANT-RECU(WS-NB-AIDES)
               MOVE 'N' TO WS-AID-POINTE(WS-NB-AIDES)
           END-IF.

       RECLAMER-MOIS-ECHUS.
      * Les mois DU entierement ecoules passent RECLAME a la date du
      * jour et sont listes pour la demande de versement.
           OPEN OUTPUT FICHIER-RECLAMATION
           MOVE 'EMP-ID,RANG,DEBUT,MONTANT' TO LIGNE-RECLAMATION
           WRITE LIGNE-RECLAMATION
           PERFORM VARYING WS-IDX-AID FROM 1 BY 1
               UNTIL WS-IDX-AID > WS-NB-AIDES
               MOVE WS-AID-DEBUT(WS-IDX-AID) TO WS-DATE-TRAVAIL
               MOVE 1 TO WS-MOIS-AJOUT
               PERFORM AJOUTER-MOIS
               IF WS-AID-STATUT(WS-IDX-AID) = 'DU'
                   AND WS-DATE-TRAVAIL <= WS-DATE-SYS
                   MOVE 'RECLAME' TO WS-AID-STATUT(WS-IDX-AID)
                   MOVE WS-DATE-SYS TO WS-AID-RECLAME(WS-IDX-AID)
                   ADD 1 TO WS-NB-RECLAMES
                   MOVE WS-AID-MONTANT(WS-IDX-AID) TO WS-AFF-MONTANT
                   MOVE WS-AID-EMP-ID(WS-IDX-AID) TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-RECLAMATION
                   STRING WS-ID-AFF ',' WS-AID-RANG(WS-IDX-AID) ','
                       WS-AID-DEBUT(WS-IDX-AID) ','
                       FUNCTION TRIM(WS-AFF-MONTANT)
                       DELIMITED SIZE INTO LIGNE-RECLAMATION
                   WRITE LIGNE-RECLAMATION
               END-IF
           END-PERFORM
           CLOSE FICHIER-RECLAMATION.

       CHARGER-CREDITS.
      * Seuls les credits hors paie (RLV-RUN a zero) sont retenus.
           OPEN INPUT FICHIER-RELEVE
           IF WS-STATUT-RELEVE NOT = '00'
               DISPLAY 'ERREUR : ouverture releve-banque-paie.txt '
                   'impossible (statut ' WS-STATUT-RELEVE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-RELEVE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF RLV-RUN = 0 AND WS-NB-CREDITS < 2000
                           ADD 1 TO WS-NB-CREDITS
                           MOVE RLV-DATE TO WS-CRD-DATE(WS-NB-CREDITS)
                           MOVE RLV-IBAN TO WS-CRD-IBAN(WS-NB-CREDITS)
                           MOVE RLV-MONTANT TO
                               WS-CRD-MONTANT(WS-NB-CREDITS)
                           MOVE 'N' TO WS-CRD-RAPPROCHE(WS-NB-CREDITS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-RELEVE
           MOVE 'N' TO WS-FIN.

       RAPPROCHER-CREDITS.
      * Premiere passe : les credits deja pointes a un passage
      * precedent (meme date et meme montant qu'un mois RECU ou
      * REMBOURSER) ne servent pas deux fois. Seconde passe : chaque
      * credit restant solde le plus ancien mois RECLAME de meme
      * montant, reclame au plus tard le jour du credit.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-NB-CREDITS
               PERFORM VARYING WS-IDX-AID FROM 1 BY 1
                   UNTIL WS-IDX-AID > WS-NB-AIDES
                   IF WS-CRD-RAPPROCHE(WS-IDX-CRD) = 'N'
                       AND WS-AID-POINTE(WS-IDX-AID) = 'N'
                       AND (WS-AID-STATUT(WS-IDX-AID) = 'RECU'
                       OR WS-AID-STATUT(WS-IDX-AID) = 'REMBOURSER')
                       AND WS-AID-RECU(WS-IDX-AID) =
                           WS-CRD-DATE(WS-IDX-CRD)
                       AND WS-AID-MONTANT-RECU(WS-IDX-AID) =
                           WS-CRD-MONTANT(WS-IDX-CRD)
                       MOVE 'O' TO WS-CRD-RAPPROCHE(WS-IDX-CRD)
                       MOVE 'O' TO WS-AID-POINTE(WS-IDX-AID)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-NB-CREDITS
               IF WS-CRD-RAPPROCHE(WS-IDX-CRD) = 'N'
                   PERFORM SOLDER-UN-CREDIT
               END-IF
           END-PERFORM.

       SOLDER-UN-CREDIT.
           MOVE 0 TO WS-IDX-TROUVE
           PERFORM VARYING WS-IDX-AID FROM 1 BY 1
               UNTIL WS-IDX-AID > WS-NB-AIDES
               IF WS-AID-STATUT(WS-IDX-AID) = 'RECLAME'
                   AND WS-AID-MONTANT(WS-IDX-AID) =
                       WS-CRD-MONTANT(WS-IDX-CRD)
                   AND WS-AID-RECLAME(WS-IDX-AID) <=
                       WS-CRD-DATE(WS-IDX-CRD)
                   IF WS-IDX-TROUVE = 0
                       MOVE WS-IDX-AID TO WS-IDX-TROUVE
                   ELSE
                       IF WS-AID-DEBUT(WS-IDX-AID) <
                           WS-AID-DEBUT(WS-IDX-TROUVE)
                           MOVE WS-IDX-AID TO WS-IDX-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDX-TROUVE NOT = 0
               MOVE 'RECU' TO WS-AID-STATUT(WS-IDX-TROUVE)
               MOVE WS-CRD-DATE(WS-IDX-CRD) TO
                   WS-AID-RECU(WS-IDX-TROUVE)
               MOVE WS-CRD-MONTANT(WS-IDX-CRD) TO
                   WS-AID-MONTANT-RECU(WS-IDX-TROUVE)
               MOVE 'O' TO WS-AID-POINTE(WS-IDX-TROUVE)
               MOVE 'O' TO WS-CRD-RAPPROCHE(WS-IDX-CRD)
               ADD 1 TO WS-NB-RECUS
           END-IF.

       ECRIRE-RAPPORT.
      * Mois echus jamais reclames, mois reclames non credites au
      * dela du delai et mois a rembourser remontent dans la
      * corbeille US-78 ; les credits sans mois reclame
      * correspondant sont listes pour analyse.
           OPEN OUTPUT FICHIER-RAPPORT
           OPEN OUTPUT FICHIER-ALERTES
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'AIDES A L''EMBAUCHE DES APPRENTIS - RAPPROCHEMENT '
               'AU ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-AID FROM 1 BY 1
               UNTIL WS-IDX-AID > WS-NB-AIDES
               PERFORM CONTROLER-UN-MOIS
           END-PERFORM
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-NB-CREDITS
               IF WS-CRD-RAPPROCHE(WS-IDX-CRD) = 'N'
                   ADD 1 TO WS-NB-CRD-ORPHELINS
                   MOVE WS-CRD-MONTANT(WS-IDX-CRD) TO WS-AFF-TOTAL
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'CREDIT NON RAPPROCHE : '
                       WS-CRD-DATE(WS-IDX-CRD) ' '
                       WS-CRD-IBAN(WS-IDX-CRD) ' ' WS-AFF-TOTAL
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-DU TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total a reclamer : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-RECLAME TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total reclame en attente : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-RECU TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total percu : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Non reclames : ' WS-NB-NON-RECLAMES
               ' / en attente : ' WS-NB-EN-ATTENTE
               ' / a rembourser : ' WS-NB-A-REMBOURSER
               ' / credits orphelins : ' WS-NB-CRD-ORPHELINS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-ALERTES
           CLOSE FICHIER-RAPPORT
           DISPLAY 'Credits rapproches ce passage : ' WS-NB-RECUS
           DISPLAY 'Mois echus non reclames       : '
               WS-NB-NON-RECLAMES
           DISPLAY 'Rapport : rapport-aides-apprentis.txt'
           DISPLAY 'Alertes : alertes-aides-apprentis.txt (collectees '
               'par la corbeille US-78)'
           IF WS-NB-NON-RECLAMES > 0 OR WS-NB-EN-ATTENTE > 0
               OR WS-NB-A-REMBOURSER > 0 OR WS-NB-CRD-ORPHELINS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONTROLER-UN-MOIS.
           MOVE WS-AID-EMP-ID(WS-IDX-AID) TO WS-ID-AFF
           MOVE WS-AID-MONTANT(WS-IDX-AID) TO WS-AFF-MONTANT
           MOVE WS-AID-DEBUT(WS-IDX-AID) TO WS-DATE-TRAVAIL
           MOVE 1 TO WS-MOIS-AJOUT
           PERFORM AJOUTER-MOIS
           EVALUATE WS-AID-STATUT(WS-IDX-AID)
               WHEN 'DU'
                   IF WS-DATE-TRAVAIL <= WS-DATE-SYS
                       ADD WS-AID-MONTANT(WS-IDX-AID) TO WS-TOTAL-DU
                       ADD 1 TO WS-NB-NON-RECLAMES
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'NON RECLAME : EMP-ID ' WS-ID-AFF
                           ' mois ' WS-AID-RANG(WS-IDX-AID)
                           ' du ' WS-AID-DEBUT(WS-IDX-AID) ' '
                           WS-AFF-MONTANT
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                       MOVE SPACES TO LIGNE-ALERTE
                       STRING 'AIDE APPRENTI NON RECLAMEE : EMP-ID '
                           WS-ID-AFF ' mois '
                           WS-AID-RANG(WS-IDX-AID) ' du '
                           WS-AID-DEBUT(WS-IDX-AID)
                           DELIMITED SIZE INTO LIGNE-ALERTE
                       WRITE LIGNE-ALERTE
                   END-IF
               WHEN 'RECLAME'
                   ADD WS-AID-MONTANT(WS-IDX-AID) TO WS-TOTAL-RECLAME
                   COMPUTE WS-INT-TRAVAIL = FUNCTION INTEGER-OF-DATE(
                       WS-AID-RECLAME(WS-IDX-AID))
                   IF WS-INT-JOUR - WS-INT-TRAVAIL > WS-DELAI-VERSEMENT
                       ADD 1 TO WS-NB-EN-ATTENTE
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'RECLAME NON RECU : EMP-ID ' WS-ID-AFF
                           ' mois ' WS-AID-RANG(WS-IDX-AID)
                           ' reclame le ' WS-AID-RECLAME(WS-IDX-AID)
                           ' ' WS-AFF-MONTANT
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                       MOVE SPACES TO LIGNE-ALERTE
                       STRING 'AIDE APPRENTI NON VERSEE : EMP-ID '
                           WS-ID-AFF ' mois '
                           WS-AID-RANG(WS-IDX-AID) ' reclame le '
                           WS-AID-RECLAME(WS-IDX-AID)
                           DELIMITED SIZE INTO LIGNE-ALERTE
                       WRITE LIGNE-ALERTE
                   END-IF
               WHEN 'RECU'
                   ADD WS-AID-MONTANT-RECU(WS-IDX-AID) TO
                       WS-TOTAL-RECU
               WHEN 'REMBOURSER'
                   ADD 1 TO WS-NB-A-REMBOURSER
                   MOVE WS-AID-MONTANT-RECU(WS-IDX-AID) TO
                       WS-AFF-MONTANT
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'A REMBOURSER : EMP-ID ' WS-ID-AFF
                       ' mois ' WS-AID-RANG(WS-IDX-AID)
                       ' du ' WS-AID-DEBUT(WS-IDX-AID)
                       ' (contrat rompu) ' WS-AFF-MONTANT
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
                   MOVE SPACES TO LIGNE-ALERTE
                   STRING 'AIDE APPRENTI A REMBOURSER : EMP-ID '
                       WS-ID-AFF ' mois '
                       WS-AID-RANG(WS-IDX-AID) ' du '
                       WS-AID-DEBUT(WS-IDX-AID)
                       DELIMITED SIZE INTO LIGNE-ALERTE
                   WRITE LIGNE-ALERTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
