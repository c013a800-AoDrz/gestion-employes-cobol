       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-98-CONTROLE-POST-RUN.
      * US-98 : Controle de completude apres le run de paie (entre
      *         US-03 et la liberation des virements US-28)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-BULLETINS-DATA
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-ATTENTE
               ASSIGN TO WS-CHEMIN-ATTENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENTE.
           SELECT FICHIER-REPARTITIONS
               ASSIGN TO WS-CHEMIN-REPARTITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANNEXE.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-ATTENTE.
        01 LIGNE-ATTENTE      PIC X(80).

        FD FICHIER-REPARTITIONS.
           COPY '../../../copybooks/repartition.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-ATTENTE   PIC XX.
        01 WS-STATUT-ANNEXE    PIC XX.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PREMIER-JOUR-MOIS PIC 9(8) VALUE 0.
        01 WS-FIN-MOIS         PIC 9(8)  VALUE 0.

      * Une ligne par employe de employes.dat, completee au fil des
      * fichiers du run : bulletins de la periode (hors ANNULE) et
      * leur net a payer, lignes de virement salarie et leur somme,
      * nombre de comptes de repartition declares.
        01 WS-TAB-EMP.
            05 WS-EMP OCCURS 2000 TIMES.
                10 WS-EMP-ID        PIC 9(5).
                10 WS-EMP-STATUT    PIC X(10).
                10 WS-EMP-EMBAUCHE  PIC 9(8).
                10 WS-EMP-SORTIE    PIC 9(8).
                10 WS-EMP-NB-BULL   PIC 9(3).
                10 WS-EMP-NAP       PIC 9(9)V9(2).
                10 WS-EMP-NB-VIR    PIC 9(3).
                10 WS-EMP-TOTAL-VIR PIC 9(9)V9(2).
                10 WS-EMP-NB-REPART PIC 9(3).
        01 WS-NB-EMP           PIC 9(4)  VALUE 0.
        01 WS-IDX-EMP          PIC 9(4)  VALUE 0.
        01 WS-EMP-TROUVE       PIC 9(4)  VALUE 0.
        01 WS-EMP-CTRL         PIC 9(5)  VALUE 0.

        01 WS-NB-BULLETINS     PIC 9(5)  VALUE 0.
        01 WS-NB-VIREMENTS     PIC 9(5)  VALUE 0.
        01 WS-NB-ATTENDUES     PIC 9(3)  VALUE 0.
        01 WS-TOTAL-NAP        PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-VIREMENTS  PIC 9(9)V9(2) VALUE 0.
        01 WS-MONTANT-LIGNE    PIC 9(9)V9(2) VALUE 0.
        01 WS-CHAMP-ID         PIC X(10) VALUE SPACES.
        01 WS-CHAMP-IBAN       PIC X(30) VALUE SPACES.
        01 WS-CHAMP-MONTANT    PIC X(12) VALUE SPACES.
        01 WS-ATTENTE-PRESENTE PIC X     VALUE 'O'.

        01 WS-NB-ANOMALIES     PIC 9(5)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZ9.
        01 WS-AFF-NB-2         PIC ZZ9.
        01 WS-AFF-MONTANT      PIC ZZZZZZZZ9.99.
        01 WS-AFF-MONTANT-2    PIC ZZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ATTENTE   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REPARTITIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
      * Meme periode que celle que US-03 porte dans BDATA-PERIODE :
      * le mois de la date du run.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           COMPUTE WS-PREMIER-JOUR-MOIS = WS-PERIODE * 100 + 1
      * Borne haute de comparaison pour une embauche dans le mois.
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-REPARTITIONS
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CONTROLE DE COMPLETUDE APRES RUN - PERIODE '
               WS-PERIODE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM CONTROLER-BULLETINS
           PERFORM CONTROLER-VIREMENTS
           PERFORM CONTROLER-EMPLOYES
           PERFORM CONTROLER-TOTAUX
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ANOMALIES : ' WS-NB-ANOMALIES
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE FICHIER-RAPPORT
           IF WS-NB-ANOMALIES > 0
               DISPLAY 'CONTROLE APRES RUN EN ECHEC : '
                   WS-NB-ANOMALIES ' anomalie(s), virements a ne pas '
                   'liberer (voir controle-post-run.txt).'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'Controle apres run : bulletins et virements '
                   'complets, la liberation peut suivre.'
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../virements-attente.txt' TO WS-CHEMIN-ATTENTE
               MOVE '../repartition-virements.txt' TO
                   WS-CHEMIN-REPARTITIONS
               MOVE '../controle-post-run.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE)
                   '/virements-attente.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ATTENTE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/repartition-virements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REPARTITIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/controle-post-run.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-EMPLOYES.
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
                       IF WS-NB-EMP < 2000
                           ADD 1 TO WS-NB-EMP
                           MOVE EMP-ID TO WS-EMP-ID(WS-NB-EMP)
                           MOVE EMP-STATUT TO WS-EMP-STATUT(WS-NB-EMP)
                           MOVE EMP-DATE-EMBAUCHE TO
                               WS-EMP-EMBAUCHE(WS-NB-EMP)
                           MOVE EMP-DATE-SORTIE TO
                               WS-EMP-SORTIE(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-NB-BULL(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-NAP(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-NB-VIR(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-TOTAL-VIR(WS-NB-EMP)
                           MOVE 0 TO WS-EMP-NB-REPART(WS-NB-EMP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHARGER-REPARTITIONS.
      * Un employe avec repartition recoit une ligne de virement par
      * compte declare (US-03 sert chaque ligne, la derniere prenant
      * le solde) ; sans repartition, une seule ligne sur EMP-IBAN.
           OPEN INPUT FICHIER-REPARTITIONS
           IF WS-STATUT-ANNEXE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-REPARTITIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE REPART-EMP-ID TO WS-EMP-CTRL
                           PERFORM RECHERCHER-EMPLOYE
                           IF WS-EMP-TROUVE > 0
                               ADD 1 TO
                                   WS-EMP-NB-REPART(WS-EMP-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REPARTITIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       RECHERCHER-EMPLOYE.
           MOVE 0 TO WS-EMP-TROUVE
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               OR WS-EMP-TROUVE > 0
               IF WS-EMP-ID(WS-IDX-EMP) = WS-EMP-CTRL
                   MOVE WS-IDX-EMP TO WS-EMP-TROUVE
               END-IF
           END-PERFORM.

       CONTROLER-BULLETINS.
      * Bulletins de la periode encore valides (les ANNULE d'une
      * annulation ne comptent pas) : chacun est rattache a son
      * employe ; un bulletin sans employe est une anomalie.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA NOT = '00'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'BULLETINS : bulletins-data.txt absent (statut '
                   WS-STATUT-BDATA '), run de paie non produit'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-PERIODE = WS-PERIODE
                               AND BDATA-STATUT NOT = 'ANNULE'
                               PERFORM RATTACHER-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RATTACHER-BULLETIN.
           ADD 1 TO WS-NB-BULLETINS
           ADD BDATA-NET-A-PAYER TO WS-TOTAL-NAP
           MOVE BDATA-EMP-ID TO WS-EMP-CTRL
           PERFORM RECHERCHER-EMPLOYE
           IF WS-EMP-TROUVE = 0
               ADD 1 TO WS-NB-ANOMALIES
               MOVE BDATA-EMP-ID TO WS-ID-AFF
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ORPHELIN : bulletin EMP-ID ' WS-ID-AFF
                   ' inconnu dans employes.dat'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               ADD 1 TO WS-EMP-NB-BULL(WS-EMP-TROUVE)
               ADD BDATA-NET-A-PAYER TO WS-EMP-NAP(WS-EMP-TROUVE)
           END-IF.

       CONTROLER-VIREMENTS.
      * Lignes salarie de virements-attente.txt (repartitions
      * comprises) ; l'en-tete, les lignes SAISIE: (paiement du
      * creancier, deja deduit du net a payer) et ORGANISME:
      * (ordres de paiement des organismes sociaux, US-63) sont
      * ignores.
           OPEN INPUT FICHIER-ATTENTE
           IF WS-STATUT-ATTENTE NOT = '00'
               MOVE 'N' TO WS-ATTENTE-PRESENTE
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'VIREMENTS : virements-attente.txt absent '
                   '(statut ' WS-STATUT-ATTENTE ')'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ATTENTE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF LIGNE-ATTENTE(1:6) NOT = 'EMP-ID'
                               AND LIGNE-ATTENTE NOT = SPACES
                               PERFORM RATTACHER-VIREMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
               MOVE 'N' TO WS-FIN
           END-IF.

       RATTACHER-VIREMENT.
           MOVE SPACES TO WS-CHAMP-ID
           MOVE SPACES TO WS-CHAMP-IBAN
           MOVE SPACES TO WS-CHAMP-MONTANT
           UNSTRING LIGNE-ATTENTE DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
           END-UNSTRING
           IF WS-CHAMP-IBAN(1:7) = 'SAISIE:'
               OR WS-CHAMP-IBAN(1:10) = 'ORGANISME:'
               CONTINUE
           ELSE
               MOVE 0 TO WS-MONTANT-LIGNE
               IF WS-CHAMP-MONTANT NOT = SPACES
                   COMPUTE WS-MONTANT-LIGNE =
                       FUNCTION NUMVAL(WS-CHAMP-MONTANT)
               END-IF
               ADD 1 TO WS-NB-VIREMENTS
               ADD WS-MONTANT-LIGNE TO WS-TOTAL-VIREMENTS
               MOVE 0 TO WS-EMP-CTRL
               IF WS-CHAMP-ID(1:5) IS NUMERIC
                   MOVE WS-CHAMP-ID(1:5) TO WS-EMP-CTRL
               END-IF
               PERFORM RECHERCHER-EMPLOYE
               IF WS-EMP-TROUVE = 0
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'ORPHELIN : virement EMP-ID '
                       FUNCTION TRIM(WS-CHAMP-ID)
                       ' inconnu dans employes.dat'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               ELSE
                   ADD 1 TO WS-EMP-NB-VIR(WS-EMP-TROUVE)
                   ADD WS-MONTANT-LIGNE TO
                       WS-EMP-TOTAL-VIR(WS-EMP-TROUVE)
               END-IF
           END-IF.

       CONTROLER-EMPLOYES.
      * Par employe : un ACTIF present sur la periode a exactement
      * un bulletin ; un sorti avant le premier jour du mois n'en a
      * aucun ; ses lignes de virement (une par compte de
      * repartition, une seule sinon) font exactement son net.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > WS-NB-EMP
               MOVE WS-EMP-ID(WS-IDX-EMP) TO WS-ID-AFF
               IF WS-EMP-NB-BULL(WS-IDX-EMP) > 1
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE WS-EMP-NB-BULL(WS-IDX-EMP) TO WS-AFF-NB
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'DOUBLON : EMP-ID ' WS-ID-AFF ' a '
                       WS-AFF-NB ' bulletins pour la periode '
                       WS-PERIODE
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
               IF WS-EMP-SORTIE(WS-IDX-EMP) NOT = 0
                   AND WS-EMP-SORTIE(WS-IDX-EMP) <
                       WS-PREMIER-JOUR-MOIS
                   IF WS-EMP-NB-BULL(WS-IDX-EMP) > 0
                       ADD 1 TO WS-NB-ANOMALIES
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'SORTI : EMP-ID ' WS-ID-AFF
                           ' sorti le ' WS-EMP-SORTIE(WS-IDX-EMP)
                           ' a un bulletin pour la periode '
                           WS-PERIODE
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   END-IF
               ELSE
                   IF WS-EMP-STATUT(WS-IDX-EMP) = 'ACTIF'
                       AND WS-EMP-EMBAUCHE(WS-IDX-EMP) NOT >
                           WS-FIN-MOIS
                       AND WS-EMP-NB-BULL(WS-IDX-EMP) = 0
                       ADD 1 TO WS-NB-ANOMALIES
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING 'MANQUANT : EMP-ID ' WS-ID-AFF
                           ' ACTIF sans bulletin pour la periode '
                           WS-PERIODE
                           DELIMITED SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   END-IF
               END-IF
               IF WS-ATTENTE-PRESENTE = 'O'
                   PERFORM CONTROLER-VIREMENTS-EMPLOYE
               END-IF
           END-PERFORM.

       CONTROLER-VIREMENTS-EMPLOYE.
           IF WS-EMP-NB-BULL(WS-IDX-EMP) = 0
               MOVE 0 TO WS-NB-ATTENDUES
           ELSE
               IF WS-EMP-NB-REPART(WS-IDX-EMP) > 0
                   MOVE WS-EMP-NB-REPART(WS-IDX-EMP) TO
                       WS-NB-ATTENDUES
               ELSE
                   MOVE 1 TO WS-NB-ATTENDUES
               END-IF
               MULTIPLY WS-EMP-NB-BULL(WS-IDX-EMP) BY WS-NB-ATTENDUES
           END-IF
           IF WS-EMP-NB-VIR(WS-IDX-EMP) NOT = WS-NB-ATTENDUES
               ADD 1 TO WS-NB-ANOMALIES
               MOVE WS-EMP-NB-VIR(WS-IDX-EMP) TO WS-AFF-NB
               MOVE WS-NB-ATTENDUES TO WS-AFF-NB-2
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'VIREMENTS : EMP-ID ' WS-ID-AFF ' '
                   WS-AFF-NB ' ligne(s) de virement, ' WS-AFF-NB-2
                   ' attendue(s) (comptes de repartition)'
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF WS-EMP-TOTAL-VIR(WS-IDX-EMP) NOT =
               WS-EMP-NAP(WS-IDX-EMP)
               ADD 1 TO WS-NB-ANOMALIES
               MOVE WS-EMP-NAP(WS-IDX-EMP) TO WS-AFF-MONTANT
               MOVE WS-EMP-TOTAL-VIR(WS-IDX-EMP) TO WS-AFF-MONTANT-2
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'ECART : EMP-ID ' WS-ID-AFF ' net a payer '
                   WS-AFF-MONTANT ' / virements ' WS-AFF-MONTANT-2
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       CONTROLER-TOTAUX.
      * Rapprochement global : somme des BDATA-NET-A-PAYER de la
      * periode contre somme des virements salaries en attente.
           MOVE WS-NB-BULLETINS TO WS-ID-AFF
           MOVE WS-TOTAL-NAP TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Bulletins de la periode : ' WS-ID-AFF
               '  total net a payer : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-VIREMENTS TO WS-ID-AFF
           MOVE WS-TOTAL-VIREMENTS TO WS-AFF-MONTANT-2
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Virements en attente    : ' WS-ID-AFF
               '  total vire          : ' WS-AFF-MONTANT-2
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF WS-TOTAL-NAP NOT = WS-TOTAL-VIREMENTS
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'TOTAUX : net a payer ' WS-AFF-MONTANT
                   ' different du total des virements '
                   WS-AFF-MONTANT-2
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
