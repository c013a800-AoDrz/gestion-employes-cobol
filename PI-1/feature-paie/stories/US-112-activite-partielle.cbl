       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-112-ACTIVITE-PARTIELLE.
      * US-112 : Demande mensuelle d'indemnisation d'activite
      *          partielle et rapprochement des remboursements de
      *          l'Etat
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-DEMANDES-AP
               ASSIGN TO WS-CHEMIN-DEMANDES-AP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DEMANDES-AP.
           SELECT FICHIER-REMBOURSEMENTS
               ASSIGN TO WS-CHEMIN-REMBOURSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REMBOURSEMENTS.
           SELECT FICHIER-DEMANDE
               ASSIGN TO WS-CHEMIN-DEMANDE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-DEMANDES-AP.
           COPY '../../../copybooks/demande-ap.cpy'.

        FD FICHIER-REMBOURSEMENTS.
           COPY '../../../copybooks/remboursement-ap.cpy'.

        FD FICHIER-DEMANDE.
        01 LIGNE-DEMANDE      PIC X(100).

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(120).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-MODE             PIC X     VALUE SPACE.
        01 WS-STATUT-DEMANDES-AP PIC XX.
        01 WS-STATUT-REMBOURSEMENTS PIC XX.

      * Suivi demandes-ap.txt tenu par le run de paie (US-03), charge
      * en entier : la demande et le rapprochement mettent a jour les
      * statuts en table, puis le fichier complet est reecrit.
        01 WS-TAB-DEMANDES-AP.
            05 WS-APD OCCURS 3000 TIMES.
                10 WS-APD-EMP-ID    PIC 9(5).
                10 WS-APD-PERIODE   PIC 9(6).
                10 WS-APD-AUTORISATION PIC X(20).
                10 WS-APD-HEURES    PIC 9(3)V9(2).
                10 WS-APD-TAUX      PIC 9(3)V9(2).
                10 WS-APD-INDEMNITE PIC 9(5)V9(2).
                10 WS-APD-ALLOCATION PIC 9(5)V9(2).
                10 WS-APD-STATUT    PIC X(10).
        01 WS-NB-APD           PIC 9(4)  VALUE 0.
        01 WS-IDX-APD          PIC 9(4)  VALUE 0.

      * Demande : autorisations de la periode, dans l'ordre de leur
      * premiere apparition dans le suivi.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-TAB-AUTORISATIONS.
            05 WS-AUT OCCURS 500 TIMES.
                10 WS-AUT-CODE      PIC X(20).
        01 WS-NB-AUT           PIC 9(3)  VALUE 0.
        01 WS-IDX-AUT          PIC 9(3)  VALUE 0.
        01 WS-AUT-TROUVEE      PIC X     VALUE 'N'.
        01 WS-SS-HEURES        PIC 9(5)V9(2) VALUE 0.
        01 WS-SS-ALLOCATION    PIC 9(7)V9(2) VALUE 0.
        01 WS-TOT-HEURES       PIC 9(5)V9(2) VALUE 0.
        01 WS-TOT-ALLOCATION   PIC 9(7)V9(2) VALUE 0.
        01 WS-NB-DEMANDES      PIC 9(5)  VALUE 0.
        01 WS-NB-SANS-AUT      PIC 9(5)  VALUE 0.

      * Rapprochement : une ligne par demande (autorisation,
      * periode), montant demande = somme des allocations des lignes
      * DEMANDEE ou REMBOURSEE, montant recu = somme des versements.
        01 WS-TAB-RAPPROCHEMENT.
            05 WS-RAP OCCURS 1000 TIMES.
                10 WS-RAP-AUTORISATION PIC X(20).
                10 WS-RAP-PERIODE   PIC 9(6).
                10 WS-RAP-DEMANDE   PIC 9(7)V9(2).
                10 WS-RAP-RECU      PIC 9(7)V9(2).
        01 WS-NB-RAP           PIC 9(4)  VALUE 0.
        01 WS-IDX-RAP          PIC 9(4)  VALUE 0.
        01 WS-RAP-COUR         PIC 9(4)  VALUE 0.
        01 WS-NB-VERSEMENTS    PIC 9(5)  VALUE 0.
        01 WS-NB-CONFORMES     PIC 9(5)  VALUE 0.
        01 WS-NB-ECARTS-MT     PIC 9(5)  VALUE 0.
        01 WS-NB-NON-REMB      PIC 9(5)  VALUE 0.
        01 WS-NB-SANS-DEMANDE  PIC 9(5)  VALUE 0.
        01 WS-TOTAL-DEMANDE    PIC 9(9)V9(2) VALUE 0.
        01 WS-TOTAL-RECU       PIC 9(9)V9(2) VALUE 0.
        01 WS-ECART-MONTANT    PIC S9(7)V9(2) VALUE 0.

        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-HEURES       PIC ZZZZ9.99.
        01 WS-AFF-TAUX         PIC ZZ9.99.
        01 WS-AFF-MONTANT      PIC ZZZZZZ9.99.
        01 WS-AFF-DEMANDE      PIC ZZZZZZ9.99.
        01 WS-AFF-RECU         PIC ZZZZZZ9.99.
        01 WS-AFF-ECART        PIC -ZZZZZZ9.99.
        01 WS-AFF-TOTAL        PIC ZZZZZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DEMANDES-AP PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REMBOURSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DEMANDE   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           PERFORM CHARGER-DEMANDES-AP
           DISPLAY 'Mode : (D)emande d''indemnisation ou '
               '(R)approchement des remboursements ? '
           ACCEPT WS-MODE
           IF WS-MODE = 'd'
               MOVE 'D' TO WS-MODE
           END-IF
           IF WS-MODE = 'D'
               PERFORM SAISIR-PERIODE
               PERFORM ETABLIR-DEMANDE
               DISPLAY 'Lignes demandees          : ' WS-NB-DEMANDES
               DISPLAY 'Lignes sans autorisation  : ' WS-NB-SANS-AUT
               DISPLAY 'Demande d''indemnisation : '
                   FUNCTION TRIM(WS-CHEMIN-DEMANDE)
           ELSE
               PERFORM RAPPROCHER-REMBOURSEMENTS
               DISPLAY 'Versements lus            : ' WS-NB-VERSEMENTS
               DISPLAY 'Demandes conformes        : ' WS-NB-CONFORMES
               DISPLAY 'Ecarts de montant         : ' WS-NB-ECARTS-MT
               DISPLAY 'Demandes non remboursees  : ' WS-NB-NON-REMB
               DISPLAY 'Versements sans demande   : '
                   WS-NB-SANS-DEMANDE
               DISPLAY 'Rapport : rapport-remboursements-ap.txt'
           END-IF
           PERFORM ECRIRE-DEMANDES-AP
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
               MOVE '../demandes-ap.txt' TO WS-CHEMIN-DEMANDES-AP
               MOVE '../remboursements-ap.txt' TO
                   WS-CHEMIN-REMBOURSEMENTS
               MOVE '../rapport-remboursements-ap.txt' TO
                   WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/demandes-ap.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DEMANDES-AP
               STRING FUNCTION TRIM(WS-RACINE)
                   '/remboursements-ap.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REMBOURSEMENTS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/rapport-remboursements-ap.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-DEMANDES-AP.
      * Sans fichier de suivi il n'y a rien a demander ni a
      * rapprocher : aucun run de paie n'a encore indemnise d'heures.
           OPEN INPUT FICHIER-DEMANDES-AP
           IF WS-STATUT-DEMANDES-AP NOT = '00'
               DISPLAY 'ERREUR : ouverture demandes-ap.txt '
                   'impossible (statut ' WS-STATUT-DEMANDES-AP ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-DEMANDES-AP
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF WS-NB-APD < 3000
                           ADD 1 TO WS-NB-APD
                           MOVE APD-EMP-ID TO WS-APD-EMP-ID(WS-NB-APD)
                           MOVE APD-PERIODE TO
                               WS-APD-PERIODE(WS-NB-APD)
                           MOVE APD-AUTORISATION TO
                               WS-APD-AUTORISATION(WS-NB-APD)
                           MOVE APD-HEURES TO WS-APD-HEURES(WS-NB-APD)
                           MOVE APD-TAUX-HORAIRE TO
                               WS-APD-TAUX(WS-NB-APD)
                           MOVE APD-INDEMNITE TO
                               WS-APD-INDEMNITE(WS-NB-APD)
                           MOVE APD-ALLOCATION TO
                               WS-APD-ALLOCATION(WS-NB-APD)
                           MOVE APD-STATUT TO WS-APD-STATUT(WS-NB-APD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-DEMANDES-AP
           MOVE 'N' TO WS-FIN.

       SAISIR-PERIODE.
           DISPLAY 'Periode a demander (AAAAMM) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE NOT NUMERIC
               DISPLAY 'ERREUR : periode invalide (AAAAMM attendu)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           IF WS-PERIODE(5:2) < '01' OR WS-PERIODE(5:2) > '12'
               DISPLAY 'ERREUR : periode invalide (AAAAMM attendu)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RACINE = SPACES
               STRING '../demande-remboursement-ap-' WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DEMANDE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/demande-remboursement-ap-' WS-PERIODE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DEMANDE
           END-IF.

       ETABLIR-DEMANDE.
      * Demande d'indemnisation de la periode : heures chomees et
      * allocation attendue par salarie, regroupees par decision
      * d'autorisation avec un sous-total chacune. Les lignes portees
      * passent DEMANDEE (une ligne deja remboursee le reste) ; la
      * demande peut etre regeneree sans effet de bord. Les heures
      * saisies sans autorisation sont listees a part, non demandees.
           MOVE 0 TO WS-NB-AUT
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-PERIODE(WS-IDX-APD) = WS-PERIODE
                   AND WS-APD-AUTORISATION(WS-IDX-APD) NOT = SPACES
                   PERFORM RECENSER-AUTORISATION
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHIER-DEMANDE
           MOVE SPACES TO LIGNE-DEMANDE
           STRING 'DEMANDE D''INDEMNISATION ACTIVITE PARTIELLE - '
               'PERIODE ' WS-PERIODE
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           MOVE ALL '=' TO LIGNE-DEMANDE(1:61)
           WRITE LIGNE-DEMANDE
           PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
               UNTIL WS-IDX-AUT > WS-NB-AUT
               PERFORM ECRIRE-BLOC-AUTORISATION
           END-PERFORM
           MOVE SPACES TO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           MOVE WS-TOT-HEURES TO WS-AFF-HEURES
           MOVE WS-TOT-ALLOCATION TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-DEMANDE
           STRING 'TOTAL DEMANDE : heures ' WS-AFF-HEURES
               ' allocation ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-PERIODE(WS-IDX-APD) = WS-PERIODE
                   AND WS-APD-AUTORISATION(WS-IDX-APD) = SPACES
                   PERFORM ECRIRE-LIGNE-SANS-AUT
               END-IF
           END-PERFORM
           CLOSE FICHIER-DEMANDE.

       RECENSER-AUTORISATION.
           MOVE 'N' TO WS-AUT-TROUVEE
           PERFORM VARYING WS-IDX-AUT FROM 1 BY 1
               UNTIL WS-IDX-AUT > WS-NB-AUT
               IF WS-AUT-CODE(WS-IDX-AUT) =
                   WS-APD-AUTORISATION(WS-IDX-APD)
                   MOVE 'O' TO WS-AUT-TROUVEE
               END-IF
           END-PERFORM
           IF WS-AUT-TROUVEE = 'N' AND WS-NB-AUT < 500
               ADD 1 TO WS-NB-AUT
               MOVE WS-APD-AUTORISATION(WS-IDX-APD) TO
                   WS-AUT-CODE(WS-NB-AUT)
           END-IF.

       ECRIRE-BLOC-AUTORISATION.
           MOVE 0 TO WS-SS-HEURES
           MOVE 0 TO WS-SS-ALLOCATION
           MOVE SPACES TO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           MOVE SPACES TO LIGNE-DEMANDE
           STRING 'Autorisation ' WS-AUT-CODE(WS-IDX-AUT)
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-PERIODE(WS-IDX-APD) = WS-PERIODE
                   AND WS-APD-AUTORISATION(WS-IDX-APD) =
                       WS-AUT-CODE(WS-IDX-AUT)
                   PERFORM ECRIRE-LIGNE-SALARIE
               END-IF
           END-PERFORM
           MOVE WS-SS-HEURES TO WS-AFF-HEURES
           MOVE WS-SS-ALLOCATION TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-DEMANDE
           STRING '  Sous-total : heures ' WS-AFF-HEURES
               ' allocation ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE
           ADD WS-SS-HEURES TO WS-TOT-HEURES
           ADD WS-SS-ALLOCATION TO WS-TOT-ALLOCATION.

       ECRIRE-LIGNE-SALARIE.
           ADD 1 TO WS-NB-DEMANDES
           ADD WS-APD-HEURES(WS-IDX-APD) TO WS-SS-HEURES
           ADD WS-APD-ALLOCATION(WS-IDX-APD) TO WS-SS-ALLOCATION
           IF WS-APD-STATUT(WS-IDX-APD) = 'CALCULEE'
               MOVE 'DEMANDEE' TO WS-APD-STATUT(WS-IDX-APD)
           END-IF
           MOVE WS-APD-EMP-ID(WS-IDX-APD) TO WS-ID-AFF
           MOVE WS-APD-HEURES(WS-IDX-APD) TO WS-AFF-HEURES
           MOVE WS-APD-TAUX(WS-IDX-APD) TO WS-AFF-TAUX
           MOVE WS-APD-ALLOCATION(WS-IDX-APD) TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DEMANDE
           STRING '  EMP-ID ' WS-ID-AFF ' heures ' WS-AFF-HEURES
               ' taux ref ' WS-AFF-TAUX ' allocation '
               WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE.

       ECRIRE-LIGNE-SANS-AUT.
           ADD 1 TO WS-NB-SANS-AUT
           MOVE WS-APD-EMP-ID(WS-IDX-APD) TO WS-ID-AFF
           MOVE WS-APD-HEURES(WS-IDX-APD) TO WS-AFF-HEURES
           MOVE SPACES TO LIGNE-DEMANDE
           STRING 'NON DEMANDE (sans autorisation) : EMP-ID '
               WS-ID-AFF ' heures ' WS-AFF-HEURES
               DELIMITED SIZE INTO LIGNE-DEMANDE
           WRITE LIGNE-DEMANDE.

       RAPPROCHER-REMBOURSEMENTS.
      * Chaque versement est impute sur la demande de meme cle
      * (autorisation, periode) ; plusieurs versements sur la meme
      * demande se cumulent. Tout est recalcule a chaque passage a
      * partir de l'historique complet des versements : relancer le
      * rapprochement ne compte rien deux fois.
           MOVE 0 TO WS-NB-RAP
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-STATUT(WS-IDX-APD) = 'DEMANDEE'
                   OR WS-APD-STATUT(WS-IDX-APD) = 'REMBOURSEE'
                   PERFORM CUMULER-DEMANDE
               END-IF
           END-PERFORM
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE 'RAPPROCHEMENT DES REMBOURSEMENTS ACTIVITE PARTIELLE'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '=' TO LIGNE-RAPPORT(1:51)
           WRITE LIGNE-RAPPORT
           OPEN INPUT FICHIER-REMBOURSEMENTS
           IF WS-STATUT-REMBOURSEMENTS NOT = '00'
               DISPLAY 'ERREUR : ouverture remboursements-ap.txt '
                   'impossible (statut ' WS-STATUT-REMBOURSEMENTS ')'
               CLOSE FICHIER-RAPPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-REMBOURSEMENTS
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-VERSEMENTS
                       PERFORM IMPUTER-VERSEMENT
               END-READ
           END-PERFORM
           CLOSE FICHIER-REMBOURSEMENTS
           MOVE 'N' TO WS-FIN
           PERFORM VARYING WS-IDX-RAP FROM 1 BY 1
               UNTIL WS-IDX-RAP > WS-NB-RAP
               PERFORM CONTROLER-DEMANDE
           END-PERFORM
           PERFORM ECRIRE-TOTAUX-RAPPORT
           CLOSE FICHIER-RAPPORT.

       CUMULER-DEMANDE.
           PERFORM CHERCHER-DEMANDE
           IF WS-RAP-COUR = 0 AND WS-NB-RAP < 1000
               ADD 1 TO WS-NB-RAP
               MOVE WS-NB-RAP TO WS-RAP-COUR
               MOVE WS-APD-AUTORISATION(WS-IDX-APD) TO
                   WS-RAP-AUTORISATION(WS-RAP-COUR)
               MOVE WS-APD-PERIODE(WS-IDX-APD) TO
                   WS-RAP-PERIODE(WS-RAP-COUR)
               MOVE 0 TO WS-RAP-DEMANDE(WS-RAP-COUR)
               MOVE 0 TO WS-RAP-RECU(WS-RAP-COUR)
           END-IF
           IF WS-RAP-COUR > 0
               ADD WS-APD-ALLOCATION(WS-IDX-APD) TO
                   WS-RAP-DEMANDE(WS-RAP-COUR)
           END-IF.

       CHERCHER-DEMANDE.
           MOVE 0 TO WS-RAP-COUR
           PERFORM VARYING WS-IDX-RAP FROM 1 BY 1
               UNTIL WS-IDX-RAP > WS-NB-RAP
               IF WS-RAP-AUTORISATION(WS-IDX-RAP) =
                   WS-APD-AUTORISATION(WS-IDX-APD)
                   AND WS-RAP-PERIODE(WS-IDX-RAP) =
                       WS-APD-PERIODE(WS-IDX-APD)
                   MOVE WS-IDX-RAP TO WS-RAP-COUR
               END-IF
           END-PERFORM.

       IMPUTER-VERSEMENT.
      * Versement sans demande correspondante : periode non encore
      * demandee, autorisation mal reportee par l'organisme ou
      * double versement - a investiguer avant encaissement.
           MOVE 0 TO WS-RAP-COUR
           PERFORM VARYING WS-IDX-RAP FROM 1 BY 1
               UNTIL WS-IDX-RAP > WS-NB-RAP
               IF WS-RAP-AUTORISATION(WS-IDX-RAP) = RAP-AUTORISATION
                   AND WS-RAP-PERIODE(WS-IDX-RAP) = RAP-PERIODE
                   MOVE WS-IDX-RAP TO WS-RAP-COUR
               END-IF
           END-PERFORM
           ADD RAP-MONTANT TO WS-TOTAL-RECU
           IF WS-RAP-COUR > 0
               ADD RAP-MONTANT TO WS-RAP-RECU(WS-RAP-COUR)
           ELSE
               ADD 1 TO WS-NB-SANS-DEMANDE
               MOVE RAP-MONTANT TO WS-AFF-RECU
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'VERSEMENT SANS DEMANDE : ' RAP-AUTORISATION
                   ' periode ' RAP-PERIODE ' du ' RAP-DATE
                   ' montant ' WS-AFF-RECU
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       CONTROLER-DEMANDE.
      * Demande sans versement : creance ouverte sur l'Etat. Demande
      * remboursee : ses lignes passent REMBOURSEE, l'ecart de
      * montant eventuel (taux revise, heures refusees) est signale.
           ADD WS-RAP-DEMANDE(WS-IDX-RAP) TO WS-TOTAL-DEMANDE
           MOVE WS-RAP-DEMANDE(WS-IDX-RAP) TO WS-AFF-DEMANDE
           MOVE WS-RAP-RECU(WS-IDX-RAP) TO WS-AFF-RECU
           MOVE SPACES TO LIGNE-RAPPORT
           IF WS-RAP-RECU(WS-IDX-RAP) = 0
               ADD 1 TO WS-NB-NON-REMB
               STRING 'DEMANDE NON REMBOURSEE : '
                   WS-RAP-AUTORISATION(WS-IDX-RAP) ' periode '
                   WS-RAP-PERIODE(WS-IDX-RAP) ' demande '
                   WS-AFF-DEMANDE
                   DELIMITED SIZE INTO LIGNE-RAPPORT
           ELSE
               PERFORM MARQUER-REMBOURSEE
               IF WS-RAP-RECU(WS-IDX-RAP) = WS-RAP-DEMANDE(WS-IDX-RAP)
                   ADD 1 TO WS-NB-CONFORMES
                   STRING 'CONFORME               : '
                       WS-RAP-AUTORISATION(WS-IDX-RAP) ' periode '
                       WS-RAP-PERIODE(WS-IDX-RAP) ' montant '
                       WS-AFF-RECU
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               ELSE
                   ADD 1 TO WS-NB-ECARTS-MT
                   COMPUTE WS-ECART-MONTANT =
                       WS-RAP-RECU(WS-IDX-RAP)
                       - WS-RAP-DEMANDE(WS-IDX-RAP)
                   MOVE WS-ECART-MONTANT TO WS-AFF-ECART
                   STRING 'ECART DE MONTANT       : '
                       WS-RAP-AUTORISATION(WS-IDX-RAP) ' periode '
                       WS-RAP-PERIODE(WS-IDX-RAP) ' demande '
                       WS-AFF-DEMANDE ' recu ' WS-AFF-RECU
                       ' (ecart ' WS-AFF-ECART ')'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
               END-IF
           END-IF
           WRITE LIGNE-RAPPORT.

       MARQUER-REMBOURSEE.
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               IF WS-APD-AUTORISATION(WS-IDX-APD) =
                   WS-RAP-AUTORISATION(WS-IDX-RAP)
                   AND WS-APD-PERIODE(WS-IDX-APD) =
                       WS-RAP-PERIODE(WS-IDX-RAP)
                   AND WS-APD-STATUT(WS-IDX-APD) = 'DEMANDEE'
                   MOVE 'REMBOURSEE' TO WS-APD-STATUT(WS-IDX-APD)
               END-IF
           END-PERFORM.

       ECRIRE-TOTAUX-RAPPORT.
           MOVE '---------------------------------------' TO
               LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-DEMANDE TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total demande : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-TOTAL-RECU TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total recu    : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-DEMANDES-AP.
      * Reecrit le suivi complet avec les statuts a jour ; les lignes
      * remboursees restent dans le fichier pour garder la trace.
           OPEN OUTPUT FICHIER-DEMANDES-AP
           PERFORM VARYING WS-IDX-APD FROM 1 BY 1
               UNTIL WS-IDX-APD > WS-NB-APD
               MOVE WS-APD-EMP-ID(WS-IDX-APD) TO APD-EMP-ID
               MOVE WS-APD-PERIODE(WS-IDX-APD) TO APD-PERIODE
               MOVE WS-APD-AUTORISATION(WS-IDX-APD) TO
                   APD-AUTORISATION
               MOVE WS-APD-HEURES(WS-IDX-APD) TO APD-HEURES
               MOVE WS-APD-TAUX(WS-IDX-APD) TO APD-TAUX-HORAIRE
               MOVE WS-APD-INDEMNITE(WS-IDX-APD) TO APD-INDEMNITE
               MOVE WS-APD-ALLOCATION(WS-IDX-APD) TO APD-ALLOCATION
               MOVE WS-APD-STATUT(WS-IDX-APD) TO APD-STATUT
               WRITE DEMANDE-AP-RECORD
           END-PERFORM
           CLOSE FICHIER-DEMANDES-AP.
