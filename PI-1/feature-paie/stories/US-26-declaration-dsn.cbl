               ASSIGN TO WS-CHEMIN-C2P
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-C2P.
           SELECT FICHIER-OETH
               ASSIGN TO WS-CHEMIN-OETH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-OETH.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-C2P.
        01 LIGNE-C2P          PIC X(80).

        FD FICHIER-OETH.
           COPY '../../../copybooks/oeth.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-CHEMIN-C2P       PIC X(100) VALUE SPACES.
        01 WS-SITE-TROUVE      PIC X     VALUE 'N'.

      * Declaration annuelle OETH (declaration-oeth.txt, US-99) :
      * l'annee N est portee par la DSN de la periode d'avril N+1,
      * au niveau entreprise.
        01 WS-STATUT-OETH      PIC XX.
        01 WS-MOIS-OETH        PIC X(2)  VALUE '04'.
        01 WS-ANNEE-OETH       PIC 9(4)  VALUE 0.
        01 WS-OETH-TROUVE      PIC X     VALUE 'N'.
        01 WS-OETH-LIGNE       PIC X(58) VALUE SPACES.
        01 WS-AFF-OETH-ETP     PIC ZZZZ9.99.
        01 WS-AFF-OETH-NB      PIC ZZZZ9.
        01 WS-CHEMIN-OETH      PIC X(100) VALUE SPACES.

        01 WS-TAB-PAIES.
            05 WS-PAIE OCCURS 999 TIMES.
                10 WS-PAIE-EMP-ID  PIC 9(5).
                10 WS-PAIE-COTIS   PIC 9(7)V9(2).
                10 WS-PAIE-NET     PIC 9(7)V9(2).
                10 WS-PAIE-ATMP    PIC 9(5)V9(2).
                10 WS-PAIE-NET-IMPOS PIC 9(7)V9(2).
                10 WS-PAIE-NET-SOCIAL PIC 9(7)V9(2).
        01 WS-NB-PAIES         PIC 9(3)  VALUE 0.
        01 WS-IDX-PAIE         PIC 9(3)  VALUE 0.

           PERFORM CONTROLER-ANOMALIES-RETOUR
           PERFORM CHARGER-ETABLISSEMENTS
           PERFORM CHARGER-C2P
           PERFORM CHARGER-OETH
           PERFORM CHARGER-EMPLOYES
           PERFORM CONTROLER-NIR
           PERFORM CHARGER-PAIES
               MOVE '../etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../declaration-c2p.txt' TO WS-CHEMIN-C2P
               MOVE '../declaration-oeth.txt' TO WS-CHEMIN-OETH
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/anomalies-dsn.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ANOMALIES-DSN
               STRING FUNCTION TRIM(WS-RACINE)
                   '/declaration-c2p.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-C2P
               STRING FUNCTION TRIM(WS-RACINE)
                   '/declaration-oeth.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-OETH
           END-IF.

       CONTROLER-ANOMALIES-RETOUR.
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-OETH.
      * Fichier optionnel ; sur la periode d'avril sans calcul de
      * l'annee precedente, la declaration part sans bloc OETH et
      * l'operateur est prevenu.
           MOVE 'N' TO WS-OETH-TROUVE
           IF WS-PERIODE(5:2) = WS-MOIS-OETH
               COMPUTE WS-ANNEE-OETH = WS-PERIODE / 100 - 1
               OPEN INPUT FICHIER-OETH
               IF WS-STATUT-OETH = '00'
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-OETH
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               IF OETH-ANNEE = WS-ANNEE-OETH
                                   MOVE 'O' TO WS-OETH-TROUVE
                                   MOVE OETH-RECORD TO WS-OETH-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-OETH
                   MOVE 'N' TO WS-FIN
               END-IF
               IF WS-OETH-TROUVE = 'N'
                   DISPLAY 'ATTENTION : declaration OETH '
                       WS-ANNEE-OETH ' non calculee (lancer US-99 '
                       'en mode D avant cette DSN)'
               END-IF
           END-IF.

       CHARGER-EMPLOYES.
      * Identite et contrat de tous les employes, plus la liste des
      * etablissements (EMP-SITE) rencontres, pour emettre un bloc
                                   WS-PAIE-NET(WS-NB-PAIES)
                               MOVE BDATA-ATMP OF BDATA-RECORD TO
                                   WS-PAIE-ATMP(WS-NB-PAIES)
                               PERFORM RETENIR-NETS-BDATA
                           END-IF
                   END-READ
               END-PERFORM
                                   WS-PAIE-NET(WS-NB-PAIES)
                               MOVE BDATA-ATMP OF HDATA-RECORD TO
                                   WS-PAIE-ATMP(WS-NB-PAIES)
                               PERFORM RETENIR-NETS-HDATA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-NETS-BDATA.
      * Net imposable et net social tels que calcules par US-03 ;
      * un enregistrement anterieur a ces montants les porte a blanc
      * et les declare a zero.
           IF BDATA-NET-IMPOSABLE OF BDATA-RECORD NUMERIC
               MOVE BDATA-NET-IMPOSABLE OF BDATA-RECORD TO
                   WS-PAIE-NET-IMPOS(WS-NB-PAIES)
               MOVE BDATA-NET-SOCIAL OF BDATA-RECORD TO
                   WS-PAIE-NET-SOCIAL(WS-NB-PAIES)
           ELSE
               MOVE 0 TO WS-PAIE-NET-IMPOS(WS-NB-PAIES)
               MOVE 0 TO WS-PAIE-NET-SOCIAL(WS-NB-PAIES)
           END-IF.

       RETENIR-NETS-HDATA.
           IF BDATA-NET-IMPOSABLE OF HDATA-RECORD NUMERIC
               MOVE BDATA-NET-IMPOSABLE OF HDATA-RECORD TO
                   WS-PAIE-NET-IMPOS(WS-NB-PAIES)
               MOVE BDATA-NET-SOCIAL OF HDATA-RECORD TO
                   WS-PAIE-NET-SOCIAL(WS-NB-PAIES)
           ELSE
               MOVE 0 TO WS-PAIE-NET-IMPOS(WS-NB-PAIES)
               MOVE 0 TO WS-PAIE-NET-SOCIAL(WS-NB-PAIES)
           END-IF.

       CHERCHER-SEGMENT-DATA.
      * Les segments de donnees gardent un nom fixe
      * historique-paies-data-AAAA.txt (seul le segment texte part en
           STRING 'S20.DECLARATION,PERIODE,' WS-PERIODE
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
           IF WS-OETH-TROUVE = 'O'
               PERFORM ECRIRE-BLOC-OETH
           END-IF
           PERFORM VARYING WS-IDX-SITE FROM 1 BY 1
               UNTIL WS-IDX-SITE > WS-NB-SITES
               PERFORM ECRIRE-BLOC-ETABLISSEMENT
           PERFORM ECRIRE-TRAILER
           CLOSE FICHIER-DSN.

       ECRIRE-BLOC-OETH.
      * Bloc entreprise : effectif d'assujettissement, obligation,
      * beneficiaires, deficit et contribution due de l'annee.
           MOVE WS-OETH-LIGNE TO OETH-RECORD
           MOVE SPACES TO LIGNE-DSN
           MOVE OETH-EFFECTIF TO WS-AFF-OETH-ETP
           MOVE OETH-OBLIGATION TO WS-AFF-OETH-NB
           STRING 'S20.OETH,' OETH-ANNEE ',EFFECTIF,'
               FUNCTION TRIM(WS-AFF-OETH-ETP) ',OBLIGATION,'
               FUNCTION TRIM(WS-AFF-OETH-NB)
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
           MOVE SPACES TO LIGNE-DSN
           MOVE OETH-BENEFICIAIRES TO WS-AFF-OETH-ETP
           STRING 'S20.OETH,' OETH-ANNEE ',BENEFICIAIRES,'
               FUNCTION TRIM(WS-AFF-OETH-ETP)
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
           MOVE SPACES TO LIGNE-DSN
           MOVE OETH-DEFICIT TO WS-AFF-OETH-ETP
           MOVE OETH-CONTRIBUTION TO WS-AFF-MONTANT
           STRING 'S20.OETH,' OETH-ANNEE ',DEFICIT,'
               FUNCTION TRIM(WS-AFF-OETH-ETP) ',CONTRIBUTION,'
               FUNCTION TRIM(WS-AFF-MONTANT)
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN.

       ECRIRE-BLOC-ETABLISSEMENT.
      * Une fraction de declaration par etablissement : numero de
      * fraction sur le nombre de sites, et SIRET du site en tete du
           STRING 'S50.REMUNERATION,NET,' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
      * Remuneration nette fiscale et montant net social, repris de
      * l'enregistrement de paie sans recalcul.
           MOVE SPACES TO LIGNE-DSN
           MOVE WS-PAIE-NET-IMPOS(WS-IDX-PAIE) TO WS-AFF-MONTANT
           STRING 'S50.REMUNERATION,NET-FISCAL,' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
           MOVE SPACES TO LIGNE-DSN
           MOVE WS-PAIE-NET-SOCIAL(WS-IDX-PAIE) TO WS-AFF-MONTANT
           STRING 'S50.REMUNERATION,NET-SOCIAL,' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DSN
           WRITE LIGNE-DSN
      * Cotisation AT/MP au taux notifie de l'etablissement : sa
      * propre rubrique, distincte des cotisations de droit commun.
           IF WS-PAIE-ATMP(WS-IDX-PAIE) > 0
