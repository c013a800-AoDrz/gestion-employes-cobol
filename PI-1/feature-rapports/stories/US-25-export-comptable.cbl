               ASSIGN TO WS-CHEMIN-ANALYTIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANALYTIQUE.
           SELECT FICHIER-REFACTURATIONS
               ASSIGN TO WS-CHEMIN-REFACTURATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REFACTURATIONS.

       DATA DIVISION.
       FILE SECTION.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-COMPTES.
           COPY '../../../copybooks/rubrique.cpy'.

        FD FICHIER-ECRITURES.
        01 LIGNE-ECRITURE     PIC X(80).
        FD FICHIER-ANALYTIQUE.
           COPY '../../../copybooks/analytique.cpy'.

        FD FICHIER-REFACTURATIONS.
           COPY '../../../copybooks/refacturation.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

        01 WS-TAB-COMPTES.
            05 WS-CPT OCCURS 60 TIMES.
                10 WS-CPT-RUBRIQUE  PIC X(10).
                10 WS-CPT-NUMERO    PIC X(6).
                10 WS-CPT-LIBELLE   PIC X(25).
                10 WS-DEPT-NET-PAYER PIC 9(7)V9(2).
                10 WS-DEPT-NDF      PIC 9(7)V9(2).
                10 WS-DEPT-TRANSPORT PIC 9(7)V9(2).
                10 WS-DEPT-REDUC    PIC S9(7)V9(2).
        01 WS-NB-DEPT          PIC 9(2)  VALUE 0.
        01 WS-IDX-DEPT         PIC 9(2)  VALUE 0.
        01 WS-DEPT-TROUVE      PIC X     VALUE 'N'.
        01 WS-CUM-NET-PAYER    PIC 9(7)V9(2) VALUE 0.
        01 WS-CUM-NDF          PIC 9(7)V9(2) VALUE 0.
        01 WS-CUM-TRANSPORT    PIC 9(7)V9(2) VALUE 0.
      * Reduction generale des cotisations patronales, deja deduite
      * de WS-CUM-PATRONAL : elle est rajoutee au debit PATRONAL
      * (charge brute) et passee au credit de sa propre rubrique
      * REDUCGEN.
        01 WS-CUM-REDUC        PIC S9(7)V9(2) VALUE 0.

        01 WS-NB-BULLETINS     PIC 9(5)  VALUE 0.
        01 WS-TOTAL-DEBIT      PIC 9(9)V9(2) VALUE 0.
        01 WS-CHEMIN-HDATA     PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REFACTURATIONS PIC X(100) VALUE SPACES.

      * Refacturations de personnel du trimestre (registre US-122),
      * passees avec le journal du dernier mois du trimestre.
        01 WS-STATUT-REFACTURATIONS PIC XX.
        01 WS-TRIMESTRE-REFACT PIC 9(5)  VALUE 0.
        01 WS-ANNEE-REFACT     PIC 9(4)  VALUE 0.
        01 WS-MOIS-REFACT      PIC 9(2)  VALUE 0.
        01 WS-TAB-REFACT.
            05 WS-RFC OCCURS 200 TIMES.
                10 WS-RFC-EMETTEUR  PIC X(10).
                10 WS-RFC-RECEPTEUR PIC X(10).
                10 WS-RFC-INTERNE   PIC X.
                10 WS-RFC-MONTANT   PIC 9(7)V9(2).
        01 WS-NB-REFACT        PIC 9(3)  VALUE 0.
        01 WS-IDX-RFC          PIC 9(3)  VALUE 0.
        01 WS-REFACT-INTERNE   PIC X     VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM SAISIR-PERIODE
           PERFORM CHARGER-ANALYTIQUE
           PERFORM CHARGER-COMPTES
           PERFORM CHARGER-REFACTURATIONS
           PERFORM CUMULER-BULLETINS

           IF WS-NB-BULLETINS = 0
                       '(ecart ' WS-AFF-MONTANT ')'
                   DISPLAY 'Export refuse : corriger le run de paie '
                       'avant export.'
                   IF WS-NB-REFACT > 0
                       DISPLAY 'Verifier aussi le sens des rubriques '
                           'REFACT* de rubriques.txt.'
                   END-IF
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM VENTILER-ANALYTIQUE
                   PERFORM ECRIRE-ECRITURES
                   DISPLAY 'Export genere : ecritures-comptables.txt'
                   IF WS-NB-REFACT > 0
                       DISPLAY 'Refacturations du trimestre '
                           WS-TRIMESTRE-REFACT ' : ' WS-NB-REFACT
                           ' couple(s) passe(s)'
                   END-IF
               END-IF
           END-IF
           GOBACK.
           IF WS-RACINE = SPACES
               MOVE '../../feature-paie/bulletins-data.txt' TO
                   WS-CHEMIN-BULLETINS-DATA
               MOVE '../../feature-paie/rubriques.txt' TO
                   WS-CHEMIN-COMPTES
               MOVE '../ecritures-comptables.txt' TO
                   WS-CHEMIN-ECRITURES
               MOVE '../../../PI-2/feature-historique/'
                 & 'catalogue-historique.txt'
                   TO WS-CHEMIN-CATALOGUE
               MOVE '../refacturations.txt' TO
                   WS-CHEMIN-REFACTURATIONS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS-DATA
               STRING FUNCTION TRIM(WS-RACINE) '/rubriques.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-COMPTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/ecritures-comptables.txt'
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE) '/refacturations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REFACTURATIONS
           END-IF.

       SAISIR-PERIODE.
           END-IF.

       CHARGER-COMPTES.
      * rubriques.txt : plan de rubriques de paie, partage avec le
      * bulletin et le livre de paie ; seules les rubriques dotees
      * d'un compte comptable sont retenues. Les neuf rubriques du
      * journal (BRUT, PATRONAL, COTIS, IMPOT, RETENUES, NETPAYE,
      * NDF, TRANSPORT, REDUCGEN) doivent y avoir leur compte, sinon
      * l'export est refuse plutot que de produire un journal
      * incomplet.
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES NOT = '00'
               DISPLAY 'ERREUR : ouverture rubriques.txt '
                   'impossible (statut ' WS-STATUT-COMPTES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
               READ FICHIER-COMPTES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF RUB-COMPTE NOT = SPACES
                           AND WS-NB-COMPTES < 60
                           ADD 1 TO WS-NB-COMPTES
                           MOVE RUB-CODE TO
                               WS-CPT-RUBRIQUE(WS-NB-COMPTES)
                           MOVE RUB-COMPTE TO
                               WS-CPT-NUMERO(WS-NB-COMPTES)
                           MOVE RUB-LIBELLE TO
                               WS-CPT-LIBELLE(WS-NB-COMPTES)
                           MOVE RUB-SENS TO
                               WS-CPT-SENS(WS-NB-COMPTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-COMPTES
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'RETENUES' TO WS-RUBRIQUE-COURANTE
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'NETPAYE' TO WS-RUBRIQUE-COURANTE
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'NDF' TO WS-RUBRIQUE-COURANTE
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'TRANSPORT' TO WS-RUBRIQUE-COURANTE
           PERFORM CONTROLER-UNE-RUBRIQUE
           MOVE 'REDUCGEN' TO WS-RUBRIQUE-COURANTE
           PERFORM CONTROLER-UNE-RUBRIQUE.

       CONTROLER-UNE-RUBRIQUE.
           IF WS-RUBRIQUE-TROUVEE = 'N'
               DISPLAY 'ERREUR : rubrique '
                   FUNCTION TRIM(WS-RUBRIQUE-COURANTE)
                   ' sans compte dans rubriques.txt'
               DISPLAY 'Export refuse : completer le plan de '
                   'rubriques avant export.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHARGER-REFACTURATIONS.
      * En fin de trimestre (mars, juin, septembre, decembre), les
      * refacturations du trimestre calculees par US-122 sont
      * reprises du registre refacturations.txt (fichier
      * optionnel). Leurs rubriques doivent alors avoir un compte ;
      * la charge et la dette d'un destinataire interne ne sont
      * exigees que s'il y en a un.
           MOVE 0 TO WS-NB-REFACT
           MOVE 'N' TO WS-REFACT-INTERNE
           MOVE WS-PERIODE(1:4) TO WS-ANNEE-REFACT
           MOVE WS-PERIODE(5:2) TO WS-MOIS-REFACT
           IF WS-MOIS-REFACT = 3 OR WS-MOIS-REFACT = 6
               OR WS-MOIS-REFACT = 9 OR WS-MOIS-REFACT = 12
               COMPUTE WS-TRIMESTRE-REFACT = WS-ANNEE-REFACT * 10
                   + WS-MOIS-REFACT / 3
               OPEN INPUT FICHIER-REFACTURATIONS
               IF WS-STATUT-REFACTURATIONS = '00'
                   PERFORM UNTIL WS-FIN = 'O'
                       READ FICHIER-REFACTURATIONS
                           AT END MOVE 'O' TO WS-FIN
                           NOT AT END
                               IF RFC-TRIMESTRE = WS-TRIMESTRE-REFACT
                                   AND WS-NB-REFACT < 200
                                   ADD 1 TO WS-NB-REFACT
                                   MOVE RFC-EMETTEUR TO
                                       WS-RFC-EMETTEUR(WS-NB-REFACT)
                                   MOVE RFC-RECEPTEUR TO
                                       WS-RFC-RECEPTEUR(WS-NB-REFACT)
                                   MOVE RFC-INTERNE TO
                                       WS-RFC-INTERNE(WS-NB-REFACT)
                                   MOVE RFC-MONTANT TO
                                       WS-RFC-MONTANT(WS-NB-REFACT)
                                   IF RFC-INTERNE = 'O'
                                       MOVE 'O' TO WS-REFACT-INTERNE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICHIER-REFACTURATIONS
                   MOVE 'N' TO WS-FIN
               END-IF
               IF WS-NB-REFACT = 0
                   DISPLAY 'ATTENTION : aucune refacturation de '
                       'personnel pour le trimestre '
                       WS-TRIMESTRE-REFACT
                       ' dans refacturations.txt (US-122 non lance ?)'
               END-IF
           END-IF
           IF WS-NB-REFACT > 0
               MOVE 'REFACTCLI' TO WS-RUBRIQUE-COURANTE
               PERFORM CONTROLER-UNE-RUBRIQUE
               MOVE 'REFACTPRD' TO WS-RUBRIQUE-COURANTE
               PERFORM CONTROLER-UNE-RUBRIQUE
           END-IF
           IF WS-REFACT-INTERNE = 'O'
               MOVE 'REFACTCHG' TO WS-RUBRIQUE-COURANTE
               PERFORM CONTROLER-UNE-RUBRIQUE
               MOVE 'REFACTFRN' TO WS-RUBRIQUE-COURANTE
               PERFORM CONTROLER-UNE-RUBRIQUE
           END-IF.

       CUMULER-BULLETINS.
      * Agrege les enregistrements de paie structures de la periode
      * par departement, bulletins annules ignores. Un export lance
               TO WS-CUM-NET-PAYER
           MOVE BDATA-NDF OF BDATA-RECORD TO WS-CUM-NDF
           MOVE BDATA-TRANSPORT OF BDATA-RECORD TO WS-CUM-TRANSPORT
           MOVE 0 TO WS-CUM-REDUC
           IF BDATA-REDUCTION-GEN OF BDATA-RECORD NUMERIC
               MOVE BDATA-REDUCTION-GEN OF BDATA-RECORD
                   TO WS-CUM-REDUC
           END-IF
           MOVE BDATA-EMP-ID OF BDATA-RECORD TO WS-ID-EMP-COURANT
           PERFORM CUMULER-MONTANTS-EMPLOYE
           PERFORM CUMULER-DEPARTEMENT.
                                   TO WS-CUM-NDF
                               MOVE BDATA-TRANSPORT OF HDATA-RECORD
                                   TO WS-CUM-TRANSPORT
                               MOVE 0 TO WS-CUM-REDUC
                               IF BDATA-REDUCTION-GEN OF HDATA-RECORD
                                   NUMERIC
                                   MOVE BDATA-REDUCTION-GEN OF
                                       HDATA-RECORD TO WS-CUM-REDUC
                               END-IF
                               MOVE BDATA-EMP-ID OF HDATA-RECORD
                                   TO WS-ID-EMP-COURANT
                               PERFORM CUMULER-MONTANTS-EMPLOYE
                   ADD WS-CUM-NDF TO WS-DEPT-NDF(WS-IDX-DEPT)
                   ADD WS-CUM-TRANSPORT TO
                       WS-DEPT-TRANSPORT(WS-IDX-DEPT)
                   ADD WS-CUM-REDUC TO WS-DEPT-REDUC(WS-IDX-DEPT)
                   MOVE 'O' TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM
               MOVE WS-CUM-NDF TO WS-DEPT-NDF(WS-NB-DEPT)
               MOVE WS-CUM-TRANSPORT TO
                   WS-DEPT-TRANSPORT(WS-NB-DEPT)
               MOVE WS-CUM-REDUC TO WS-DEPT-REDUC(WS-NB-DEPT)
           END-IF.

       CONTROLER-BALANCE.
                   + WS-DEPT-PATRONAL(WS-IDX-DEPT)
                   + WS-DEPT-NDF(WS-IDX-DEPT)
                   + WS-DEPT-TRANSPORT(WS-IDX-DEPT)
                   + WS-DEPT-REDUC(WS-IDX-DEPT)
               COMPUTE WS-TOTAL-CREDIT = WS-TOTAL-CREDIT
                   + WS-DEPT-COTIS(WS-IDX-DEPT)
                   + WS-DEPT-PATRONAL(WS-IDX-DEPT)
                   + WS-DEPT-IMPOT(WS-IDX-DEPT)
                   + WS-DEPT-RETENUES(WS-IDX-DEPT)
                   + WS-DEPT-NET-PAYER(WS-IDX-DEPT)
                   + WS-DEPT-REDUC(WS-IDX-DEPT)
           END-PERFORM
      * Les ecritures intersocietes du trimestre entrent dans le
      * meme controle, chacune du cote que lui donne le sens de sa
      * rubrique : un couple dont les sens ne se compensent pas
      * bloque l'export comme un run desequilibre.
           PERFORM VARYING WS-IDX-RFC FROM 1 BY 1
               UNTIL WS-IDX-RFC > WS-NB-REFACT
               MOVE WS-RFC-MONTANT(WS-IDX-RFC) TO WS-MONTANT-COURANT
               MOVE 'REFACTCLI' TO WS-RUBRIQUE-COURANTE
               PERFORM CUMULER-SENS-RUBRIQUE
               MOVE 'REFACTPRD' TO WS-RUBRIQUE-COURANTE
               PERFORM CUMULER-SENS-RUBRIQUE
               IF WS-RFC-INTERNE(WS-IDX-RFC) = 'O'
                   MOVE 'REFACTCHG' TO WS-RUBRIQUE-COURANTE
                   PERFORM CUMULER-SENS-RUBRIQUE
                   MOVE 'REFACTFRN' TO WS-RUBRIQUE-COURANTE
                   PERFORM CUMULER-SENS-RUBRIQUE
               END-IF
           END-PERFORM
           COMPUTE WS-ECART-BALANCE =
               WS-TOTAL-DEBIT - WS-TOTAL-CREDIT.

       CUMULER-SENS-RUBRIQUE.
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
               UNTIL WS-IDX-CPT > WS-NB-COMPTES
               IF WS-CPT-RUBRIQUE(WS-IDX-CPT) = WS-RUBRIQUE-COURANTE
                   IF WS-CPT-SENS(WS-IDX-CPT) = 'D'
                       ADD WS-MONTANT-COURANT TO WS-TOTAL-DEBIT
                   ELSE
                       ADD WS-MONTANT-COURANT TO WS-TOTAL-CREDIT
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-ECRITURES.
      * Un jeu d'ecritures par departement, date du jour d'export et
      * periode en tete ; les montants sont deja equilibres par
               UNTIL WS-IDX-DEPT > WS-NB-DEPT
               PERFORM ECRIRE-ECRITURES-DEPT
           END-PERFORM
           PERFORM ECRIRE-REFACTURATIONS
           PERFORM ECRIRE-VENTILATION-ANALYTIQUE
           CLOSE FICHIER-ECRITURES.

               END-PERFORM
           END-IF.

       ECRIRE-REFACTURATIONS.
      * Ecritures intersocietes, equilibrees par couple : creance
      * sur l'entite destinataire contre produit de mise a
      * disposition du site emetteur ; pour un destinataire qui est
      * un de nos sites, sa charge contre sa dette en plus.
           IF WS-NB-REFACT > 0
               MOVE SPACES TO LIGNE-ECRITURE
               STRING 'REFACTURATION INTERSOCIETES TRIMESTRE '
                   WS-TRIMESTRE-REFACT
                   DELIMITED SIZE INTO LIGNE-ECRITURE
               WRITE LIGNE-ECRITURE
               PERFORM VARYING WS-IDX-RFC FROM 1 BY 1
                   UNTIL WS-IDX-RFC > WS-NB-REFACT
                   MOVE SPACES TO LIGNE-ECRITURE
                   STRING 'EMETTEUR ' WS-RFC-EMETTEUR(WS-IDX-RFC)
                       ' DESTINATAIRE ' WS-RFC-RECEPTEUR(WS-IDX-RFC)
                       DELIMITED SIZE INTO LIGNE-ECRITURE
                   WRITE LIGNE-ECRITURE
                   MOVE WS-RFC-MONTANT(WS-IDX-RFC) TO
                       WS-MONTANT-COURANT
                   MOVE 'REFACTCLI' TO WS-RUBRIQUE-COURANTE
                   PERFORM ECRIRE-LIGNE-COMPTE
                   MOVE 'REFACTPRD' TO WS-RUBRIQUE-COURANTE
                   PERFORM ECRIRE-LIGNE-COMPTE
                   IF WS-RFC-INTERNE(WS-IDX-RFC) = 'O'
                       MOVE 'REFACTCHG' TO WS-RUBRIQUE-COURANTE
                       PERFORM ECRIRE-LIGNE-COMPTE
                       MOVE 'REFACTFRN' TO WS-RUBRIQUE-COURANTE
                       PERFORM ECRIRE-LIGNE-COMPTE
                   END-IF
               END-PERFORM
           END-IF.

       ECRIRE-ECRITURES-DEPT.
           MOVE SPACES TO LIGNE-ECRITURE
           STRING 'DEPARTEMENT ' WS-DEPT-NOM(WS-IDX-DEPT)
           MOVE 'BRUT' TO WS-RUBRIQUE-COURANTE
           MOVE WS-DEPT-BRUT(WS-IDX-DEPT) TO WS-MONTANT-COURANT
           PERFORM ECRIRE-LIGNE-COMPTE
      * Charges patronales au debit avant reduction generale ; la
      * reduction est creditee a part (REDUCGEN) et les organismes
      * (COTIS) ne recoivent que le montant net.
           MOVE 'PATRONAL' TO WS-RUBRIQUE-COURANTE
           COMPUTE WS-MONTANT-COURANT =
               WS-DEPT-PATRONAL(WS-IDX-DEPT)
               + WS-DEPT-REDUC(WS-IDX-DEPT)
           PERFORM ECRIRE-LIGNE-COMPTE
           IF WS-DEPT-REDUC(WS-IDX-DEPT) NOT = 0
               MOVE 'REDUCGEN' TO WS-RUBRIQUE-COURANTE
               MOVE WS-DEPT-REDUC(WS-IDX-DEPT) TO WS-MONTANT-COURANT
               PERFORM ECRIRE-LIGNE-COMPTE
           END-IF
           MOVE 'COTIS' TO WS-RUBRIQUE-COURANTE
           COMPUTE WS-MONTANT-COURANT =
               WS-DEPT-COTIS(WS-IDX-DEPT)
           MOVE 'RETENUES' TO WS-RUBRIQUE-COURANTE
           MOVE WS-DEPT-RETENUES(WS-IDX-DEPT) TO WS-MONTANT-COURANT
           PERFORM ECRIRE-LIGNE-COMPTE
           MOVE 'NETPAYE' TO WS-RUBRIQUE-COURANTE
           MOVE WS-DEPT-NET-PAYER(WS-IDX-DEPT) TO WS-MONTANT-COURANT
           PERFORM ECRIRE-LIGNE-COMPTE
           IF WS-DEPT-NDF(WS-IDX-DEPT) NOT = 0
