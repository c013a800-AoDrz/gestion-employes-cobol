       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-91-LIBRE-SERVICE.
      * US-91 : Borne libre-service des salaries (consultation seule
      *         des bulletins, soldes de conges, CET et demandes)
      * Feature : Menu et pilotage
      * PI-2 : Systeme de Gestion des Employes

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
               ASSIGN TO WS-CHEMIN-BULLETINS-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BDATA.
           SELECT FICHIER-SOLDES
               ASSIGN TO WS-CHEMIN-SOLDES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SOLDES.
           SELECT FICHIER-CET
               ASSIGN TO WS-CHEMIN-CET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CET.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BULLETINS-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-SOLDES.
           COPY '../../../copybooks/solde-conge.cpy'.

        FD FICHIER-CET.
           COPY '../../../copybooks/cet.cpy'.

        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BDATA     PIC XX.
        01 WS-STATUT-SOLDES    PIC XX.
        01 WS-STATUT-CET       PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-AUDIT     PIC XX.

        01 WS-QUITTER          PIC X     VALUE 'N'.
        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-ID           PIC 9(5)  VALUE 0.
        01 WS-SAISIE-NIR       PIC X(6)  VALUE SPACES.
        01 WS-IDENTIFIE        PIC X     VALUE 'N'.
        01 WS-NB-ECHECS        PIC 9     VALUE 0.
        01 WS-MAX-ECHECS       PIC 9     VALUE 3.
        01 WS-LONG-NIR         PIC 9(2)  VALUE 0.
        01 WS-IDX              PIC 9(2)  VALUE 0.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-DATE-JOUR-ISO    PIC X(10) VALUE SPACES.

      * Identification : EMP-ID et six derniers caracteres du NIR
      * (les affichages masques n'en montrent que quatre, ils ne
      * suffisent donc pas a se faire passer pour un collegue).
      * Trois echecs consecutifs ferment la borne ; chaque echec et
      * chaque consultation sont traces dans audit-log.txt, et la
      * consultation aussi dans journal-acces.txt (sous-programme
      * commun TRACER-ACCES) avec les autres acces aux donnees de
      * paie.
        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-AUDIT       PIC 9(8)  VALUE 0.
        01 WS-HEURE-AUDIT      PIC 9(8)  VALUE 0.
        01 WS-AUDIT-EMP-ID     PIC 9(5)  VALUE 0.
        01 WS-AUDIT-CHAMP      PIC X(15) VALUE 'LIBRE-SERVICE'.
        01 WS-AUDIT-ANCIEN     PIC X(27) VALUE SPACES.
        01 WS-AUDIT-NOUVEAU    PIC X(27) VALUE SPACES.

      * Derniers bulletins du salarie, courants (bulletins-data.txt)
      * et archives (historique-paies-data.txt), tries du plus
      * recent au plus ancien ; seuls les WS-NB-BULL-AFFICHES
      * premiers sont montres.
        01 WS-NB-BULL          PIC 9(3)  VALUE 0.
        01 WS-TAB-BULL.
            05 WS-BUL OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-NB-BULL
               DESCENDING KEY IS WS-BUL-PERIODE WS-BUL-RUN
               INDEXED BY WS-BUL-I.
                10 WS-BUL-PERIODE   PIC 9(6).
                10 WS-BUL-RUN       PIC 9(6).
                10 WS-BUL-BRUT      PIC 9(7)V9(2).
                10 WS-BUL-COTIS     PIC 9(7)V9(2).
                10 WS-BUL-IMPOT     PIC 9(7)V9(2).
                10 WS-BUL-NET-PAYER PIC 9(7)V9(2).
                10 WS-BUL-STATUT    PIC X(10).
        01 WS-IDX-BULL         PIC 9(3)  VALUE 0.
        01 WS-NB-BULL-AFFICHES PIC 9(2)  VALUE 6.

        01 WS-SOLDE-TROUVE     PIC X     VALUE 'N'.
        01 WS-SOLDE-CP         PIC S9(3)V9 VALUE 0.
        01 WS-SOLDE-RTT        PIC S9(3)V9 VALUE 0.
        01 WS-SOLDE-CP-N1      PIC S9(3)V9 VALUE 0.
        01 WS-CET-TROUVE       PIC X     VALUE 'N'.
        01 WS-CET-SOLDE        PIC 9(3)V9(2) VALUE 0.
        01 WS-NB-DEMANDES      PIC 9(3)  VALUE 0.

        01 WS-CHAMP-MASQUE     PIC X(27) VALUE SPACES.
        01 WS-LONGUEUR-CHAMP   PIC 9(2)  VALUE 0.
        01 WS-AFFICHAGE-CLAIR  PIC X     VALUE 'N'.

        01 WS-AFF-MONTANT      PIC ZZZZZZ9.99.
        01 WS-AFF-M2           PIC ZZZZZZ9.99.
        01 WS-AFF-M3           PIC ZZZZZZ9.99.
        01 WS-AFF-M4           PIC ZZZZZZ9.99.
        01 WS-AFF-JOURS        PIC -ZZ9.9.
        01 WS-AFF-JOURS2       PIC -ZZ9.9.
        01 WS-AFF-JOURS3       PIC -ZZ9.9.
        01 WS-AFF-CET          PIC ZZ9.99.
        01 WS-AFF-NB-JOURS     PIC ZZ9.9.

      * Solde projete a une date choisie par le salarie
      * (sous-programme commun SOLDE-PROJETE).
           COPY '../../../copybooks/solde-projete.cpy'.
        01 WS-SAISIE-DATE-PROJ PIC X(10) VALUE SPACES.
        01 WS-DATE-PROJ        PIC 9(8)  VALUE 0.
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BULLETINS-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BDATA-HISTO PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SOLDES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CET       PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.

           COPY '../../../copybooks/acces-donnees.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           IF WS-UTILISATEUR = SPACES
               MOVE 'LIBRE-SERVICE' TO WS-UTILISATEUR
           END-IF
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * Une session par salarie ; EMP-ID vide ferme la borne.
           PERFORM UNTIL WS-QUITTER = 'O'
               PERFORM IDENTIFIER-SALARIE
               IF WS-IDENTIFIE = 'O'
                   PERFORM AFFICHER-DOSSIER
               END-IF
           END-PERFORM
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
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../../PI-1/feature-paie/bulletins-data.txt'
                   TO WS-CHEMIN-BDATA-COURANT
               MOVE
                   '../../feature-historique/historique-paies-data.txt'
                   TO WS-CHEMIN-BDATA-HISTO
               MOVE '../../feature-conges/soldes-conges.txt' TO
                   WS-CHEMIN-SOLDES
               MOVE '../../feature-conges/cet.txt' TO WS-CHEMIN-CET
               MOVE '../../feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-COURANT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/historique-paies-data.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BDATA-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/soldes-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SOLDES
               STRING FUNCTION TRIM(WS-RACINE) '/cet.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CET
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
           END-IF.

       IDENTIFIER-SALARIE.
           MOVE 'N' TO WS-IDENTIFIE
           DISPLAY '================================'
           DISPLAY ' BORNE LIBRE-SERVICE SALARIES   '
           DISPLAY '================================'
           DISPLAY 'Votre EMP-ID (vide = quitter) : '
           MOVE SPACES TO WS-SAISIE-EMP-ID
           ACCEPT WS-SAISIE-EMP-ID
           IF WS-SAISIE-EMP-ID = SPACES
               MOVE 'O' TO WS-QUITTER
           ELSE
               DISPLAY 'Six derniers caracteres de votre numero de '
                   'securite sociale : '
               MOVE SPACES TO WS-SAISIE-NIR
               ACCEPT WS-SAISIE-NIR
               PERFORM CONTROLER-IDENTITE
               IF WS-IDENTIFIE = 'O'
                   MOVE 0 TO WS-NB-ECHECS
               ELSE
      * Message identique quelle que soit la cause : la borne ne
      * revele pas si un EMP-ID existe.
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY 'Identification refusee.'
                   MOVE 'ECHEC IDENTIFICATION' TO WS-AUDIT-NOUVEAU
                   PERFORM ECRIRE-AUDIT
                   IF WS-NB-ECHECS >= WS-MAX-ECHECS
                       DISPLAY 'Trop d''echecs : borne fermee, '
                           's''adresser au service RH.'
                       MOVE 'O' TO WS-QUITTER
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CONTROLER-IDENTITE.
           MOVE 0 TO WS-AUDIT-EMP-ID
           IF WS-SAISIE-EMP-ID NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WS-SAISIE-EMP-ID TO WS-EMP-ID
               MOVE WS-EMP-ID TO WS-AUDIT-EMP-ID
               MOVE WS-EMP-ID TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPARER-NIR
               END-READ
           END-IF.

       COMPARER-NIR.
      * Comparaison sur les six derniers caracteres significatifs
      * du NIR ; un NIR non renseigne ne permet pas l'acces.
           MOVE 0 TO WS-LONG-NIR
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15
               IF EMP-NIR(WS-IDX:1) NOT = SPACE
                   MOVE WS-IDX TO WS-LONG-NIR
               END-IF
           END-PERFORM
           IF WS-LONG-NIR >= 6
               AND WS-SAISIE-NIR = EMP-NIR(WS-LONG-NIR - 5:6)
               MOVE 'O' TO WS-IDENTIFIE
           END-IF.

       AFFICHER-DOSSIER.
      * Lecture seule : aucun fichier n'est ouvert en mise a jour,
      * et seules les donnees du salarie identifie sont lues.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           STRING WS-DATE-SYS(1:4) '-' WS-DATE-SYS(5:2) '-'
               WS-DATE-SYS(7:2)
               DELIMITED SIZE INTO WS-DATE-JOUR-ISO
           DISPLAY '--------------------------------'
           DISPLAY 'Bonjour ' FUNCTION TRIM(EMP-PRENOM) ' '
               FUNCTION TRIM(EMP-NOM) ' (EMP-ID ' EMP-ID ')'
           MOVE EMP-IBAN TO WS-CHAMP-MASQUE
           MOVE 27 TO WS-LONGUEUR-CHAMP
           MOVE 'N' TO WS-AFFICHAGE-CLAIR
           CALL 'MASQUER-CHAMP' USING WS-CHAMP-MASQUE
               WS-LONGUEUR-CHAMP WS-AFFICHAGE-CLAIR
           DISPLAY 'IBAN de versement : ' WS-CHAMP-MASQUE
           PERFORM AFFICHER-BULLETINS
           PERFORM AFFICHER-SOLDES
           PERFORM AFFICHER-CET
           PERFORM AFFICHER-DEMANDES
           MOVE 'BULLETINS/SOLDES/CONGES' TO WS-AUDIT-NOUVEAU
           PERFORM ECRIRE-AUDIT
           PERFORM TRACER-CONSULTATION
           DISPLAY '--------------------------------'
           DISPLAY 'Fin de consultation.'.

       AFFICHER-BULLETINS.
           MOVE 0 TO WS-NB-BULL
           MOVE WS-CHEMIN-BDATA-COURANT TO WS-CHEMIN-BULLETINS-DATA
           PERFORM CHARGER-BULLETINS
           MOVE WS-CHEMIN-BDATA-HISTO TO WS-CHEMIN-BULLETINS-DATA
           PERFORM CHARGER-BULLETINS
           DISPLAY ' '
           DISPLAY 'Derniers bulletins :'
           IF WS-NB-BULL = 0
               DISPLAY '  aucun bulletin disponible'
           ELSE
               SORT WS-BUL DESCENDING WS-BUL-PERIODE WS-BUL-RUN
               DISPLAY '  PERIODE      BRUT    COTIS.     IMPOT'
                   '  NET PAYE  STATUT'
               PERFORM VARYING WS-IDX-BULL FROM 1 BY 1
                   UNTIL WS-IDX-BULL > WS-NB-BULL
                   OR WS-IDX-BULL > WS-NB-BULL-AFFICHES
                   MOVE WS-BUL-BRUT(WS-IDX-BULL) TO WS-AFF-MONTANT
                   MOVE WS-BUL-COTIS(WS-IDX-BULL) TO WS-AFF-M2
                   MOVE WS-BUL-IMPOT(WS-IDX-BULL) TO WS-AFF-M3
                   MOVE WS-BUL-NET-PAYER(WS-IDX-BULL) TO WS-AFF-M4
                   DISPLAY '  ' WS-BUL-PERIODE(WS-IDX-BULL) ' '
                       WS-AFF-MONTANT WS-AFF-M2 WS-AFF-M3 WS-AFF-M4 '  '
                       WS-BUL-STATUT(WS-IDX-BULL)
               END-PERFORM
           END-IF.

       CHARGER-BULLETINS.
           OPEN INPUT FICHIER-BULLETINS-DATA
           IF WS-STATUT-BDATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BULLETINS-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-EMP-ID = WS-EMP-ID
                               AND WS-NB-BULL < 500
                               PERFORM RETENIR-BULLETIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BULLETIN.
           ADD 1 TO WS-NB-BULL
           MOVE BDATA-PERIODE TO WS-BUL-PERIODE(WS-NB-BULL)
           MOVE BDATA-RUN TO WS-BUL-RUN(WS-NB-BULL)
           MOVE BDATA-BRUT TO WS-BUL-BRUT(WS-NB-BULL)
           MOVE BDATA-COTIS TO WS-BUL-COTIS(WS-NB-BULL)
           MOVE BDATA-IMPOT TO WS-BUL-IMPOT(WS-NB-BULL)
           MOVE BDATA-NET-A-PAYER TO WS-BUL-NET-PAYER(WS-NB-BULL)
           MOVE BDATA-STATUT TO WS-BUL-STATUT(WS-NB-BULL).

       AFFICHER-SOLDES.
           MOVE 'N' TO WS-SOLDE-TROUVE
           OPEN INPUT FICHIER-SOLDES
           IF WS-STATUT-SOLDES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SOLDES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF SOLDE-EMP-ID = WS-EMP-ID
                               MOVE 'O' TO WS-SOLDE-TROUVE
                               MOVE SOLDE-CP-RESTANT TO WS-SOLDE-CP
                               MOVE SOLDE-RTT-RESTANT TO WS-SOLDE-RTT
                               MOVE 0 TO WS-SOLDE-CP-N1
                               IF SOLDE-CP-N1-RESTANT NUMERIC
                                   MOVE SOLDE-CP-N1-RESTANT TO
                                       WS-SOLDE-CP-N1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOLDES
               MOVE 'N' TO WS-FIN
           END-IF
           DISPLAY ' '
           IF WS-SOLDE-TROUVE = 'O'
               MOVE WS-SOLDE-CP TO WS-AFF-JOURS
               MOVE WS-SOLDE-CP-N1 TO WS-AFF-JOURS2
               MOVE WS-SOLDE-RTT TO WS-AFF-JOURS3
               DISPLAY 'Conges payes restants : ' WS-AFF-JOURS
                   ' jour(s) dont N-1 : ' WS-AFF-JOURS2
               DISPLAY 'RTT restants          : ' WS-AFF-JOURS3
                   ' jour(s)'
           ELSE
               DISPLAY 'Soldes de conges : non encore calcules'
           END-IF
           PERFORM AFFICHER-SOLDE-PROJETE.

       AFFICHER-SOLDE-PROJETE.
      * Solde a une date future : droits qui seront acquis d'ici la,
      * report N-1 perdu s'il expire avant, conges approuves ou en
      * attente deja poses jusqu'a cette date. Meme calcul que le
      * controle de l'enregistrement des conges (US-06).
           DISPLAY 'Solde projete a la date (AAAA-MM-JJ, vide = '
               'aucune) : '
           MOVE SPACES TO WS-SAISIE-DATE-PROJ
           ACCEPT WS-SAISIE-DATE-PROJ
           IF WS-SAISIE-DATE-PROJ NOT = SPACES
               MOVE WS-SAISIE-DATE-PROJ(1:4) TO WS-DATE-PROJ(1:4)
               MOVE WS-SAISIE-DATE-PROJ(6:2) TO WS-DATE-PROJ(5:2)
               MOVE WS-SAISIE-DATE-PROJ(9:2) TO WS-DATE-PROJ(7:2)
               MOVE 99 TO WS-CODE-DATE
               IF WS-DATE-PROJ NUMERIC
                   CALL 'VALIDER-DATE' USING WS-DATE-PROJ
                       WS-CODE-DATE
               END-IF
               IF WS-CODE-DATE NOT = 0
                   DISPLAY 'Date invalide : ' WS-SAISIE-DATE-PROJ
               ELSE
               IF WS-DATE-PROJ < WS-DATE-SYS
                   DISPLAY 'Date passee : solde projete non calcule'
               ELSE
                   MOVE WS-EMP-ID TO PRJ-EMP-ID
                   MOVE WS-DATE-PROJ TO PRJ-DATE-CIBLE
                   CALL 'SOLDE-PROJETE' USING SOLDE-PROJETE-ZONE
                   IF PRJ-CODE-RETOUR NOT = 0
                       DISPLAY 'Solde projete : indisponible'
                   ELSE
                       MOVE PRJ-SOLDE-CP TO WS-AFF-JOURS
                       MOVE PRJ-SOLDE-CP-N1 TO WS-AFF-JOURS2
                       MOVE PRJ-SOLDE-RTT TO WS-AFF-JOURS3
                       DISPLAY 'Au ' WS-SAISIE-DATE-PROJ
                           ' : CP ' WS-AFF-JOURS ' jour(s) dont N-1 '
                           WS-AFF-JOURS2 ', RTT ' WS-AFF-JOURS3
                           ' jour(s)'
                       MOVE PRJ-CP-A-VENIR TO WS-AFF-JOURS
                       MOVE PRJ-RTT-A-VENIR TO WS-AFF-JOURS3
                       DISPLAY '  dont acquis d''ici la : CP '
                           WS-AFF-JOURS ', RTT ' WS-AFF-JOURS3
                       IF PRJ-CP-N1-PERDU > 0
                           MOVE PRJ-CP-N1-PERDU TO WS-AFF-JOURS2
                           DISPLAY '  CP N-1 perdus le '
                               PRJ-CP-N1-EXPIRE ' : ' WS-AFF-JOURS2
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       AFFICHER-CET.
           MOVE 'N' TO WS-CET-TROUVE
           OPEN INPUT FICHIER-CET
           IF WS-STATUT-CET = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CET
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CET-EMP-ID = WS-EMP-ID
                               MOVE 'O' TO WS-CET-TROUVE
                               MOVE CET-SOLDE TO WS-CET-SOLDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CET
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-CET-TROUVE = 'O'
               MOVE WS-CET-SOLDE TO WS-AFF-CET
               DISPLAY 'Compte epargne temps  : ' WS-AFF-CET
                   ' jour(s)'
           ELSE
               DISPLAY 'Compte epargne temps  : aucun'
           END-IF.

       AFFICHER-DEMANDES.
      * Demandes en attente de decision, et demandes a venir avec
      * leur statut ; positionnement direct sur l'employe (cle
      * EMP-ID en tete de conges.dat).
           MOVE 0 TO WS-NB-DEMANDES
           DISPLAY ' '
           DISPLAY 'Demandes de conges en cours :'
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               MOVE WS-EMP-ID TO CONGE-EMP-ID
               MOVE LOW-VALUES TO CONGE-DEBUT
               MOVE LOW-VALUES TO CONGE-DEMI-JOUR
               START FICHIER-CONGES KEY IS NOT LESS THAN CONGE-CLE
                   INVALID KEY
                       MOVE 'O' TO WS-FIN
               END-START
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CONGES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CONGE-EMP-ID NOT = WS-EMP-ID
                               MOVE 'O' TO WS-FIN
                           ELSE
                               PERFORM AFFICHER-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-DEMANDES = 0
               DISPLAY '  aucune demande en cours'
           END-IF.

       AFFICHER-DEMANDE.
           IF CONGE-STATUT = 'EN_ATTENTE'
               OR CONGE-DEBUT >= WS-DATE-JOUR-ISO
               ADD 1 TO WS-NB-DEMANDES
               MOVE CONGE-NB-JOURS TO WS-AFF-NB-JOURS
               DISPLAY '  ' CONGE-TYPE ' du ' CONGE-DEBUT
                   ' au ' CONGE-FIN ' ' WS-AFF-NB-JOURS ' j. '
                   CONGE-DEMI-JOUR ' ' CONGE-STATUT
           END-IF.

       TRACER-CONSULTATION.
      * Periode du bulletin le plus recent affiche (zero sans
      * bulletin) ; l'IBAN, masque, n'est pas un champ montre.
           INITIALIZE ACCES-DONNEES-RECORD
           MOVE 'US-91' TO ACD-PROGRAMME
           MOVE WS-EMP-ID TO ACD-EMP-ID
           IF WS-NB-BULL > 0
               MOVE WS-BUL-PERIODE(1) TO ACD-PERIODE
           END-IF
           MOVE 'LIBRE-SERVICE : BRUT, NET, SOLDES CONGES'
               TO ACD-CHAMPS
           MOVE 'C' TO ACD-AFFICHAGE
           CALL 'TRACER-ACCES' USING ACCES-DONNEES-RECORD.

       ECRIRE-AUDIT.
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-AUDIT ','
               WS-HEURE-AUDIT(1:6) ',' 'libre-service,'
               'CONSULTATION' ',' WS-AUDIT-EMP-ID ','
               WS-AUDIT-CHAMP ',' WS-AUDIT-ANCIEN ',' WS-AUDIT-NOUVEAU
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.
