       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-118-RECEPTION-FLUX.
      * US-118 : Controle d'entree et quarantaine des flux entrants
      *          (embauches, pointages, taux PAS, taux AT/MP, avis
      *          d'arret, retour DSN, retours banque)
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ARRIVEE
               ASSIGN TO WS-CHEMIN-ARRIVEE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ARRIVEE.
           SELECT FICHIER-DESTINATION
               ASSIGN TO WS-CHEMIN-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DESTINATION.
           SELECT FICHIER-JOURNAL
               ASSIGN TO WS-CHEMIN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ARRIVEE.
        01 LIGNE-ARRIVEE      PIC X(400).

        FD FICHIER-DESTINATION.
        01 LIGNE-DESTINATION  PIC X(300).

        FD FICHIER-JOURNAL.
           COPY '../../../copybooks/reception-flux.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-ARRIVEE   PIC XX.
        01 WS-STATUT-DESTINATION PIC XX.
        01 WS-STATUT-JOURNAL   PIC XX.

        01 WS-FILTRE-FLUX      PIC X(8)  VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-HEURE-SYS        PIC 9(8)  VALUE 0.
        01 WS-RC-FICHIER       PIC S9(9) COMP-5 VALUE 0.

      * Flux en cours de reception : code annonce par l'en-tete,
      * nom du fichier depose dans arrivee/ (le meme que celui lu
      * par le programme d'import), repertoire de l'import, et
      * description des enregistrements. Type F : longueur fixe et
      * masque position par position ('9' = chiffre, 'X' = libre,
      * tout autre caractere attendu tel quel, comme les '-' des
      * dates AAAA-MM-JJ) ; une ligne plus courte n'est admise que
      * si les positions manquantes sont libres (zones texte
      * finales). Type C : ligne CSV de longueur maximale donnee,
      * nombre de separateurs borne, EMP-ID numerique en tete.
        01 WS-FLUX-CODE        PIC X(8)  VALUE SPACES.
        01 WS-FLUX-FICHIER     PIC X(30) VALUE SPACES.
        01 WS-FLUX-DIR-DEST    PIC X(100) VALUE SPACES.
        01 WS-FLUX-TYPE        PIC X     VALUE SPACES.
        01 WS-FLUX-LONGUEUR    PIC 9(3)  VALUE 0.
        01 WS-FLUX-MASQUE      PIC X(300) VALUE SPACES.
        01 WS-FLUX-SEP-MIN     PIC 9(2)  VALUE 0.
        01 WS-FLUX-SEP-MAX     PIC 9(2)  VALUE 0.

      * Enveloppe exigee de chaque remise : une ligne d'en-tete
      * (ENT, code flux, numero de remise de l'emetteur, date de
      * creation AAAAMMJJ) et une ligne de pied (FIN, nombre
      * d'enregistrements de donnees sur 7 chiffres). Un fichier
      * tronque perd son pied ; un fichier double repete son numero
      * de remise ou son contenu.
        01 WS-LIGNE            PIC X(400) VALUE SPACES.
        01 WS-ENTETE REDEFINES WS-LIGNE.
            05 WS-ENT-CODE      PIC X(3).
            05 WS-ENT-FLUX      PIC X(8).
            05 WS-ENT-REMISE    PIC X(12).
            05 WS-ENT-DATE      PIC X(8).
            05 FILLER           PIC X(369).
        01 WS-PIED REDEFINES WS-LIGNE.
            05 WS-PIED-CODE     PIC X(3).
            05 WS-PIED-NB       PIC X(7).
            05 FILLER           PIC X(390).

        01 WS-NB-LIGNES        PIC 9(7)  VALUE 0.
        01 WS-NB-DONNEES       PIC 9(7)  VALUE 0.
        01 WS-NB-ANNONCES      PIC 9(7)  VALUE 0.
        01 WS-NB-ECRITES       PIC 9(7)  VALUE 0.
        01 WS-ENTETE-VU        PIC X     VALUE 'N'.
        01 WS-PIED-VU          PIC X     VALUE 'N'.
        01 WS-REMISE           PIC X(12) VALUE SPACES.
        01 WS-DATE-REMISE      PIC X(8)  VALUE SPACES.
        01 WS-CONTROLE         PIC 9(10) VALUE 0.
        01 WS-LONG-UTILE       PIC 9(3)  VALUE 0.
        01 WS-POS              PIC 9(3)  VALUE 0.
        01 WS-AFF-POS          PIC ZZ9.
        01 WS-NB-SEP           PIC 9(3)  VALUE 0.
        01 WS-MOTIF            PIC X(40) VALUE SPACES.
        01 WS-LIGNE-ERREUR     PIC 9(7)  VALUE 0.
        01 WS-STATUT           PIC X(11) VALUE SPACES.
        01 WS-NOM-ARCHIVE      PIC X(60) VALUE SPACES.

      * Remises deja acceptees (journal-reception.txt) : meme flux
      * et meme numero de remise, ou meme flux et meme contenu
      * (cle de controle et nombre d'enregistrements), c'est une
      * livraison en double.
        01 WS-TAB-ACCEPTES.
            05 WS-ACC OCCURS 0 TO 5000 DEPENDING ON WS-NB-ACCEPTES.
                10 WS-ACC-FLUX      PIC X(8).
                10 WS-ACC-REMISE    PIC X(12).
                10 WS-ACC-CONTROLE  PIC 9(10).
                10 WS-ACC-NB        PIC 9(7).
                10 WS-ACC-DATE      PIC 9(8).
        01 WS-NB-ACCEPTES      PIC 9(5)  VALUE 0.
        01 WS-IDX-ACC          PIC 9(5)  VALUE 0.

        01 WS-NB-RECUS         PIC 9(3)  VALUE 0.
        01 WS-NB-ACCEPTES-RUN  PIC 9(3)  VALUE 0.
        01 WS-NB-QUARANTAINE   PIC 9(3)  VALUE 0.
        01 WS-NB-ABSENTS       PIC 9(3)  VALUE 0.
        01 WS-AFF-NB           PIC ZZZZZZ9.
        01 WS-AFF-NB2          PIC ZZZZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-PAIE         PIC X(100) VALUE SPACES.
        01 WS-DIR-CONGES       PIC X(100) VALUE SPACES.
        01 WS-DIR-ARRIVEE      PIC X(100) VALUE SPACES.
        01 WS-DIR-ACCEPTES     PIC X(100) VALUE SPACES.
        01 WS-DIR-QUARANTAINE  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ARRIVEE   PIC X(150) VALUE SPACES.
        01 WS-CHEMIN-DESTINATION PIC X(150) VALUE SPACES.
        01 WS-CHEMIN-ARCHIVE   PIC X(150) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME

           DISPLAY 'Flux a receptionner (EMBAUCHE, POINTAGE, TAUXPAS,'
               ' ATMP, ARRETS, RETDSN, RETBANQ ; vide = tous) : '
           ACCEPT WS-FILTRE-FLUX
           MOVE FUNCTION UPPER-CASE(WS-FILTRE-FLUX) TO WS-FILTRE-FLUX

           CALL 'CBL_CREATE_DIR' USING WS-DIR-ARRIVEE
               RETURNING WS-RC-FICHIER
           CALL 'CBL_CREATE_DIR' USING WS-DIR-ACCEPTES
               RETURNING WS-RC-FICHIER
           CALL 'CBL_CREATE_DIR' USING WS-DIR-QUARANTAINE
               RETURNING WS-RC-FICHIER

           PERFORM CHARGER-JOURNAL
           PERFORM RECEPTIONNER-FLUX

           MOVE WS-NB-ACCEPTES-RUN TO WS-AFF-NB
           MOVE WS-NB-QUARANTAINE TO WS-AFF-NB2
           DISPLAY 'Remises acceptees : ' WS-AFF-NB
               '   en quarantaine : ' WS-AFF-NB2
           MOVE WS-NB-ABSENTS TO WS-AFF-NB
           DISPLAY 'Flux sans remise deposee : ' WS-AFF-NB
           DISPLAY 'Journal : journal-reception.txt'
           IF WS-NB-QUARANTAINE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       DEFINIR-CHEMINS.
      * Repertoire partage optionnel (lecteur reseau) pour deporter
      * tous les fichiers de ce programme hors de l'arborescence
      * PI-1/PI-2 ; sans GESTPAIE_RACINE, chaque fichier garde son
      * chemin relatif habituel. Les remises sont deposees dans
      * reception/arrivee/ puis rangees dans reception/acceptes/ ou
      * reception/quarantaine/.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../' TO WS-DIR-PAIE
               MOVE '../../../PI-2/feature-conges/' TO WS-DIR-CONGES
               MOVE '../../../reception/arrivee/' TO WS-DIR-ARRIVEE
               MOVE '../../../reception/acceptes/' TO WS-DIR-ACCEPTES
               MOVE '../../../reception/quarantaine/'
                   TO WS-DIR-QUARANTAINE
               MOVE '../../../journal-reception.txt'
                   TO WS-CHEMIN-JOURNAL
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-PAIE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/reception/arrivee/'
                   DELIMITED SIZE INTO WS-DIR-ARRIVEE
               STRING FUNCTION TRIM(WS-RACINE) '/reception/acceptes/'
                   DELIMITED SIZE INTO WS-DIR-ACCEPTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/reception/quarantaine/'
                   DELIMITED SIZE INTO WS-DIR-QUARANTAINE
               STRING FUNCTION TRIM(WS-RACINE) '/journal-reception.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
           END-IF.

       CHARGER-JOURNAL.
      * Fichier optionnel : absent a la premiere reception, aucune
      * remise n'est encore connue.
           MOVE 0 TO WS-NB-ACCEPTES
           OPEN INPUT FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-JOURNAL
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF RCP-STATUT = 'ACCEPTE'
                               AND WS-NB-ACCEPTES < 5000
                               ADD 1 TO WS-NB-ACCEPTES
                               MOVE RCP-FLUX
                                   TO WS-ACC-FLUX(WS-NB-ACCEPTES)
                               MOVE RCP-REMISE
                                   TO WS-ACC-REMISE(WS-NB-ACCEPTES)
                               MOVE RCP-CONTROLE
                                   TO WS-ACC-CONTROLE(WS-NB-ACCEPTES)
                               MOVE RCP-NB-LUS
                                   TO WS-ACC-NB(WS-NB-ACCEPTES)
                               MOVE RCP-DATE
                                   TO WS-ACC-DATE(WS-NB-ACCEPTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL
               MOVE 'N' TO WS-FIN
           END-IF.

       RECEPTIONNER-FLUX.
      * Un controle par flux entrant, dans l'ordre ou les imports
      * sont habituellement lances. La longueur et le masque
      * reprennent la description d'enregistrement lue par chaque
      * programme d'import.
           MOVE 'EMBAUCHE' TO WS-FLUX-CODE
           MOVE 'embauches.csv' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'C' TO WS-FLUX-TYPE
           MOVE 300 TO WS-FLUX-LONGUEUR
           MOVE ALL 'X' TO WS-FLUX-MASQUE
           MOVE 10 TO WS-FLUX-SEP-MIN
           MOVE 15 TO WS-FLUX-SEP-MAX
           PERFORM TRAITER-FLUX
      * Badge X(8), date AAAAMMJJ, entree et sortie HHMM.
           MOVE 'POINTAGE' TO WS-FLUX-CODE
           MOVE 'pointages.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 24 TO WS-FLUX-LONGUEUR
           MOVE ALL '9' TO WS-FLUX-MASQUE
           MOVE 'XXXXXXXX' TO WS-FLUX-MASQUE(1:8)
           PERFORM TRAITER-FLUX
      * EMP-ID, taux 9(2)V9(2), fenetre de validite AAAAMM-AAAAMM.
           MOVE 'TAUXPAS' TO WS-FLUX-CODE
           MOVE 'taux-pas-dgfip.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 21 TO WS-FLUX-LONGUEUR
           MOVE ALL '9' TO WS-FLUX-MASQUE
           PERFORM TRAITER-FLUX
      * SIRET, taux 9(2)V9(2), date d'effet AAAAMMJJ.
           MOVE 'ATMP' TO WS-FLUX-CODE
           MOVE 'taux-atmp-notification.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 26 TO WS-FLUX-LONGUEUR
           MOVE ALL '9' TO WS-FLUX-MASQUE
           PERFORM TRAITER-FLUX
      * EMP-ID, debut et fin AAAA-MM-JJ, jours 9(3)V9, prolongation.
           MOVE 'ARRETS' TO WS-FLUX-CODE
           MOVE 'avis-arrets.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-CONGES TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 30 TO WS-FLUX-LONGUEUR
           MOVE SPACES TO WS-FLUX-MASQUE
           MOVE '999999999-99-999999-99-999999X' TO WS-FLUX-MASQUE
           PERFORM TRAITER-FLUX
      * Periode, EMP-ID (zero pour un rejet de bloc), puis rubrique,
      * gravite et libelle libres.
           MOVE 'RETDSN' TO WS-FLUX-CODE
           MOVE 'retour-dsn.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 71 TO WS-FLUX-LONGUEUR
           MOVE ALL 'X' TO WS-FLUX-MASQUE
           MOVE '99999999999' TO WS-FLUX-MASQUE(1:11)
           PERFORM TRAITER-FLUX
      * EMP-ID, IBAN, montant 9(5)V9(2), date AAAAMMJJ, motif.
           MOVE 'RETBANQ' TO WS-FLUX-CODE
           MOVE 'retours-banque.txt' TO WS-FLUX-FICHIER
           MOVE WS-DIR-PAIE TO WS-FLUX-DIR-DEST
           MOVE 'F' TO WS-FLUX-TYPE
           MOVE 67 TO WS-FLUX-LONGUEUR
           MOVE ALL 'X' TO WS-FLUX-MASQUE
           MOVE '99999' TO WS-FLUX-MASQUE(1:5)
           MOVE '999999999999999' TO WS-FLUX-MASQUE(33:15)
           PERFORM TRAITER-FLUX.

       TRAITER-FLUX.
           IF WS-FILTRE-FLUX NOT = SPACES
               AND WS-FILTRE-FLUX NOT = WS-FLUX-CODE
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CHEMIN-ARRIVEE
               STRING FUNCTION TRIM(WS-DIR-ARRIVEE)
                   FUNCTION TRIM(WS-FLUX-FICHIER)
                   DELIMITED SIZE INTO WS-CHEMIN-ARRIVEE
               OPEN INPUT FICHIER-ARRIVEE
               IF WS-STATUT-ARRIVEE NOT = '00'
                   ADD 1 TO WS-NB-ABSENTS
               ELSE
                   ADD 1 TO WS-NB-RECUS
                   PERFORM CONTROLER-REMISE
                   CLOSE FICHIER-ARRIVEE
                   MOVE 'N' TO WS-FIN
                   IF WS-MOTIF = SPACES
                       PERFORM CONTROLER-DOUBLON
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM ACCEPTER-REMISE
                   ELSE
                       PERFORM METTRE-EN-QUARANTAINE
                   END-IF
                   PERFORM JOURNALISER
               END-IF
           END-IF.

       CONTROLER-REMISE.
      * Lecture integrale de la remise : le premier defaut est
      * retenu (motif et numero de ligne), la lecture va jusqu'au
      * bout pour compter les lignes recues.
           MOVE 0 TO WS-NB-LIGNES WS-NB-DONNEES WS-NB-ANNONCES
               WS-CONTROLE WS-LIGNE-ERREUR
           MOVE 'N' TO WS-ENTETE-VU WS-PIED-VU
           MOVE SPACES TO WS-MOTIF WS-REMISE WS-DATE-REMISE
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ARRIVEE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       MOVE LIGNE-ARRIVEE TO WS-LIGNE
                       IF WS-MOTIF = SPACES
                           PERFORM CONTROLER-LIGNE
                           IF WS-MOTIF NOT = SPACES
                               MOVE WS-NB-LIGNES TO WS-LIGNE-ERREUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOTIF = SPACES
               EVALUATE TRUE
                   WHEN WS-NB-LIGNES = 0
                       MOVE 'FICHIER VIDE' TO WS-MOTIF
                   WHEN WS-PIED-VU = 'N'
                       MOVE 'PIED ABSENT : FICHIER TRONQUE'
                           TO WS-MOTIF
                       MOVE WS-NB-LIGNES TO WS-LIGNE-ERREUR
                   WHEN WS-NB-ANNONCES NOT = WS-NB-DONNEES
                       MOVE 'NOMBRE D''ENREGISTREMENTS FAUX AU PIED'
                           TO WS-MOTIF
                       MOVE WS-NB-LIGNES TO WS-LIGNE-ERREUR
               END-EVALUATE
           END-IF.

       CONTROLER-LIGNE.
           EVALUATE TRUE
               WHEN WS-NB-LIGNES = 1
                   PERFORM CONTROLER-ENTETE
               WHEN WS-PIED-VU = 'O'
                   MOVE 'DONNEES APRES LE PIED' TO WS-MOTIF
               WHEN WS-PIED-CODE = 'FIN'
                   MOVE 'O' TO WS-PIED-VU
                   IF WS-PIED-NB NOT NUMERIC
                       MOVE 'PIED INVALIDE' TO WS-MOTIF
                   ELSE
                       MOVE WS-PIED-NB TO WS-NB-ANNONCES
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-DONNEES
                   IF WS-LIGNE = SPACES
                       MOVE 'LIGNE VIDE' TO WS-MOTIF
                   ELSE
                       COMPUTE WS-LONG-UTILE = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-LIGNE TRAILING))
                       PERFORM CUMULER-CONTROLE
                       IF WS-FLUX-TYPE = 'C'
                           PERFORM CONTROLER-CSV
                       ELSE
                           PERFORM CONTROLER-FORMAT
                       END-IF
                   END-IF
           END-EVALUATE.

       CONTROLER-ENTETE.
           IF WS-ENT-CODE NOT = 'ENT'
               MOVE 'EN-TETE ABSENT' TO WS-MOTIF
           ELSE
               IF WS-ENT-FLUX NOT = WS-FLUX-CODE
                   MOVE 'FLUX ANNONCE DIFFERENT' TO WS-MOTIF
               ELSE
                   IF WS-ENT-REMISE = SPACES
                       MOVE 'NUMERO DE REMISE ABSENT' TO WS-MOTIF
                   ELSE
                       IF WS-ENT-DATE NOT NUMERIC
                           MOVE 'DATE DE REMISE INVALIDE' TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE 'O' TO WS-ENTETE-VU
           MOVE WS-ENT-REMISE TO WS-REMISE
           MOVE WS-ENT-DATE TO WS-DATE-REMISE.

       CUMULER-CONTROLE.
      * Cle de controle du contenu (hors enveloppe) : deux remises
      * de memes donnees ont la meme cle, quel que soit leur numero.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-LONG-UTILE
               COMPUTE WS-CONTROLE = FUNCTION MOD(WS-CONTROLE * 31
                   + FUNCTION ORD(WS-LIGNE(WS-POS:1)), 999999937)
           END-PERFORM
           COMPUTE WS-CONTROLE =
               FUNCTION MOD(WS-CONTROLE * 31 + 11, 999999937).

       CONTROLER-FORMAT.
           IF WS-LONG-UTILE > WS-FLUX-LONGUEUR
               MOVE 'LONGUEUR EXCESSIVE' TO WS-MOTIF
           ELSE
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FLUX-LONGUEUR
                   OR WS-MOTIF NOT = SPACES
                   EVALUATE WS-FLUX-MASQUE(WS-POS:1)
                       WHEN 'X'
                           CONTINUE
                       WHEN '9'
                           IF WS-LIGNE(WS-POS:1) NOT NUMERIC
                               PERFORM SIGNALER-FORMAT
                           END-IF
                       WHEN OTHER
                           IF WS-LIGNE(WS-POS:1) NOT =
                               WS-FLUX-MASQUE(WS-POS:1)
                               PERFORM SIGNALER-FORMAT
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

       SIGNALER-FORMAT.
           IF WS-POS > WS-LONG-UTILE
               MOVE 'ENREGISTREMENT TRONQUE' TO WS-MOTIF
           ELSE
               MOVE WS-POS TO WS-AFF-POS
               STRING 'FORMAT INVALIDE EN POSITION '
                   FUNCTION TRIM(WS-AFF-POS)
                   DELIMITED SIZE INTO WS-MOTIF
           END-IF.

       CONTROLER-CSV.
           MOVE 0 TO WS-NB-SEP
           INSPECT WS-LIGNE TALLYING WS-NB-SEP FOR ALL ','
           EVALUATE TRUE
               WHEN WS-LONG-UTILE > WS-FLUX-LONGUEUR
                   MOVE 'LONGUEUR EXCESSIVE' TO WS-MOTIF
               WHEN WS-NB-SEP < WS-FLUX-SEP-MIN
                   MOVE 'ENREGISTREMENT TRONQUE' TO WS-MOTIF
               WHEN WS-NB-SEP > WS-FLUX-SEP-MAX
                   MOVE 'NOMBRE DE CHAMPS EXCESSIF' TO WS-MOTIF
               WHEN WS-LIGNE(1:5) NOT NUMERIC
                   OR WS-LIGNE(6:1) NOT = ','
                   MOVE 'FORMAT INVALIDE EN POSITION 1' TO WS-MOTIF
           END-EVALUATE.

       CONTROLER-DOUBLON.
           PERFORM VARYING WS-IDX-ACC FROM 1 BY 1
               UNTIL WS-IDX-ACC > WS-NB-ACCEPTES
               OR WS-MOTIF NOT = SPACES
               IF WS-ACC-FLUX(WS-IDX-ACC) = WS-FLUX-CODE
                   IF WS-ACC-REMISE(WS-IDX-ACC) = WS-REMISE
                       STRING 'REMISE DEJA RECUE LE '
                           WS-ACC-DATE(WS-IDX-ACC)
                           DELIMITED SIZE INTO WS-MOTIF
                   ELSE
                       IF WS-NB-DONNEES > 0
                           AND WS-ACC-CONTROLE(WS-IDX-ACC) =
                               WS-CONTROLE
                           AND WS-ACC-NB(WS-IDX-ACC) = WS-NB-DONNEES
                           STRING 'CONTENU DEJA RECU (REMISE '
                               FUNCTION TRIM(WS-ACC-REMISE(WS-IDX-ACC))
                               ')' DELIMITED SIZE INTO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPTER-REMISE.
      * Les donnees, sans l'enveloppe, remplacent le fichier lu par
      * l'import ; la remise d'origine est rangee dans acceptes/.
      * Si le fichier d'import ne peut etre ecrit, la remise reste
      * dans arrivee/ pour la relance.
           MOVE SPACES TO WS-CHEMIN-DESTINATION
           STRING FUNCTION TRIM(WS-FLUX-DIR-DEST)
               FUNCTION TRIM(WS-FLUX-FICHIER)
               DELIMITED SIZE INTO WS-CHEMIN-DESTINATION
           OPEN OUTPUT FICHIER-DESTINATION
           IF WS-STATUT-DESTINATION NOT = '00'
               DISPLAY 'ERREUR : ouverture '
                   FUNCTION TRIM(WS-CHEMIN-DESTINATION)
                   ' impossible (statut ' WS-STATUT-DESTINATION ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FICHIER-ARRIVEE
           MOVE 0 TO WS-NB-LIGNES WS-NB-ECRITES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ARRIVEE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       IF WS-NB-LIGNES > 1
                           AND WS-NB-ECRITES < WS-NB-DONNEES
                           MOVE LIGNE-ARRIVEE TO LIGNE-DESTINATION
                           WRITE LIGNE-DESTINATION
                           ADD 1 TO WS-NB-ECRITES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ARRIVEE FICHIER-DESTINATION
           MOVE 'N' TO WS-FIN
           MOVE 'ACCEPTE' TO WS-STATUT
           ADD 1 TO WS-NB-ACCEPTES-RUN
           PERFORM RANGER-REMISE
           IF WS-NB-ACCEPTES < 5000
               ADD 1 TO WS-NB-ACCEPTES
               MOVE WS-FLUX-CODE TO WS-ACC-FLUX(WS-NB-ACCEPTES)
               MOVE WS-REMISE TO WS-ACC-REMISE(WS-NB-ACCEPTES)
               MOVE WS-CONTROLE TO WS-ACC-CONTROLE(WS-NB-ACCEPTES)
               MOVE WS-NB-DONNEES TO WS-ACC-NB(WS-NB-ACCEPTES)
               MOVE WS-DATE-SYS TO WS-ACC-DATE(WS-NB-ACCEPTES)
           END-IF
           MOVE WS-NB-DONNEES TO WS-AFF-NB
           DISPLAY WS-FLUX-CODE ' remise ' WS-REMISE ' ACCEPTEE : '
               WS-AFF-NB ' enregistrements remis a l''import'.

       METTRE-EN-QUARANTAINE.
      * Le fichier lu par l'import n'est pas touche : un fichier
      * tronque ou double ne peut plus etre charge a moitie.
           MOVE 'QUARANTAINE' TO WS-STATUT
           ADD 1 TO WS-NB-QUARANTAINE
           PERFORM RANGER-REMISE
           DISPLAY '*** ' WS-FLUX-CODE ' remise ' WS-REMISE
               ' EN QUARANTAINE : ' FUNCTION TRIM(WS-MOTIF)
           IF WS-LIGNE-ERREUR > 0
               MOVE WS-LIGNE-ERREUR TO WS-AFF-NB
               DISPLAY '    ligne en cause : ' FUNCTION TRIM(WS-AFF-NB)
           END-IF.

       RANGER-REMISE.
      * La remise quitte arrivee/ sous un nom horodate, pour qu'une
      * nouvelle livraison du meme fichier ne l'ecrase pas.
           MOVE SPACES TO WS-NOM-ARCHIVE WS-CHEMIN-ARCHIVE
           STRING WS-DATE-SYS '-' WS-HEURE-SYS(1:6) '-'
               FUNCTION TRIM(WS-FLUX-FICHIER)
               DELIMITED SIZE INTO WS-NOM-ARCHIVE
           IF WS-STATUT = 'ACCEPTE'
               STRING FUNCTION TRIM(WS-DIR-ACCEPTES)
                   FUNCTION TRIM(WS-NOM-ARCHIVE)
                   DELIMITED SIZE INTO WS-CHEMIN-ARCHIVE
           ELSE
               STRING FUNCTION TRIM(WS-DIR-QUARANTAINE)
                   FUNCTION TRIM(WS-NOM-ARCHIVE)
                   DELIMITED SIZE INTO WS-CHEMIN-ARCHIVE
           END-IF
           CALL 'CBL_RENAME_FILE' USING WS-CHEMIN-ARRIVEE
               WS-CHEMIN-ARCHIVE
               RETURNING WS-RC-FICHIER
           IF WS-RC-FICHIER NOT = 0
               CALL 'CBL_COPY_FILE' USING WS-CHEMIN-ARRIVEE
                   WS-CHEMIN-ARCHIVE
                   RETURNING WS-RC-FICHIER
               IF WS-RC-FICHIER = 0
                   CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-ARRIVEE
               ELSE
                   DISPLAY 'ATTENTION : '
                       FUNCTION TRIM(WS-CHEMIN-ARRIVEE)
                       ' non range, a deplacer a la main'
               END-IF
           END-IF.

       JOURNALISER.
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL NOT = '00'
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF
           INITIALIZE RECEPTION-FLUX-RECORD
           MOVE WS-DATE-SYS TO RCP-DATE
           MOVE WS-HEURE-SYS(1:6) TO RCP-HEURE
           MOVE WS-FLUX-CODE TO RCP-FLUX
           MOVE WS-REMISE TO RCP-REMISE
           MOVE WS-DATE-REMISE TO RCP-DATE-REMISE
           MOVE WS-NB-DONNEES TO RCP-NB-LUS
           MOVE WS-NB-ANNONCES TO RCP-NB-ANNONCES
           MOVE WS-CONTROLE TO RCP-CONTROLE
           MOVE WS-STATUT TO RCP-STATUT
           MOVE WS-LIGNE-ERREUR TO RCP-LIGNE-ERREUR
           MOVE WS-MOTIF TO RCP-MOTIF
           MOVE WS-NOM-ARCHIVE TO RCP-ARCHIVE
           WRITE RECEPTION-FLUX-RECORD
           CLOSE FICHIER-JOURNAL.
