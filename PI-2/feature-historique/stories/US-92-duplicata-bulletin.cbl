       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-92-DUPLICATA-BULLETIN.
      * US-92 : Reedition certifiee (DUPLICATA) d'un bulletin archive
      * Feature 5 : Historique des paies
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-HISTORIQUE
               ASSIGN TO WS-CHEMIN-HISTORIQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTORIQUE.
           SELECT FICHIER-HISTO-DATA
               ASSIGN TO WS-CHEMIN-HISTO-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-DATA.
           SELECT FICHIER-CATALOGUE
               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-DUPLICATA
               ASSIGN TO WS-CHEMIN-DUPLICATA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHIER-REGISTRE
               ASSIGN TO WS-CHEMIN-REGISTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-HISTORIQUE.
        01 LIGNE-HISTORIQUE   PIC X(80).

        FD FICHIER-HISTO-DATA.
           COPY '../../../copybooks/bulletin-data.cpy'.

        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-DUPLICATA.
        01 LIGNE-DUPLICATA    PIC X(80).

        FD FICHIER-REGISTRE.
           COPY '../../../copybooks/duplicata.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-HISTORIQUE PIC XX.
        01 WS-STATUT-HISTO-DATA PIC XX.
        01 WS-STATUT-CATALOGUE PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-REGISTRE  PIC XX.

        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-ID           PIC 9(5)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE.
            05 WS-PERIODE-AAAA PIC 9(4).
            05 WS-PERIODE-MM   PIC 9(2).
        01 WS-PERIODE-AFF      PIC X(7)  VALUE SPACES.
        01 WS-DEMANDEUR        PIC X(30) VALUE SPACES.
        01 WS-MOTIF            PIC X(40) VALUE SPACES.
        01 WS-UTILISATEUR      PIC X(20) VALUE SPACES.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-HEURE-SYS        PIC 9(8)  VALUE 0.
        01 WS-DATE-REEDITION   PIC X(10) VALUE SPACES.
        01 WS-ID-AFF           PIC 9(5).

      * Bloc texte en cours de lecture (entre deux separateurs) et
      * bloc retenu : le dernier passage d'archivage de la periode
      * pour l'employe, segment annuel puis historique courant.
        01 WS-SEPARATEUR       PIC X(80) VALUE
            '======================================'.
        01 WS-PERIODE-COURANTE PIC X(7)  VALUE SPACES.
        01 WS-TAB-BLOC.
            05 WS-BLOC-LIGNE OCCURS 200 TIMES PIC X(80).
        01 WS-NB-LIGNES-BLOC   PIC 9(3)  VALUE 0.
        01 WS-BLOC-EMP-ID      PIC 9(5)  VALUE 0.
        01 WS-TAB-RETENU.
            05 WS-RET-LIGNE OCCURS 200 TIMES PIC X(80).
        01 WS-NB-LIGNES-RETENU PIC 9(3)  VALUE 0.
        01 WS-IDX              PIC 9(3)  VALUE 0.

      * Enregistrement structure de la periode, pour reconstituer le
      * bulletin quand le texte n'est plus disponible.
        01 WS-DATA-TROUVE      PIC X     VALUE 'N'.
        01 WS-DATA-RECORD      PIC X(250) VALUE SPACES.
        01 WS-SOURCE           PIC X(7)  VALUE SPACES.
        01 WS-NOM-EMPLOYE      PIC X(20) VALUE SPACES.
        01 WS-PRENOM-EMPLOYE   PIC X(20) VALUE SPACES.

        01 WS-NB-CATALOGUE     PIC 9(2)  VALUE 0.
        01 WS-CHEMIN-SEGMENT   PIC X(100) VALUE SPACES.

        01 WS-AFF-MONTANT      PIC -ZZZZZZ9.99.
        01 WS-AFF-JOURS        PIC -ZZ9.9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTORIQUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DUPLICATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-REGISTRE  PIC X(100) VALUE SPACES.

      * Reedition tracee aussi dans journal-acces.txt (sous-programme
      * commun TRACER-ACCES), avec les autres consultations.
           COPY '../../../copybooks/acces-donnees.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
           STRING WS-DATE-SYS(1:4) '-' WS-DATE-SYS(5:2) '-'
               WS-DATE-SYS(7:2)
               DELIMITED SIZE INTO WS-DATE-REEDITION

           DISPLAY '================================'
           DISPLAY ' DUPLICATA DE BULLETIN          '
           DISPLAY '================================'
           PERFORM SAISIR-DEMANDE

           PERFORM CHERCHER-SEGMENT-TEXTE
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'historique-paies.txt'
               DELIMITED SIZE INTO WS-CHEMIN-HISTORIQUE
           PERFORM LIRE-HISTORIQUE-TEXTE

           MOVE SPACES TO WS-CHEMIN-HISTO-DATA
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'historique-paies-data-'
               WS-PERIODE-AAAA '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-HISTO-DATA
           PERFORM LIRE-HISTORIQUE-DATA
           MOVE SPACES TO WS-CHEMIN-HISTO-DATA
           STRING FUNCTION TRIM(WS-DIR-HISTO)
               'historique-paies-data.txt'
               DELIMITED SIZE INTO WS-CHEMIN-HISTO-DATA
           PERFORM LIRE-HISTORIQUE-DATA

           IF WS-NB-LIGNES-RETENU = 0 AND WS-DATA-TROUVE = 'N'
               DISPLAY 'Aucun bulletin archive pour EMP-ID '
                   WS-EMP-ID ' periode ' WS-PERIODE-AFF
               DISPLAY 'Duplicata non genere.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           STRING FUNCTION TRIM(WS-DIR-HISTO) 'duplicata-'
               WS-EMP-ID '-' WS-PERIODE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-DUPLICATA
           OPEN OUTPUT FICHIER-DUPLICATA
           PERFORM ECRIRE-MENTION-DUPLICATA
           IF WS-NB-LIGNES-RETENU > 0
               MOVE 'TEXTE' TO WS-SOURCE
               PERFORM ECRIRE-BLOC-ARCHIVE
           ELSE
               MOVE 'DONNEES' TO WS-SOURCE
               PERFORM RECONSTITUER-BULLETIN
           END-IF
           PERFORM ECRIRE-MENTION-DUPLICATA
           CLOSE FICHIER-DUPLICATA
           PERFORM INSCRIRE-REGISTRE
           PERFORM TRACER-CONSULTATION
           DISPLAY 'Duplicata genere : '
               FUNCTION TRIM(WS-CHEMIN-DUPLICATA)
           DISPLAY 'Reedition inscrite au registre-duplicatas.txt'
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
               MOVE '../' TO WS-DIR-HISTO
               MOVE '../catalogue-historique.txt' TO
                   WS-CHEMIN-CATALOGUE
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../registre-duplicatas.txt' TO
                   WS-CHEMIN-REGISTRE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE)
                   '/catalogue-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CATALOGUE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/registre-duplicatas.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-REGISTRE
           END-IF.

       SAISIR-DEMANDE.
      * Toute reedition est nominative et motivee : sans demandeur
      * ni motif, pas de duplicata.
           DISPLAY 'EMP-ID (5 chiffres) : '
           ACCEPT WS-SAISIE-EMP-ID
           IF WS-SAISIE-EMP-ID NOT NUMERIC
               DISPLAY 'ERREUR : EMP-ID invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-EMP-ID TO WS-EMP-ID
           DISPLAY 'Periode du bulletin (AAAAMM) : '
           ACCEPT WS-SAISIE-PERIODE
           IF WS-SAISIE-PERIODE NOT NUMERIC
               DISPLAY 'ERREUR : periode invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           IF WS-PERIODE-MM < 1 OR WS-PERIODE-MM > 12
               DISPLAY 'ERREUR : periode invalide.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-PERIODE-AAAA '-' WS-PERIODE-MM
               DELIMITED SIZE INTO WS-PERIODE-AFF
           DISPLAY 'Demandeur (salarie, banque, avocat...) : '
           ACCEPT WS-DEMANDEUR
           DISPLAY 'Motif de la demande : '
           ACCEPT WS-MOTIF
           IF WS-DEMANDEUR = SPACES OR WS-MOTIF = SPACES
               DISPLAY 'ERREUR : demandeur et motif obligatoires.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHERCHER-SEGMENT-TEXTE.
      * Annee segmentee par la retention (US-32) : son segment, en
      * ligne ou en archive froide, est lu avant l'historique
      * courant ; une annee hors catalogue n'est que dans
      * historique-paies.txt.
           OPEN INPUT FICHIER-CATALOGUE
           IF WS-STATUT-CATALOGUE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CATALOGUE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CAT-ANNEE = WS-PERIODE-AAAA
                               PERFORM RETENIR-SEGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CATALOGUE
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-CHEMIN-SEGMENT NOT = SPACES
               MOVE WS-CHEMIN-SEGMENT TO WS-CHEMIN-HISTORIQUE
               PERFORM LIRE-HISTORIQUE-TEXTE
           END-IF.

       RETENIR-SEGMENT.
           MOVE SPACES TO WS-CHEMIN-SEGMENT
           IF CAT-STATUT = 'ARCHIVE'
               STRING FUNCTION TRIM(WS-DIR-HISTO) 'archive-'
                   FUNCTION TRIM(CAT-FICHIER)
                   DELIMITED SIZE INTO WS-CHEMIN-SEGMENT
           ELSE
               STRING FUNCTION TRIM(WS-DIR-HISTO)
                   FUNCTION TRIM(CAT-FICHIER)
                   DELIMITED SIZE INTO WS-CHEMIN-SEGMENT
           END-IF.

       LIRE-HISTORIQUE-TEXTE.
      * Meme decoupage en blocs que la consultation US-12 : un bloc
      * se termine sur un separateur, un en-tete d'archive ou la fin
      * du fichier.
           MOVE SPACES TO WS-PERIODE-COURANTE
           MOVE 0 TO WS-NB-LIGNES-BLOC
           MOVE 0 TO WS-BLOC-EMP-ID
           OPEN INPUT FICHIER-HISTORIQUE
           IF WS-STATUT-HISTORIQUE = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE 'O' TO WS-FIN
                           PERFORM TRAITER-FIN-DE-BLOC
                       NOT AT END
                           PERFORM TRAITER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTORIQUE
               MOVE 'N' TO WS-FIN
           END-IF.

       TRAITER-LIGNE.
           IF LIGNE-HISTORIQUE(1:19) = '== ARCHIVE PERIODE '
               PERFORM TRAITER-FIN-DE-BLOC
               MOVE LIGNE-HISTORIQUE(20:7) TO WS-PERIODE-COURANTE
           ELSE
               IF LIGNE-HISTORIQUE = WS-SEPARATEUR
                   PERFORM TRAITER-FIN-DE-BLOC
               ELSE
                   IF WS-NB-LIGNES-BLOC < 200
                       ADD 1 TO WS-NB-LIGNES-BLOC
                       MOVE LIGNE-HISTORIQUE
                           TO WS-BLOC-LIGNE(WS-NB-LIGNES-BLOC)
                   END-IF
                   IF LIGNE-HISTORIQUE(1:9) = 'EMP-ID : '
                       AND LIGNE-HISTORIQUE(10:5) NUMERIC
                       MOVE LIGNE-HISTORIQUE(10:5) TO WS-BLOC-EMP-ID
                   END-IF
               END-IF
           END-IF.

       TRAITER-FIN-DE-BLOC.
      * Un passage d'archivage plus recent de la meme periode
      * remplace le bloc deja retenu.
           IF WS-NB-LIGNES-BLOC > 0
               AND WS-BLOC-EMP-ID = WS-EMP-ID
               AND WS-PERIODE-COURANTE = WS-PERIODE-AFF
               MOVE WS-TAB-BLOC TO WS-TAB-RETENU
               MOVE WS-NB-LIGNES-BLOC TO WS-NB-LIGNES-RETENU
           END-IF
           MOVE 0 TO WS-NB-LIGNES-BLOC
           MOVE 0 TO WS-BLOC-EMP-ID.

       LIRE-HISTORIQUE-DATA.
      * Le dernier enregistrement de la periode l'emporte (un
      * bulletin annule puis refait laisse les deux).
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HISTO-DATA = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF BDATA-EMP-ID = WS-EMP-ID
                               AND BDATA-PERIODE = WS-PERIODE
                               MOVE 'O' TO WS-DATA-TROUVE
                               MOVE BDATA-RECORD TO WS-DATA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       ECRIRE-MENTION-DUPLICATA.
      * Mention DUPLICATA en tete et en pied du bulletin reedite.
           MOVE SPACES TO LIGNE-DUPLICATA
           MOVE ALL '*' TO LIGNE-DUPLICATA(1:60)
           WRITE LIGNE-DUPLICATA
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING '***   D U P L I C A T A   -   reedite le '
               WS-DATE-REEDITION
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING '***   certifie conforme a l''archive de paie - '
               'periode ' WS-PERIODE-AFF
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE SPACES TO LIGNE-DUPLICATA
           MOVE ALL '*' TO LIGNE-DUPLICATA(1:60)
           WRITE LIGNE-DUPLICATA.

       ECRIRE-BLOC-ARCHIVE.
           MOVE WS-SEPARATEUR TO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NB-LIGNES-RETENU
               MOVE WS-RET-LIGNE(WS-IDX) TO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-PERFORM
           MOVE WS-SEPARATEUR TO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA.

       RECONSTITUER-BULLETIN.
      * Texte d'origine introuvable (archive purgee ou anterieure au
      * texte) : bulletin reconstitue depuis l'enregistrement de paie
      * structure, avec la mention de sa source.
           MOVE WS-DATA-RECORD TO BDATA-RECORD
           MOVE SPACES TO WS-NOM-EMPLOYE WS-PRENOM-EMPLOYE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES = '00'
               MOVE WS-EMP-ID TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOM TO WS-NOM-EMPLOYE
                       MOVE EMP-PRENOM TO WS-PRENOM-EMPLOYE
               END-READ
               CLOSE FICHIER-EMPLOYES
           END-IF
           MOVE WS-SEPARATEUR TO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'BULLETIN DE PAIE - ' WS-NOM-EMPLOYE ' '
               WS-PRENOM-EMPLOYE
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE WS-EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'EMP-ID : ' WS-ID-AFF '   PERIODE : ' WS-PERIODE-AFF
               '   RUN : ' BDATA-RUN
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Departement   : ' BDATA-DEPARTEMENT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE '(reconstitue depuis les donnees de paie archivees)'
               TO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-BRUT TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Salaire brut          : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-COTIS TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Cotisations salariales: ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           IF BDATA-NET-SOCIAL NUMERIC
               MOVE BDATA-NET-SOCIAL TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-DUPLICATA
               STRING 'Montant net social    : ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF
           IF BDATA-NET-IMPOSABLE NUMERIC
               MOVE BDATA-NET-IMPOSABLE TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-DUPLICATA
               STRING 'Net imposable         : ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF
           MOVE BDATA-IMPOT TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Impot (PAS)           : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-NET TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Net avant retenues    : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-RETENUES TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Retenues / complements: ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           IF BDATA-NDF NUMERIC AND BDATA-NDF > 0
               MOVE BDATA-NDF TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-DUPLICATA
               STRING 'Notes de frais        : ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF
           IF BDATA-TRANSPORT NUMERIC AND BDATA-TRANSPORT > 0
               MOVE BDATA-TRANSPORT TO WS-AFF-MONTANT
               MOVE SPACES TO LIGNE-DUPLICATA
               STRING 'Transport (50%)       : ' WS-AFF-MONTANT
                   DELIMITED SIZE INTO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF
           MOVE BDATA-NET-A-PAYER TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'NET A PAYER           : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-PATRONALES TO WS-AFF-MONTANT
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Charges patronales    : ' WS-AFF-MONTANT
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-SOLDE-CP TO WS-AFF-JOURS
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Solde CP              : ' WS-AFF-JOURS ' jour(s)'
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           MOVE BDATA-SOLDE-RTT TO WS-AFF-JOURS
           MOVE SPACES TO LIGNE-DUPLICATA
           STRING 'Solde RTT             : ' WS-AFF-JOURS ' jour(s)'
               DELIMITED SIZE INTO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA
           IF BDATA-STATUT = 'ANNULE'
               MOVE 'BULLETIN ANNULE (US-13) - sans valeur de paiement'
                   TO LIGNE-DUPLICATA
               WRITE LIGNE-DUPLICATA
           END-IF
           MOVE WS-SEPARATEUR TO LIGNE-DUPLICATA
           WRITE LIGNE-DUPLICATA.

       INSCRIRE-REGISTRE.
           OPEN EXTEND FICHIER-REGISTRE
           IF WS-STATUT-REGISTRE NOT = '00'
               OPEN OUTPUT FICHIER-REGISTRE
           END-IF
           MOVE WS-EMP-ID TO DUP-EMP-ID
           MOVE WS-PERIODE TO DUP-PERIODE
           MOVE WS-DATE-SYS TO DUP-DATE
           MOVE WS-HEURE-SYS(1:6) TO DUP-HEURE
           MOVE WS-UTILISATEUR TO DUP-UTILISATEUR
           MOVE WS-DEMANDEUR TO DUP-DEMANDEUR
           MOVE WS-MOTIF TO DUP-MOTIF
           MOVE WS-SOURCE TO DUP-SOURCE
           WRITE DUPLICATA-RECORD
           CLOSE FICHIER-REGISTRE.

       TRACER-CONSULTATION.
           INITIALIZE ACCES-DONNEES-RECORD
           MOVE 'US-92' TO ACD-PROGRAMME
           MOVE WS-EMP-ID TO ACD-EMP-ID
           MOVE WS-PERIODE TO ACD-PERIODE
           MOVE 'DUPLICATA BULLETIN : SALAIRE, NET' TO ACD-CHAMPS
           MOVE 'C' TO ACD-AFFICHAGE
           CALL 'TRACER-ACCES' USING ACCES-DONNEES-RECORD.
