       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-93-FRACTIONNEMENT.
      * US-93 : Jours de fractionnement du conge principal pris hors
      *         de la periode du 1er mai au 31 octobre (traitement
      *         annuel)
      * Feature 3 : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-DROITS
               ASSIGN TO WS-CHEMIN-DROITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DROITS.
           SELECT FICHIER-RENONCIATIONS
               ASSIGN TO WS-CHEMIN-RENONCIATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RENONCIATIONS.
           SELECT FICHIER-JOURNAL-FRACT
               ASSIGN TO WS-CHEMIN-JOURNAL-FRACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL-FRACT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CONGES.
           COPY '../../../copybooks/conge-idx.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-DROITS.
           COPY '../../../copybooks/droits.cpy'.

        FD FICHIER-RENONCIATIONS.
           COPY '../../../copybooks/renonciation-fract.cpy'.

        FD FICHIER-JOURNAL-FRACT.
        01 LIGNE-JOURNAL-FRACT PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-DROITS    PIC XX.
        01 WS-STATUT-RENONCIATIONS PIC XX.
        01 WS-STATUT-JOURNAL-FRACT PIC XX.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE            PIC 9(4)  VALUE 0.

      * Periode de prise du 1er mai N-1 au 30 avril N ; le conge
      * principal pris du 1er mai au 31 octobre N-1 est "dans la
      * periode", le reste (1er novembre N-1 au 30 avril N) ouvre
      * droit au fractionnement.
        01 WS-PRISE-DEBUT      PIC 9(8)  VALUE 0.
        01 WS-ETE-FIN          PIC 9(8)  VALUE 0.
        01 WS-PRISE-FIN        PIC 9(8)  VALUE 0.
        01 WS-INT-PRISE-DEBUT  PIC 9(8)  VALUE 0.
        01 WS-INT-ETE-FIN      PIC 9(8)  VALUE 0.
        01 WS-INT-PRISE-FIN    PIC 9(8)  VALUE 0.

      * Conge principal : quatre semaines, soit 20 jours ouvres (la
      * cinquieme semaine n'ouvre pas droit au fractionnement).
      * Bareme legal ramene en jours ouvres : 1 jour supplementaire
      * a partir de 3 jours pris hors periode, 2 jours a partir de
      * 5 jours (equivalent des 6 jours ouvrables).
        01 WS-CONGE-PRINCIPAL  PIC 9(3)V9 VALUE 20.
        01 WS-SEUIL-UN-JOUR    PIC 9(3)V9 VALUE 3.
        01 WS-SEUIL-DEUX-JOURS PIC 9(3)V9 VALUE 5.

      * Droit standard d'un employe absent de droits-conges.txt
      * (meme valeur que US-07) : le credit s'y ajoute.
        01 WS-CP-DEFAUT        PIC 9(3)  VALUE 25.
        01 WS-RTT-DEFAUT       PIC 9(3)  VALUE 10.

        01 WS-DATE-DEBUT-NUM   PIC 9(8)  VALUE 0.
        01 WS-DATE-FIN-NUM     PIC 9(8)  VALUE 0.
        01 WS-INT-DEBUT        PIC 9(8)  VALUE 0.
        01 WS-INT-FIN          PIC 9(8)  VALUE 0.
        01 WS-INT-COURANT      PIC 9(8)  VALUE 0.
        01 WS-DATE-COURANT-NUM PIC 9(8)  VALUE 0.
        01 WS-HEURES-PREVUES   PIC 9(2)V9(2) VALUE 0.
        01 WS-ORIGINE-HORAIRE  PIC X     VALUE SPACE.
        01 WS-OUVRES-ETE       PIC 9(3)  VALUE 0.
        01 WS-OUVRES-HORS      PIC 9(3)  VALUE 0.
        01 WS-PART-ETE         PIC 9(3)V9 VALUE 0.
        01 WS-PART-HORS        PIC 9(3)V9 VALUE 0.

        01 WS-TAB-FRACT.
            05 WS-FRC OCCURS 5000 TIMES.
                10 WS-FRC-EMP-ID   PIC 9(5).
                10 WS-FRC-ETE      PIC 9(3)V9.
                10 WS-FRC-HORS     PIC 9(3)V9.
        01 WS-NB-FRACT         PIC 9(5)  VALUE 0.
        01 WS-IDX-FRC          PIC 9(5)  VALUE 0.
        01 WS-FRC-TROUVE       PIC X     VALUE 'N'.
        01 WS-HORS-PRINCIPAL   PIC 9(3)V9 VALUE 0.
        01 WS-RESTE-PRINCIPAL  PIC S9(3)V9 VALUE 0.
        01 WS-JOURS-FRACT      PIC 9     VALUE 0.

        01 WS-TAB-DROITS.
            05 WS-DRT OCCURS 5000 TIMES.
                10 WS-DRT-EMP-ID   PIC 9(5).
                10 WS-DRT-CP       PIC 9(3)V9(2).
                10 WS-DRT-RTT      PIC 9(3)V9(2).
                10 WS-DRT-CP-N1    PIC 9(3)V9(2).
                10 WS-DRT-N1-EXP   PIC 9(8).
        01 WS-NB-DROITS        PIC 9(5)  VALUE 0.
        01 WS-IDX-DRT          PIC 9(5)  VALUE 0.
        01 WS-DRT-TROUVE       PIC X     VALUE 'N'.

        01 WS-TAB-RENONCIATIONS.
            05 WS-REN OCCURS 500 TIMES.
                10 WS-REN-EMP-ID   PIC 9(5).
                10 WS-REN-ANNEE    PIC 9(4).
        01 WS-NB-RENONCIATIONS PIC 9(3)  VALUE 0.
        01 WS-IDX-REN          PIC 9(3)  VALUE 0.
        01 WS-RENONCE          PIC X     VALUE 'N'.

      * Employes deja traites pour cette periode (journal) : relancer
      * le traitement n'accorde rien deux fois.
        01 WS-TAB-DEJA.
            05 WS-DEJA-EMP-ID OCCURS 5000 TIMES PIC 9(5).
        01 WS-NB-DEJA          PIC 9(5)  VALUE 0.
        01 WS-IDX-DEJA         PIC 9(5)  VALUE 0.
        01 WS-DEJA-FAIT        PIC X     VALUE 'N'.
        01 WS-JOURNAL-ANNEE    PIC X(4)  VALUE SPACES.
        01 WS-JOURNAL-EMP      PIC X(5)  VALUE SPACES.
        01 WS-CHAMP-RESTE      PIC X(60) VALUE SPACES.

        01 WS-NB-ACCORDES      PIC 9(5)  VALUE 0.
        01 WS-NB-RENONCES      PIC 9(5)  VALUE 0.
        01 WS-TOTAL-JOURS      PIC 9(5)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-HORS         PIC ZZ9.9.
        01 WS-AFF-ETE          PIC ZZ9.9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DROITS    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RENONCIATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL-FRACT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-ANNEE
           COMPUTE WS-PRISE-DEBUT = (WS-ANNEE - 1) * 10000 + 0501
           COMPUTE WS-ETE-FIN = (WS-ANNEE - 1) * 10000 + 1031
           COMPUTE WS-PRISE-FIN = WS-ANNEE * 10000 + 0430
           COMPUTE WS-INT-PRISE-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-PRISE-DEBUT)
           COMPUTE WS-INT-ETE-FIN =
               FUNCTION INTEGER-OF-DATE(WS-ETE-FIN)
           COMPUTE WS-INT-PRISE-FIN =
               FUNCTION INTEGER-OF-DATE(WS-PRISE-FIN)

           PERFORM CHARGER-CONGES
           PERFORM CHARGER-RENONCIATIONS
           PERFORM CHARGER-DROITS
           PERFORM CHARGER-JOURNAL-FRACT
           PERFORM ACCORDER-FRACTIONNEMENT
           PERFORM ECRIRE-DROITS
           DISPLAY 'Fractionnement ' WS-PRISE-DEBUT ' - ' WS-PRISE-FIN
               ' : ' WS-NB-ACCORDES ' employes credites ('
               WS-TOTAL-JOURS ' jours), ' WS-NB-RENONCES
               ' renonciations'
           DISPLAY 'Journal : journal-fractionnement.txt'
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
               MOVE '../conges.dat' TO WS-CHEMIN-CONGES
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../droits-conges.txt' TO WS-CHEMIN-DROITS
               MOVE '../renonciations-fractionnement.txt' TO
                   WS-CHEMIN-RENONCIATIONS
               MOVE '../journal-fractionnement.txt' TO
                   WS-CHEMIN-JOURNAL-FRACT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/droits-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DROITS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/renonciations-fractionnement.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RENONCIATIONS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/journal-fractionnement.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL-FRACT
           END-IF.

       SAISIR-ANNEE.
      * Traitement lance apres la cloture de la periode de prise au
      * 30 avril : par defaut, la periode qui s'acheve cette annee.
           DISPLAY 'Annee de fin de la periode de prise (AAAA, vide = '
               'annee courante) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               MOVE WS-DATE-SYS(1:4) TO WS-ANNEE
           ELSE
               IF WS-SAISIE-ANNEE NOT NUMERIC
                   DISPLAY 'ERREUR : annee invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE
           END-IF.

       CHARGER-CONGES.
      * Cumul par employe des CP approuves de la periode de prise,
      * repartis entre l'ete (1er mai - 31 octobre) et le reste de la
      * periode.
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES NOT = '00'
               DISPLAY 'ERREUR : ouverture conges.dat impossible '
                   '(statut ' WS-STATUT-CONGES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-CONGES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF CONGE-STATUT = 'APPROUVE  '
                           AND CONGE-TYPE = 'CP        '
                           PERFORM REPARTIR-CONGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-CONGES
           MOVE 'N' TO WS-FIN.

       REPARTIR-CONGE.
      * CONGE-NB-JOURS (jours ouvres, feries deja exclus par US-06)
      * est reparti au prorata des jours travailles (horaire de
      * l'employe, lundi a vendredi sans horaire) de la plage qui
      * tombent de chaque cote du 31 octobre ; les jours hors de la
      * periode de prise sont ignores.
           MOVE CONGE-DEBUT(1:4) TO WS-DATE-DEBUT-NUM(1:4)
           MOVE CONGE-DEBUT(6:2) TO WS-DATE-DEBUT-NUM(5:2)
           MOVE CONGE-DEBUT(9:2) TO WS-DATE-DEBUT-NUM(7:2)
           MOVE CONGE-FIN(1:4) TO WS-DATE-FIN-NUM(1:4)
           MOVE CONGE-FIN(6:2) TO WS-DATE-FIN-NUM(5:2)
           MOVE CONGE-FIN(9:2) TO WS-DATE-FIN-NUM(7:2)
           IF WS-DATE-DEBUT-NUM NOT NUMERIC
               OR WS-DATE-FIN-NUM NOT NUMERIC
               OR WS-DATE-FIN-NUM < WS-PRISE-DEBUT
               OR WS-DATE-DEBUT-NUM > WS-PRISE-FIN
               CONTINUE
           ELSE
               COMPUTE WS-INT-DEBUT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-NUM)
               COMPUTE WS-INT-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-NUM)
               MOVE 0 TO WS-OUVRES-ETE
               MOVE 0 TO WS-OUVRES-HORS
               PERFORM VARYING WS-INT-COURANT FROM WS-INT-DEBUT BY 1
                   UNTIL WS-INT-COURANT > WS-INT-FIN
                   COMPUTE WS-DATE-COURANT-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-INT-COURANT)
                   CALL 'HORAIRE-JOUR' USING CONGE-EMP-ID
                       WS-DATE-COURANT-NUM WS-HEURES-PREVUES
                       WS-ORIGINE-HORAIRE
                   IF WS-HEURES-PREVUES > 0
                       AND WS-INT-COURANT >= WS-INT-PRISE-DEBUT
                       AND WS-INT-COURANT <= WS-INT-PRISE-FIN
                       IF WS-INT-COURANT <= WS-INT-ETE-FIN
                           ADD 1 TO WS-OUVRES-ETE
                       ELSE
                           ADD 1 TO WS-OUVRES-HORS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-OUVRES-ETE + WS-OUVRES-HORS > 0
                   COMPUTE WS-PART-HORS ROUNDED =
                       CONGE-NB-JOURS * WS-OUVRES-HORS
                       / (WS-OUVRES-ETE + WS-OUVRES-HORS)
                   COMPUTE WS-PART-ETE ROUNDED =
                       CONGE-NB-JOURS * WS-OUVRES-ETE
                       / (WS-OUVRES-ETE + WS-OUVRES-HORS)
                   PERFORM CUMULER-CONGE
               END-IF
           END-IF.

       CUMULER-CONGE.
           MOVE 'N' TO WS-FRC-TROUVE
           PERFORM VARYING WS-IDX-FRC FROM 1 BY 1
               UNTIL WS-IDX-FRC > WS-NB-FRACT
               IF WS-FRC-EMP-ID(WS-IDX-FRC) = CONGE-EMP-ID
                   ADD WS-PART-ETE TO WS-FRC-ETE(WS-IDX-FRC)
                   ADD WS-PART-HORS TO WS-FRC-HORS(WS-IDX-FRC)
                   MOVE 'O' TO WS-FRC-TROUVE
               END-IF
           END-PERFORM
           IF WS-FRC-TROUVE = 'N' AND WS-NB-FRACT < 5000
               ADD 1 TO WS-NB-FRACT
               MOVE CONGE-EMP-ID TO WS-FRC-EMP-ID(WS-NB-FRACT)
               MOVE WS-PART-ETE TO WS-FRC-ETE(WS-NB-FRACT)
               MOVE WS-PART-HORS TO WS-FRC-HORS(WS-NB-FRACT)
           END-IF.

       CHARGER-RENONCIATIONS.
      * renonciations-fractionnement.txt : fichier optionnel, une
      * renonciation vaut pour la periode de son annee ou pour toutes
      * (annee 0000).
           MOVE 0 TO WS-NB-RENONCIATIONS
           OPEN INPUT FICHIER-RENONCIATIONS
           IF WS-STATUT-RENONCIATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-RENONCIATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF (REN-ANNEE = WS-ANNEE OR REN-ANNEE = 0)
                               AND WS-NB-RENONCIATIONS < 500
                               ADD 1 TO WS-NB-RENONCIATIONS
                               MOVE REN-EMP-ID TO
                                 WS-REN-EMP-ID(WS-NB-RENONCIATIONS)
                               MOVE REN-ANNEE TO
                                 WS-REN-ANNEE(WS-NB-RENONCIATIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RENONCIATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-DROITS.
           MOVE 0 TO WS-NB-DROITS
           OPEN INPUT FICHIER-DROITS
           IF WS-STATUT-DROITS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-DROITS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-DROITS < 5000
                               ADD 1 TO WS-NB-DROITS
                               MOVE DROITS-EMP-ID TO
                                   WS-DRT-EMP-ID(WS-NB-DROITS)
                               MOVE DROITS-CP TO
                                   WS-DRT-CP(WS-NB-DROITS)
                               MOVE DROITS-RTT TO
                                   WS-DRT-RTT(WS-NB-DROITS)
                               MOVE DROITS-CP-N1 TO
                                   WS-DRT-CP-N1(WS-NB-DROITS)
                               MOVE DROITS-CP-N1-EXPIRE TO
                                   WS-DRT-N1-EXP(WS-NB-DROITS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DROITS
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-JOURNAL-FRACT.
           MOVE 0 TO WS-NB-DEJA
           OPEN INPUT FICHIER-JOURNAL-FRACT
           IF WS-STATUT-JOURNAL-FRACT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-JOURNAL-FRACT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           UNSTRING LIGNE-JOURNAL-FRACT
                               DELIMITED BY ','
                               INTO WS-JOURNAL-ANNEE
                                    WS-JOURNAL-EMP
                                    WS-CHAMP-RESTE
                           END-UNSTRING
                           IF WS-JOURNAL-ANNEE NUMERIC
                               AND WS-JOURNAL-EMP NUMERIC
                               AND WS-JOURNAL-ANNEE = WS-ANNEE
                               AND WS-NB-DEJA < 5000
                               ADD 1 TO WS-NB-DEJA
                               MOVE WS-JOURNAL-EMP TO
                                   WS-DEJA-EMP-ID(WS-NB-DEJA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL-FRACT
               MOVE 'N' TO WS-FIN
           END-IF.

       ACCORDER-FRACTIONNEMENT.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FICHIER-JOURNAL-FRACT
           IF WS-STATUT-JOURNAL-FRACT NOT = '00'
               OPEN OUTPUT FICHIER-JOURNAL-FRACT
           END-IF
           PERFORM VARYING WS-IDX-FRC FROM 1 BY 1
               UNTIL WS-IDX-FRC > WS-NB-FRACT
               PERFORM EXAMINER-UN-EMPLOYE
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           CLOSE FICHIER-JOURNAL-FRACT.

       EXAMINER-UN-EMPLOYE.
      * Seule la part du conge principal (20 jours) non prise l'ete
      * compte : les jours d'hiver au-dela relevent de la cinquieme
      * semaine. Un employe sorti avant la fin de la periode a ete
      * regle par son solde de tout compte.
           MOVE WS-FRC-EMP-ID(WS-IDX-FRC) TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   MOVE 'O' TO WS-DEJA-FAIT
               NOT INVALID KEY
                   PERFORM VERIFIER-DEJA-SERVI
           END-READ
           IF WS-DEJA-FAIT = 'O'
               CONTINUE
           ELSE
           IF EMP-DATE-SORTIE NOT = 0
               AND EMP-DATE-SORTIE < WS-PRISE-FIN
               CONTINUE
           ELSE
               COMPUTE WS-RESTE-PRINCIPAL =
                   WS-CONGE-PRINCIPAL - WS-FRC-ETE(WS-IDX-FRC)
               IF WS-RESTE-PRINCIPAL < 0
                   MOVE 0 TO WS-RESTE-PRINCIPAL
               END-IF
               IF WS-FRC-HORS(WS-IDX-FRC) < WS-RESTE-PRINCIPAL
                   MOVE WS-FRC-HORS(WS-IDX-FRC) TO WS-HORS-PRINCIPAL
               ELSE
                   MOVE WS-RESTE-PRINCIPAL TO WS-HORS-PRINCIPAL
               END-IF
               EVALUATE TRUE
                   WHEN WS-HORS-PRINCIPAL >= WS-SEUIL-DEUX-JOURS
                       MOVE 2 TO WS-JOURS-FRACT
                   WHEN WS-HORS-PRINCIPAL >= WS-SEUIL-UN-JOUR
                       MOVE 1 TO WS-JOURS-FRACT
                   WHEN OTHER
                       MOVE 0 TO WS-JOURS-FRACT
               END-EVALUATE
               IF WS-JOURS-FRACT > 0
                   PERFORM VERIFIER-RENONCIATION
                   IF WS-RENONCE = 'O'
                       ADD 1 TO WS-NB-RENONCES
                   ELSE
                       PERFORM CREDITER-DROIT
                       ADD 1 TO WS-NB-ACCORDES
                       ADD WS-JOURS-FRACT TO WS-TOTAL-JOURS
                   END-IF
                   PERFORM JOURNALISER-FRACTIONNEMENT
               END-IF
           END-IF
           END-IF.

       VERIFIER-DEJA-SERVI.
           MOVE 'N' TO WS-DEJA-FAIT
           PERFORM VARYING WS-IDX-DEJA FROM 1 BY 1
               UNTIL WS-IDX-DEJA > WS-NB-DEJA
               IF WS-DEJA-EMP-ID(WS-IDX-DEJA) = EMP-ID
                   MOVE 'O' TO WS-DEJA-FAIT
               END-IF
           END-PERFORM.

       VERIFIER-RENONCIATION.
           MOVE 'N' TO WS-RENONCE
           PERFORM VARYING WS-IDX-REN FROM 1 BY 1
               UNTIL WS-IDX-REN > WS-NB-RENONCIATIONS
               IF WS-REN-EMP-ID(WS-IDX-REN) = EMP-ID
                   MOVE 'O' TO WS-RENONCE
               END-IF
           END-PERFORM.

       CREDITER-DROIT.
      * Un employe encore absent de droits-conges.txt dispose du
      * droit standard : il y est cree avec ce droit majore du
      * fractionnement, pour ne pas le ramener a ces seuls jours.
           MOVE 'N' TO WS-DRT-TROUVE
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
               UNTIL WS-IDX-DRT > WS-NB-DROITS
               IF WS-DRT-EMP-ID(WS-IDX-DRT) = EMP-ID
                   ADD WS-JOURS-FRACT TO WS-DRT-CP(WS-IDX-DRT)
                   MOVE 'O' TO WS-DRT-TROUVE
               END-IF
           END-PERFORM
           IF WS-DRT-TROUVE = 'N' AND WS-NB-DROITS < 5000
               ADD 1 TO WS-NB-DROITS
               MOVE EMP-ID TO WS-DRT-EMP-ID(WS-NB-DROITS)
               COMPUTE WS-DRT-CP(WS-NB-DROITS) =
                   WS-CP-DEFAUT + WS-JOURS-FRACT
               MOVE WS-RTT-DEFAUT TO WS-DRT-RTT(WS-NB-DROITS)
               MOVE 0 TO WS-DRT-CP-N1(WS-NB-DROITS)
               MOVE 0 TO WS-DRT-N1-EXP(WS-NB-DROITS)
           END-IF.

       JOURNALISER-FRACTIONNEMENT.
           MOVE EMP-ID TO WS-ID-AFF
           MOVE WS-FRC-HORS(WS-IDX-FRC) TO WS-AFF-HORS
           MOVE WS-FRC-ETE(WS-IDX-FRC) TO WS-AFF-ETE
           MOVE SPACES TO LIGNE-JOURNAL-FRACT
           IF WS-RENONCE = 'O'
               STRING WS-ANNEE ',' WS-ID-AFF ',CP+0,RENONCIATION'
                   ',ETE=' WS-AFF-ETE ',HORS=' WS-AFF-HORS
                   ',DU=' WS-JOURS-FRACT
                   DELIMITED SIZE INTO LIGNE-JOURNAL-FRACT
           ELSE
               STRING WS-ANNEE ',' WS-ID-AFF ',CP+' WS-JOURS-FRACT
                   ',FRACTIONNEMENT,ETE=' WS-AFF-ETE
                   ',HORS=' WS-AFF-HORS
                   DELIMITED SIZE INTO LIGNE-JOURNAL-FRACT
           END-IF
           WRITE LIGNE-JOURNAL-FRACT.

       ECRIRE-DROITS.
           OPEN OUTPUT FICHIER-DROITS
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
               UNTIL WS-IDX-DRT > WS-NB-DROITS
               MOVE WS-DRT-EMP-ID(WS-IDX-DRT) TO DROITS-EMP-ID
               MOVE WS-DRT-CP(WS-IDX-DRT) TO DROITS-CP
               MOVE WS-DRT-RTT(WS-IDX-DRT) TO DROITS-RTT
               MOVE WS-DRT-CP-N1(WS-IDX-DRT) TO DROITS-CP-N1
               MOVE WS-DRT-N1-EXP(WS-IDX-DRT) TO DROITS-CP-N1-EXPIRE
               WRITE DROITS-RECORD
           END-PERFORM
           CLOSE FICHIER-DROITS.
