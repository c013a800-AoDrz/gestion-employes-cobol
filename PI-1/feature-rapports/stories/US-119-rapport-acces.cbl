       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-119-RAPPORT-ACCES.
      * US-119 : Rapport mensuel des consultations de donnees
      *          sensibles (journal-acces.txt)
      * Feature : Rapports
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ACCES
               ASSIGN TO WS-CHEMIN-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACCES.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ACCES.
           COPY '../../../copybooks/acces-donnees.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-ACCES     PIC XX.
        01 WS-STATUT-RAPPORT   PIC XX.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-SAISIE-PERIODE   PIC X(6)  VALUE SPACES.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-SAISIE-SEUIL     PIC X(3)  VALUE SPACES.
        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-DETAIL       PIC 9(5)  VALUE 0.

      * Seuil d'alerte : nombre de salaries distincts dont un meme
      * utilisateur a vu le salaire dans le mois. Plage ouvree : du
      * lundi au vendredi, de 07:00 a 20:00 ; toute consultation en
      * dehors est listee.
        01 WS-SEUIL-SALARIES   PIC 9(3)  VALUE 20.
        01 WS-HEURE-OUVERTURE  PIC 9(6)  VALUE 070000.
        01 WS-HEURE-FERMETURE  PIC 9(6)  VALUE 200000.
        01 WS-JOUR-SEMAINE     PIC 9     VALUE 0.
        01 WS-HORS-HORAIRES    PIC X     VALUE 'N'.
        01 WS-NB-SALAIRE       PIC 9(2)  VALUE 0.

      * Cumuls par utilisateur, et couples (utilisateur, salarie)
      * deja comptes pour le nombre de salaires distincts vus.
        01 WS-TAB-UTIL.
            05 WS-UTIL OCCURS 0 TO 500 DEPENDING ON WS-NB-UTIL.
                10 WS-UTIL-NOM       PIC X(20).
                10 WS-UTIL-NB-SALARIES PIC 9(5).
                10 WS-UTIL-NB-ACCES  PIC 9(6).
                10 WS-UTIL-NB-CLAIR  PIC 9(6).
                10 WS-UTIL-NB-HORS   PIC 9(6).
        01 WS-NB-UTIL          PIC 9(3)  VALUE 0.
        01 WS-IDX-UTIL         PIC 9(3)  VALUE 0.
        01 WS-UTIL-TROUVE      PIC X     VALUE 'N'.

        01 WS-TAB-COUPLES.
            05 WS-CPL OCCURS 0 TO 20000 DEPENDING ON WS-NB-COUPLES.
                10 WS-CPL-UTIL      PIC X(20).
                10 WS-CPL-EMP-ID    PIC 9(5).
        01 WS-NB-COUPLES       PIC 9(5)  VALUE 0.
        01 WS-IDX-CPL          PIC 9(5)  VALUE 0.
        01 WS-CPL-TROUVE       PIC X     VALUE 'N'.

        01 WS-NB-ACCES-MOIS    PIC 9(7)  VALUE 0.
        01 WS-NB-HORS-MOIS     PIC 9(6)  VALUE 0.
        01 WS-NB-DEPASSEMENTS  PIC 9(3)  VALUE 0.
        01 WS-NB-DETAIL        PIC 9(6)  VALUE 0.

        01 WS-AFF-NB           PIC ZZZZZ9.
        01 WS-AFF-NB2          PIC ZZZZZ9.
        01 WS-AFF-NB3          PIC ZZZZZ9.
        01 WS-AFF-NB4          PIC ZZZZZ9.
        01 WS-AFF-DATE         PIC X(10) VALUE SPACES.
        01 WS-AFF-HEURE        PIC X(8)  VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ACCES     PIC X(100) VALUE SPACES.
        01 WS-PREFIXE-RAPPORT  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD

           DISPLAY '================================'
           DISPLAY ' RAPPORT DES ACCES AUX DONNEES  '
           DISPLAY '================================'
           DISPLAY 'Periode (AAAAMM, vide = mois precedent) : '
           ACCEPT WS-SAISIE-PERIODE
           DISPLAY 'Seuil de salaires distincts vus par un '
               'utilisateur (vide = 20) : '
           ACCEPT WS-SAISIE-SEUIL
           DISPLAY 'EMP-ID (5 chiffres) dont detailler tous les '
               'acces (vide = aucun) : '
           ACCEPT WS-SAISIE-EMP-ID

           IF WS-SAISIE-PERIODE = SPACES
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
               IF WS-PERIODE(5:2) = '01'
                   COMPUTE WS-PERIODE = WS-PERIODE - 100 + 11
               ELSE
                   COMPUTE WS-PERIODE = WS-PERIODE - 1
               END-IF
           ELSE
               IF WS-SAISIE-PERIODE NOT NUMERIC
                   DISPLAY 'ERREUR : periode invalide.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-PERIODE TO WS-PERIODE
           END-IF
           IF FUNCTION TRIM(WS-SAISIE-SEUIL) NUMERIC
               MOVE FUNCTION NUMVAL(WS-SAISIE-SEUIL)
                   TO WS-SEUIL-SALARIES
           END-IF
           IF WS-SEUIL-SALARIES = 0
               MOVE 20 TO WS-SEUIL-SALARIES
           END-IF
           IF WS-SAISIE-EMP-ID NUMERIC
               MOVE WS-SAISIE-EMP-ID TO WS-EMP-DETAIL
           END-IF

           PERFORM CUMULER-ACCES

           STRING WS-PREFIXE-RAPPORT DELIMITED SPACE
               WS-PERIODE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           OPEN OUTPUT FICHIER-RAPPORT
           IF WS-STATUT-RAPPORT NOT = '00'
               DISPLAY 'ERREUR : ouverture du rapport impossible '
                   '(statut ' WS-STATUT-RAPPORT ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ECRIRE-SYNTHESE
           PERFORM ECRIRE-DEPASSEMENTS
           PERFORM ECRIRE-HORS-HORAIRES
           IF WS-EMP-DETAIL > 0
               PERFORM ECRIRE-DETAIL-SALARIE
           END-IF
           CLOSE FICHIER-RAPPORT

           MOVE WS-NB-ACCES-MOIS TO WS-AFF-NB
           DISPLAY 'Consultations de la periode : ' WS-AFF-NB
           DISPLAY 'Rapport genere : ' FUNCTION TRIM(WS-CHEMIN-RAPPORT)
           IF WS-NB-DEPASSEMENTS > 0 OR WS-NB-HORS-MOIS > 0
               MOVE WS-NB-DEPASSEMENTS TO WS-AFF-NB
               MOVE WS-NB-HORS-MOIS TO WS-AFF-NB2
               DISPLAY 'ATTENTION : ' FUNCTION TRIM(WS-AFF-NB)
                   ' utilisateur(s) au-dela du seuil, '
                   FUNCTION TRIM(WS-AFF-NB2)
                   ' consultation(s) hors horaires.'
               MOVE 4 TO RETURN-CODE
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
               MOVE '../../../journal-acces.txt' TO WS-CHEMIN-ACCES
               MOVE '../rapport-acces-' TO WS-PREFIXE-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/journal-acces.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ACCES
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-acces-'
                   DELIMITED SIZE INTO WS-PREFIXE-RAPPORT
           END-IF.

       CUMULER-ACCES.
           OPEN INPUT FICHIER-ACCES
           IF WS-STATUT-ACCES NOT = '00'
               DISPLAY 'Aucun journal-acces.txt : aucune consultation '
                   'tracee.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ACCES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF ACD-DATE(1:6) = WS-PERIODE
                           PERFORM CUMULER-UNE-CONSULTATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ACCES
           MOVE 'N' TO WS-FIN
           IF WS-NB-UTIL > 1
               SORT WS-UTIL DESCENDING WS-UTIL-NB-SALARIES
           END-IF.

       CUMULER-UNE-CONSULTATION.
           ADD 1 TO WS-NB-ACCES-MOIS
           MOVE 'N' TO WS-UTIL-TROUVE
           PERFORM VARYING WS-IDX-UTIL FROM 1 BY 1
               UNTIL WS-IDX-UTIL > WS-NB-UTIL OR WS-UTIL-TROUVE = 'O'
               IF WS-UTIL-NOM(WS-IDX-UTIL) = ACD-UTILISATEUR
                   MOVE 'O' TO WS-UTIL-TROUVE
               END-IF
           END-PERFORM
           IF WS-UTIL-TROUVE = 'O'
               SUBTRACT 1 FROM WS-IDX-UTIL
           ELSE
               IF WS-NB-UTIL >= 500
                   GO TO CUMULER-UNE-CONSULTATION-FIN
               END-IF
               ADD 1 TO WS-NB-UTIL
               MOVE WS-NB-UTIL TO WS-IDX-UTIL
               MOVE ACD-UTILISATEUR TO WS-UTIL-NOM(WS-IDX-UTIL)
               MOVE 0 TO WS-UTIL-NB-SALARIES(WS-IDX-UTIL)
                   WS-UTIL-NB-ACCES(WS-IDX-UTIL)
                   WS-UTIL-NB-CLAIR(WS-IDX-UTIL)
                   WS-UTIL-NB-HORS(WS-IDX-UTIL)
           END-IF
           ADD 1 TO WS-UTIL-NB-ACCES(WS-IDX-UTIL)
           IF ACD-AFFICHAGE = 'C'
               ADD 1 TO WS-UTIL-NB-CLAIR(WS-IDX-UTIL)
           END-IF
           PERFORM EVALUER-HORAIRE
           IF WS-HORS-HORAIRES = 'O'
               ADD 1 TO WS-UTIL-NB-HORS(WS-IDX-UTIL)
               ADD 1 TO WS-NB-HORS-MOIS
           END-IF
      * Un salarie ne compte qu'une fois par utilisateur, et
      * seulement si son salaire faisait partie des champs montres.
           MOVE 0 TO WS-NB-SALAIRE
           INSPECT ACD-CHAMPS TALLYING WS-NB-SALAIRE
               FOR ALL 'SALAIRE'
           IF WS-NB-SALAIRE > 0
               MOVE 'N' TO WS-CPL-TROUVE
               PERFORM VARYING WS-IDX-CPL FROM 1 BY 1
                   UNTIL WS-IDX-CPL > WS-NB-COUPLES
                   OR WS-CPL-TROUVE = 'O'
                   IF WS-CPL-UTIL(WS-IDX-CPL) = ACD-UTILISATEUR
                       AND WS-CPL-EMP-ID(WS-IDX-CPL) = ACD-EMP-ID
                       MOVE 'O' TO WS-CPL-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CPL-TROUVE = 'N' AND WS-NB-COUPLES < 20000
                   ADD 1 TO WS-NB-COUPLES
                   MOVE ACD-UTILISATEUR TO WS-CPL-UTIL(WS-NB-COUPLES)
                   MOVE ACD-EMP-ID TO WS-CPL-EMP-ID(WS-NB-COUPLES)
                   ADD 1 TO WS-UTIL-NB-SALARIES(WS-IDX-UTIL)
               END-IF
           END-IF.
       CUMULER-UNE-CONSULTATION-FIN.
           EXIT.

       EVALUER-HORAIRE.
      * 1 = lundi ... 6 = samedi, 7 = dimanche.
           MOVE 'N' TO WS-HORS-HORAIRES
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(ACD-DATE) - 1, 7) + 1
           IF WS-JOUR-SEMAINE > 5
               OR ACD-HEURE < WS-HEURE-OUVERTURE
               OR ACD-HEURE >= WS-HEURE-FERMETURE
               MOVE 'O' TO WS-HORS-HORAIRES
           END-IF.

       ECRIRE-SYNTHESE.
           MOVE '================================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING ' CONSULTATIONS DE DONNEES SENSIBLES - PERIODE '
               WS-PERIODE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE '================================================'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-ACCES-MOIS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Consultations tracees : ' WS-AFF-NB
               '   (plage ouvree : lundi-vendredi 07:00-20:00)'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'A. PAR UTILISATEUR (salaires distincts vus, '
               & 'consultations, en clair, hors horaires)'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-UTIL FROM 1 BY 1
               UNTIL WS-IDX-UTIL > WS-NB-UTIL
               MOVE WS-UTIL-NB-SALARIES(WS-IDX-UTIL) TO WS-AFF-NB
               MOVE WS-UTIL-NB-ACCES(WS-IDX-UTIL) TO WS-AFF-NB2
               MOVE WS-UTIL-NB-CLAIR(WS-IDX-UTIL) TO WS-AFF-NB3
               MOVE WS-UTIL-NB-HORS(WS-IDX-UTIL) TO WS-AFF-NB4
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  ' WS-UTIL-NOM(WS-IDX-UTIL) ' '
                   WS-AFF-NB ' ' WS-AFF-NB2 ' ' WS-AFF-NB3 ' '
                   WS-AFF-NB4
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           IF WS-NB-UTIL = 0
               MOVE '  Aucune consultation sur la periode.'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       ECRIRE-DEPASSEMENTS.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-SEUIL-SALARIES TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'B. UTILISATEURS AYANT VU PLUS DE '
               FUNCTION TRIM(WS-AFF-NB) ' SALAIRES DISTINCTS'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING WS-IDX-UTIL FROM 1 BY 1
               UNTIL WS-IDX-UTIL > WS-NB-UTIL
               IF WS-UTIL-NB-SALARIES(WS-IDX-UTIL) > WS-SEUIL-SALARIES
                   ADD 1 TO WS-NB-DEPASSEMENTS
                   MOVE WS-UTIL-NB-SALARIES(WS-IDX-UTIL) TO WS-AFF-NB
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING '  *** ' WS-UTIL-NOM(WS-IDX-UTIL) ' : '
                       FUNCTION TRIM(WS-AFF-NB)
                       ' salaires distincts consultes'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM
           IF WS-NB-DEPASSEMENTS = 0
               MOVE '  Aucun.' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       ECRIRE-HORS-HORAIRES.
      * Seconde lecture du journal : detail de chaque consultation
      * de la periode faite hors de la plage ouvree.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'C. CONSULTATIONS HORS HORAIRES (date, heure, '
               & 'utilisateur, programme, EMP-ID, champs)'
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           OPEN INPUT FICHIER-ACCES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ACCES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF ACD-DATE(1:6) = WS-PERIODE
                           PERFORM EVALUER-HORAIRE
                           IF WS-HORS-HORAIRES = 'O'
                               PERFORM ECRIRE-LIGNE-ACCES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ACCES
           MOVE 'N' TO WS-FIN
           IF WS-NB-HORS-MOIS = 0
               MOVE '  Aucune.' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       ECRIRE-DETAIL-SALARIE.
      * Reponse a la question "qui a consulte les donnees de ce
      * salarie" : tout le journal, sans limite de periode.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'D. TOUTES LES CONSULTATIONS DE L''EMP-ID '
               WS-EMP-DETAIL
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO WS-NB-DETAIL
           OPEN INPUT FICHIER-ACCES
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ACCES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF ACD-EMP-ID = WS-EMP-DETAIL
                           ADD 1 TO WS-NB-DETAIL
                           PERFORM ECRIRE-LIGNE-ACCES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ACCES
           MOVE 'N' TO WS-FIN
           IF WS-NB-DETAIL = 0
               MOVE '  Aucune.' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       ECRIRE-LIGNE-ACCES.
           MOVE SPACES TO WS-AFF-DATE WS-AFF-HEURE
           STRING ACD-DATE(7:2) '/' ACD-DATE(5:2) '/' ACD-DATE(1:4)
               DELIMITED SIZE INTO WS-AFF-DATE
           STRING ACD-HEURE(1:2) ':' ACD-HEURE(3:2) ':'
               ACD-HEURE(5:2)
               DELIMITED SIZE INTO WS-AFF-HEURE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING '  ' WS-AFF-DATE ' ' WS-AFF-HEURE ' '
               ACD-UTILISATEUR ' ' ACD-PROGRAMME ' ' ACD-EMP-ID ' '
               FUNCTION TRIM(ACD-CHAMPS) ' (' ACD-AFFICHAGE ')'
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
