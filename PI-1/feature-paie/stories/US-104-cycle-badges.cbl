       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-104-CYCLE-BADGES.
      * US-104 : Cycle de vie des badges : desactivation datee des
      *          badges des employes sortis et rapport d'anomalies
      *          (pointages apres desactivation, badges sans
      *          employe, employes actifs sans badge)
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
           SELECT FICHIER-BADGES
               ASSIGN TO WS-CHEMIN-BADGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BADGES.
           SELECT FICHIER-POINTAGES
               ASSIGN TO WS-CHEMIN-POINTAGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-POINTAGES.
           SELECT FICHIER-RAPPORT
               ASSIGN TO WS-CHEMIN-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-BADGES.
           COPY '../../../copybooks/badge.cpy'.

        FD FICHIER-POINTAGES.
           COPY '../../../copybooks/pointage.cpy'.

        FD FICHIER-RAPPORT.
        01 LIGNE-RAPPORT      PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-BADGES    PIC XX.
        01 WS-STATUT-POINTAGES PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * badges.txt complet en memoire ; WS-BDG-CONNU passe a 'O'
      * quand la fiche de l'employe est trouvee dans employes.dat.
        01 WS-TAB-BADGES.
            05 WS-BDG OCCURS 999 TIMES.
                10 WS-BDG-NUMERO    PIC X(8).
                10 WS-BDG-EMP-ID    PIC 9(5).
                10 WS-BDG-STATUT    PIC X(8).
                10 WS-BDG-EMISSION  PIC 9(8).
                10 WS-BDG-DESACTIVATION PIC 9(8).
                10 WS-BDG-CONNU     PIC X.
        01 WS-NB-BADGES        PIC 9(3)  VALUE 0.
        01 WS-IDX-BDG          PIC 9(3)  VALUE 0.
        01 WS-BADGES-MODIFIES  PIC X     VALUE 'N'.
        01 WS-BADGE-ACTIF      PIC X     VALUE 'N'.

        01 WS-NB-DESACTIVES    PIC 9(4)  VALUE 0.
        01 WS-NB-SANS-BADGE    PIC 9(4)  VALUE 0.
        01 WS-NB-ORPHELINS     PIC 9(4)  VALUE 0.
        01 WS-NB-POINTAGES-HS  PIC 9(5)  VALUE 0.
        01 WS-NB-ANOMALIES     PIC 9(5)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-BADGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-POINTAGES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RAPPORT   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM CHARGER-BADGES
           OPEN OUTPUT FICHIER-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'CYCLE DE VIE DES BADGES - ' WS-DATE-SYS
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE ALL '-' TO LIGNE-RAPPORT(1:60)
           WRITE LIGNE-RAPPORT
           PERFORM PARCOURIR-EMPLOYES
           IF WS-BADGES-MODIFIES = 'O'
               PERFORM ECRIRE-BADGES
           END-IF
           PERFORM LISTER-ORPHELINS
           PERFORM CONTROLER-POINTAGES
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-RAPPORT
           MOVE WS-NB-DESACTIVES TO WS-AFF-NB
           DISPLAY 'Badges desactives : ' WS-AFF-NB
           MOVE WS-NB-ANOMALIES TO WS-AFF-NB
           DISPLAY 'Anomalies         : ' WS-AFF-NB
               ' (voir rapport-badges.txt)'
           IF WS-NB-ANOMALIES > 0
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
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../badges.txt' TO WS-CHEMIN-BADGES
               MOVE '../pointages.txt' TO WS-CHEMIN-POINTAGES
               MOVE '../rapport-badges.txt' TO WS-CHEMIN-RAPPORT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/badges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BADGES
               STRING FUNCTION TRIM(WS-RACINE) '/pointages.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-POINTAGES
               STRING FUNCTION TRIM(WS-RACINE) '/rapport-badges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RAPPORT
           END-IF.

       CHARGER-BADGES.
      * Lignes anterieures au cycle de vie (numero + EMP-ID seuls) :
      * statut a espaces lu comme ACTIF, dates a zero.
           MOVE 0 TO WS-NB-BADGES
           OPEN INPUT FICHIER-BADGES
           IF WS-STATUT-BADGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-BADGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-BADGES < 999
                               ADD 1 TO WS-NB-BADGES
                               PERFORM RETENIR-BADGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BADGES
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-BADGE.
           MOVE BADGE-NUMERO TO WS-BDG-NUMERO(WS-NB-BADGES)
           MOVE BADGE-EMP-ID TO WS-BDG-EMP-ID(WS-NB-BADGES)
           IF BADGE-STATUT = 'INACTIF'
               MOVE 'INACTIF' TO WS-BDG-STATUT(WS-NB-BADGES)
           ELSE
               MOVE 'ACTIF' TO WS-BDG-STATUT(WS-NB-BADGES)
           END-IF
           IF BADGE-DATE-EMISSION IS NUMERIC
               MOVE BADGE-DATE-EMISSION TO
                   WS-BDG-EMISSION(WS-NB-BADGES)
           ELSE
               MOVE 0 TO WS-BDG-EMISSION(WS-NB-BADGES)
           END-IF
           IF BADGE-DATE-DESACTIVATION IS NUMERIC
               MOVE BADGE-DATE-DESACTIVATION TO
                   WS-BDG-DESACTIVATION(WS-NB-BADGES)
           ELSE
               MOVE 0 TO WS-BDG-DESACTIVATION(WS-NB-BADGES)
           END-IF
           MOVE 'N' TO WS-BDG-CONNU(WS-NB-BADGES).

       PARCOURIR-EMPLOYES.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               CLOSE FICHIER-RAPPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       PERFORM TRAITER-EMPLOYE
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       TRAITER-EMPLOYE.
      * Sortie passee : chaque badge encore actif de l'employe est
      * desactive a la date de sortie, jamais supprime. Employe
      * ACTIF toujours present : il doit avoir un badge actif.
           MOVE 'N' TO WS-BADGE-ACTIF
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               IF WS-BDG-EMP-ID(WS-IDX-BDG) = EMP-ID
                   MOVE 'O' TO WS-BDG-CONNU(WS-IDX-BDG)
                   IF WS-BDG-STATUT(WS-IDX-BDG) = 'ACTIF'
                       IF EMP-DATE-SORTIE NOT = 0
                           AND EMP-DATE-SORTIE <= WS-DATE-SYS
                           PERFORM DESACTIVER-BADGE
                       ELSE
                           MOVE 'O' TO WS-BADGE-ACTIF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF EMP-STATUT = 'ACTIF' AND WS-BADGE-ACTIF = 'N'
               AND (EMP-DATE-SORTIE = 0
                    OR EMP-DATE-SORTIE > WS-DATE-SYS)
               ADD 1 TO WS-NB-SANS-BADGE
               ADD 1 TO WS-NB-ANOMALIES
               MOVE EMP-ID TO WS-ID-AFF
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'EMPLOYE ACTIF SANS BADGE : EMP-ID ' WS-ID-AFF
                   ' ' EMP-NOM
                   DELIMITED SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       DESACTIVER-BADGE.
           MOVE 'INACTIF' TO WS-BDG-STATUT(WS-IDX-BDG)
           MOVE EMP-DATE-SORTIE TO WS-BDG-DESACTIVATION(WS-IDX-BDG)
           MOVE 'O' TO WS-BADGES-MODIFIES
           ADD 1 TO WS-NB-DESACTIVES
           MOVE EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'BADGE DESACTIVE : ' WS-BDG-NUMERO(WS-IDX-BDG)
               ' EMP-ID ' WS-ID-AFF ' sorti le ' EMP-DATE-SORTIE
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       ECRIRE-BADGES.
           OPEN OUTPUT FICHIER-BADGES
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               MOVE WS-BDG-NUMERO(WS-IDX-BDG) TO BADGE-NUMERO
               MOVE WS-BDG-EMP-ID(WS-IDX-BDG) TO BADGE-EMP-ID
               MOVE WS-BDG-STATUT(WS-IDX-BDG) TO BADGE-STATUT
               MOVE WS-BDG-EMISSION(WS-IDX-BDG) TO
                   BADGE-DATE-EMISSION
               MOVE WS-BDG-DESACTIVATION(WS-IDX-BDG) TO
                   BADGE-DATE-DESACTIVATION
               WRITE BADGE-RECORD
           END-PERFORM
           CLOSE FICHIER-BADGES.

       LISTER-ORPHELINS.
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               IF WS-BDG-CONNU(WS-IDX-BDG) = 'N'
                   ADD 1 TO WS-NB-ORPHELINS
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE WS-BDG-EMP-ID(WS-IDX-BDG) TO WS-ID-AFF
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'BADGE SANS EMPLOYE : '
                       WS-BDG-NUMERO(WS-IDX-BDG) ' EMP-ID '
                       WS-ID-AFF ' (' WS-BDG-STATUT(WS-IDX-BDG) ')'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       CONTROLER-POINTAGES.
      * pointages.txt optionnel : passages posterieurs a la date de
      * desactivation d'un badge.
           OPEN INPUT FICHIER-POINTAGES
           IF WS-STATUT-POINTAGES = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-POINTAGES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM CONTROLER-UN-POINTAGE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-POINTAGES
               MOVE 'N' TO WS-FIN
           END-IF.

       CONTROLER-UN-POINTAGE.
           PERFORM VARYING WS-IDX-BDG FROM 1 BY 1
               UNTIL WS-IDX-BDG > WS-NB-BADGES
               IF WS-BDG-NUMERO(WS-IDX-BDG) = PTG-BADGE
                   AND WS-BDG-STATUT(WS-IDX-BDG) = 'INACTIF'
                   AND WS-BDG-DESACTIVATION(WS-IDX-BDG) NOT = 0
                   AND PTG-DATE > WS-BDG-DESACTIVATION(WS-IDX-BDG)
                   ADD 1 TO WS-NB-POINTAGES-HS
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'POINTAGE APRES DESACTIVATION : badge '
                       PTG-BADGE ' le ' PTG-DATE ' (desactive le '
                       WS-BDG-DESACTIVATION(WS-IDX-BDG) ')'
                       DELIMITED SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM.

       ECRIRE-SYNTHESE.
           MOVE ALL '-' TO LIGNE-RAPPORT(1:60)
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-DESACTIVES TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Badges desactives ce jour         : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-POINTAGES-HS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Pointages apres desactivation     : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-ORPHELINS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Badges sans employe               : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE WS-NB-SANS-BADGE TO WS-AFF-NB
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Employes actifs sans badge        : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
