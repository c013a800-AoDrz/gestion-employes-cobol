               ASSIGN TO WS-CHEMIN-CATALOGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CATALOGUE.
           SELECT FICHIER-ATTESTATIONS
               ASSIGN TO WS-CHEMIN-ATTESTATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTESTATIONS.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-CATALOGUE.
           COPY '../../../copybooks/catalogue.cpy'.

        FD FICHIER-ATTESTATIONS.
        01 LIGNE-ATTESTATION  PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.

        01 WS-COURANT-ANNEE    PIC 9(4)  VALUE 0.
        01 WS-CORRESPOND       PIC X     VALUE 'N'.

      * Totaux de l'employe en cours, regroupes pour etre echanges
      * d'un bloc avec la table du traitement de tous les employes.
        01 WS-TOTAUX.
           05 WS-TOTAL-BRUT       PIC 9(7)V9(2) VALUE 0.
           05 WS-TOTAL-COTIS      PIC 9(7)V9(2) VALUE 0.
           05 WS-TOTAL-IMPOT      PIC 9(7)V9(2) VALUE 0.
           05 WS-TOTAL-NET        PIC 9(7)V9(2) VALUE 0.
      * Net imposable et net social lus tels qu'imprimes par US-03 ;
      * un bulletin archive avant ces mentions n'en porte pas et
      * est compte a part.
           05 WS-TOTAL-NET-IMPOS  PIC 9(7)V9(2) VALUE 0.
           05 WS-TOTAL-NET-SOCIAL PIC 9(7)V9(2) VALUE 0.
           05 WS-NB-NET-IMPOS     PIC 9(3)      VALUE 0.
      * Remuneration des heures supplementaires exoneree d'impot,
      * deja sortie du net imposable, declaree a part.
           05 WS-TOTAL-HS-EXO     PIC 9(7)V9(2) VALUE 0.
           05 WS-NB-BULLETINS     PIC 9(3)      VALUE 0.
        01 WS-AFF-TOTAL        PIC ZZZZZZ9.99.
        01 WS-AFF-NB           PIC ZZ9.

        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.

      * EMP-ID 00000 : attestations de tous les employes de l'annee,
      * ecrites dans attestations-fiscales-AAAA.txt (chaine de
      * cloture annuelle) ; l'annee vide vaut annee precedente.
        01 WS-MODE-LOT          PIC X     VALUE 'N'.
        01 WS-DATE-SYS          PIC X(8)  VALUE SPACES.
        01 WS-STATUT-ATTESTATIONS PIC XX.
        01 WS-CHEMIN-ATTESTATIONS PIC X(100) VALUE SPACES.
        01 WS-NB-ATT            PIC 9(4)  VALUE 0.
        01 WS-IDX-ATT           PIC 9(4)  VALUE 0.
        01 WS-IDX-COURANT       PIC 9(4)  VALUE 0.
        01 WS-TAB-ATTESTATIONS.
           05 WS-ATT OCCURS 999 TIMES.
               10 WS-ATT-EMP        PIC 9(5).
               10 WS-ATT-NOM        PIC X(60).
               10 WS-ATT-TOTAUX     PIC X(69).

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           DISPLAY '================================'
           DISPLAY ' ATTESTATION FISCALE ANNUELLE   '
           DISPLAY '================================'
           DISPLAY 'EMP-ID (5 chiffres, 00000 = tous) : '
           ACCEPT WS-FILTRE-EMP
           DISPLAY 'Annee (AAAA)         : '
           ACCEPT WS-FILTRE-ANNEE
           IF WS-FILTRE-EMP = 0
               MOVE 'O' TO WS-MODE-LOT
               IF WS-FILTRE-ANNEE = 0
                   ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
                   COMPUTE WS-FILTRE-ANNEE =
                       FUNCTION NUMVAL(WS-DATE-SYS(1:4)) - 1
               END-IF
           END-IF

           MOVE WS-FILTRE-ANNEE TO WS-ANNEE-SEGMENT
           PERFORM CHOISIR-SEGMENT-ANNEE
           END-PERFORM
           CLOSE FICHIER-HISTORIQUE

           IF WS-MODE-LOT = 'O'
               PERFORM ECRIRE-ATTESTATIONS
           ELSE
               PERFORM AFFICHER-ATTESTATION
           END-IF
           STOP RUN.

       DEFINIR-CHEMINS.
               MOVE LIGNE-HISTORIQUE(10:5) TO WS-COURANT-EMP
               MOVE LIGNE-HISTORIQUE(25:10) TO WS-COURANT-DATE
               MOVE WS-COURANT-DATE(1:4) TO WS-COURANT-ANNEE
               IF WS-MODE-LOT = 'O'
                   PERFORM CHANGER-EMPLOYE-LOT
               ELSE
                   PERFORM RETENIR-BULLETIN
               END-IF
           ELSE
               PERFORM CUMULER-LIGNE
           END-IF.

       RETENIR-BULLETIN.
           IF WS-COURANT-EMP = WS-FILTRE-EMP
               AND WS-COURANT-ANNEE = WS-FILTRE-ANNEE
               MOVE 'O' TO WS-CORRESPOND
               ADD 1 TO WS-NB-BULLETINS
           ELSE
               MOVE 'N' TO WS-CORRESPOND
           END-IF.

       CHANGER-EMPLOYE-LOT.
      * Les totaux en cours retournent dans la table de l'employe
      * precedent ; ceux de l'employe du bulletin lu en sont tires.
           IF WS-IDX-COURANT > 0
               MOVE WS-TOTAUX TO WS-ATT-TOTAUX(WS-IDX-COURANT)
               MOVE 0 TO WS-IDX-COURANT
           END-IF
           MOVE 'N' TO WS-CORRESPOND
           IF WS-COURANT-ANNEE = WS-FILTRE-ANNEE
               MOVE 0 TO WS-IDX-COURANT
               PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
                   UNTIL WS-IDX-ATT > WS-NB-ATT
                   IF WS-ATT-EMP(WS-IDX-ATT) = WS-COURANT-EMP
                       MOVE WS-IDX-ATT TO WS-IDX-COURANT
                   END-IF
               END-PERFORM
               IF WS-IDX-COURANT = 0 AND WS-NB-ATT < 999
                   ADD 1 TO WS-NB-ATT
                   MOVE WS-NB-ATT TO WS-IDX-COURANT
                   MOVE WS-COURANT-EMP TO WS-ATT-EMP(WS-IDX-COURANT)
                   MOVE WS-COURANT-NOM(20:60) TO
                       WS-ATT-NOM(WS-IDX-COURANT)
                   INITIALIZE WS-TOTAUX
                   MOVE WS-TOTAUX TO WS-ATT-TOTAUX(WS-IDX-COURANT)
               END-IF
               IF WS-IDX-COURANT > 0
                   MOVE WS-ATT-TOTAUX(WS-IDX-COURANT) TO WS-TOTAUX
                   MOVE 'O' TO WS-CORRESPOND
                   ADD 1 TO WS-NB-BULLETINS
               END-IF
           END-IF.

       CUMULER-LIGNE.
           IF WS-CORRESPOND = 'O'
               IF LIGNE-HISTORIQUE(1:24) =
                       'Salaire Brut (EUR)    : '
                   COMPUTE WS-TOTAL-BRUT = WS-TOTAL-BRUT +
                       FUNCTION NUMVAL(LIGNE-HISTORIQUE(25:8))
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'Cotisations   : '
                   COMPUTE WS-TOTAL-COTIS = WS-TOTAL-COTIS +
                       FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'Impot         : '
                   COMPUTE WS-TOTAL-IMPOT = WS-TOTAL-IMPOT +
                       FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'Salaire Net   : '
                   COMPUTE WS-TOTAL-NET = WS-TOTAL-NET +
                       FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'Net imposable : '
                   COMPUTE WS-TOTAL-NET-IMPOS = WS-TOTAL-NET-IMPOS
                       + FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
                   ADD 1 TO WS-NB-NET-IMPOS
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'Net social    : '
                   COMPUTE WS-TOTAL-NET-SOCIAL =
                       WS-TOTAL-NET-SOCIAL +
                       FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
               END-IF
               IF LIGNE-HISTORIQUE(1:16) = 'HS exonerees  : '
                   COMPUTE WS-TOTAL-HS-EXO = WS-TOTAL-HS-EXO
                       + FUNCTION NUMVAL(LIGNE-HISTORIQUE(17:8))
               END-IF
           END-IF.

               DISPLAY 'Total Impot      : ' WS-AFF-TOTAL
               MOVE WS-TOTAL-NET TO WS-AFF-TOTAL
               DISPLAY 'Total Net        : ' WS-AFF-TOTAL
               MOVE WS-TOTAL-NET-IMPOS TO WS-AFF-TOTAL
               DISPLAY 'Net imposable    : ' WS-AFF-TOTAL
               MOVE WS-TOTAL-NET-SOCIAL TO WS-AFF-TOTAL
               DISPLAY 'Net social       : ' WS-AFF-TOTAL
               MOVE WS-TOTAL-HS-EXO TO WS-AFF-TOTAL
               DISPLAY 'HS exonerees     : ' WS-AFF-TOTAL
                   ' (hors net imposable)'
               IF WS-NB-NET-IMPOS < WS-NB-BULLETINS
                   COMPUTE WS-AFF-NB =
                       WS-NB-BULLETINS - WS-NB-NET-IMPOS
                   DISPLAY 'ATTENTION : ' WS-AFF-NB
                       ' bulletin(s) sans mention du net imposable'
               END-IF
           END-IF
           DISPLAY '================================'.

       ECRIRE-ATTESTATIONS.
      * Une attestation par employe ayant au moins un bulletin archive
      * sur l'annee, dans l'ordre de premiere apparition dans
      * l'historique, remise en un seul fichier aux salaries.
           IF WS-IDX-COURANT > 0
               MOVE WS-TOTAUX TO WS-ATT-TOTAUX(WS-IDX-COURANT)
           END-IF
           MOVE SPACES TO WS-CHEMIN-ATTESTATIONS
           STRING FUNCTION TRIM(WS-DIR-HISTO) 'attestations-fiscales-'
               WS-FILTRE-ANNEE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-ATTESTATIONS
           OPEN OUTPUT FICHIER-ATTESTATIONS
           IF WS-STATUT-ATTESTATIONS NOT = '00'
               DISPLAY 'ERREUR : ouverture attestations impossible '
                   '(statut ' WS-STATUT-ATTESTATIONS ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-ATT FROM 1 BY 1
               UNTIL WS-IDX-ATT > WS-NB-ATT
               MOVE WS-ATT-TOTAUX(WS-IDX-ATT) TO WS-TOTAUX
               PERFORM ECRIRE-ATTESTATION-EMPLOYE
           END-PERFORM
           IF WS-NB-ATT > 0
               MOVE '================================' TO
                   LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION
           END-IF
           CLOSE FICHIER-ATTESTATIONS
           DISPLAY 'Annee            : ' WS-FILTRE-ANNEE
           DISPLAY 'Attestations     : ' WS-NB-ATT
           DISPLAY 'Fichier          : '
               FUNCTION TRIM(WS-CHEMIN-ATTESTATIONS)
           IF WS-NB-ATT = 0
               DISPLAY 'ATTENTION : aucun bulletin archive pour '
                   'cette annee'
               MOVE 4 TO RETURN-CODE
           END-IF.

       ECRIRE-ATTESTATION-EMPLOYE.
           MOVE '================================' TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING ' ATTESTATION FISCALE ' WS-FILTRE-ANNEE
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'EMP-ID           : ' WS-ATT-EMP(WS-IDX-ATT)
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Nom              : ' WS-ATT-NOM(WS-IDX-ATT)
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-NB-BULLETINS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Bulletins trouves: ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE '--------------------------------' TO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-BRUT TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Total Brut       : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-COTIS TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Total Cotisations: ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-IMPOT TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Total Impot      : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-NET TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Total Net        : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-NET-IMPOS TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Net imposable    : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-NET-SOCIAL TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'Net social       : ' WS-AFF-TOTAL
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           MOVE WS-TOTAL-HS-EXO TO WS-AFF-TOTAL
           MOVE SPACES TO LIGNE-ATTESTATION
           STRING 'HS exonerees     : ' WS-AFF-TOTAL
               ' (hors net imposable)'
               DELIMITED SIZE INTO LIGNE-ATTESTATION
           WRITE LIGNE-ATTESTATION
           IF WS-NB-NET-IMPOS < WS-NB-BULLETINS
               COMPUTE WS-AFF-NB = WS-NB-BULLETINS - WS-NB-NET-IMPOS
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING 'ATTENTION : ' WS-AFF-NB
                   ' bulletin(s) sans mention du net imposable'
                   DELIMITED SIZE INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION
           END-IF.
