       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-109-PROJECTION-SOLDES.
      * US-109 : Projection imprimable des soldes CP/RTT par employe,
      *          mois par mois jusqu'a une date future
      * Feature : Gestion des conges
      * PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-PROJECTION
               ASSIGN TO WS-CHEMIN-PROJECTION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-PROJECTION.
        01 LIGNE-PROJECTION   PIC X(100).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.

      * Parametres (SYSIN) : date cible AAAA-MM-JJ, vide = prochain
      * 31 mai (fin de la periode d'acquisition) ; EMP-ID, vide =
      * tous les employes presents.
        01 WS-SAISIE-DATE      PIC X(10) VALUE SPACES.
        01 WS-SAISIE-EMP-ID    PIC X(5)  VALUE SPACES.
        01 WS-EMP-FILTRE       PIC 9(5)  VALUE 0.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-DATE-CIBLE       PIC 9(8)  VALUE 0.
        01 WS-DATE-CIBLE-R REDEFINES WS-DATE-CIBLE.
            05 WS-CIB-AAAA      PIC 9(4).
            05 WS-CIB-MMJJ      PIC 9(4).
        01 WS-CODE-DATE        PIC 9(2)  VALUE 0.

      * Etapes de la projection : le 1er de chaque mois a venir (le
      * mois precedent y est acquis) jusqu'a la date cible, puis la
      * date cible elle-meme ; 24 etapes au plus.
        01 WS-DATE-ETAPE       PIC 9(8)  VALUE 0.
        01 WS-DATE-ETAPE-R REDEFINES WS-DATE-ETAPE.
            05 WS-ETP-AAAA      PIC 9(4).
            05 WS-ETP-MM        PIC 9(2).
            05 WS-ETP-JJ        PIC 9(2).
        01 WS-NB-ETAPES        PIC 9(2)  VALUE 0.
        01 WS-MAX-ETAPES       PIC 9(2)  VALUE 24.

           COPY '../../../copybooks/solde-projete.cpy'.

        01 WS-NB-EMPLOYES      PIC 9(5)  VALUE 0.
        01 WS-NB-NEGATIFS      PIC 9(5)  VALUE 0.
        01 WS-NB-N1-PERDUS     PIC 9(5)  VALUE 0.
        01 WS-ID-AFF           PIC 9(5).
        01 WS-AFF-NB           PIC ZZZZ9.
        01 WS-AFF-CP           PIC -ZZ9.99.
        01 WS-AFF-N1           PIC -ZZ9.99.
        01 WS-AFF-RTT          PIC -ZZ9.99.
        01 WS-AFF-ACQ          PIC ZZ9.99.
        01 WS-AFF-PERDU        PIC ZZ9.99.
        01 WS-AFF-POSE         PIC ZZ9.9.
        01 WS-AFF-POSE2        PIC ZZ9.9.
        01 WS-DATE-ISO         PIC X(10) VALUE SPACES.
        01 WS-ORIGINE-LIB      PIC X(30) VALUE SPACES.
        01 WS-MARQUE           PIC X(3)  VALUE SPACES.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PROJECTION PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM SAISIR-PARAMETRES
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-PROJECTION
           PERFORM ECRIRE-ENTETE
           MOVE 'N' TO WS-FIN
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF (WS-EMP-FILTRE = 0 OR EMP-ID = WS-EMP-FILTRE)
                           AND (EMP-DATE-SORTIE = 0
                               OR EMP-DATE-SORTIE >= WS-DATE-SYS)
                           PERFORM PROJETER-EMPLOYE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-FIN
           CLOSE FICHIER-EMPLOYES
           PERFORM ECRIRE-SYNTHESE
           CLOSE FICHIER-PROJECTION
           MOVE WS-NB-EMPLOYES TO WS-AFF-NB
           DISPLAY 'Projection generee : projection-soldes.txt ('
               WS-AFF-NB ' employes)'
           IF WS-NB-NEGATIFS > 0
               MOVE WS-NB-NEGATIFS TO WS-AFF-NB
               DISPLAY 'Solde projete negatif a la date cible : '
                   WS-AFF-NB ' employe(s)'
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
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../projection-soldes.txt' TO
                   WS-CHEMIN-PROJECTION
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/projection-soldes.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PROJECTION
           END-IF.

       SAISIR-PARAMETRES.
      * Date cible invalide ou deja passee : retour au prochain
      * 31 mai, comme une saisie vide.
           DISPLAY 'Date cible (AAAA-MM-JJ, vide = prochain 31 mai) : '
           ACCEPT WS-SAISIE-DATE
           DISPLAY 'EMP-ID (vide = tous les employes) : '
           ACCEPT WS-SAISIE-EMP-ID
           MOVE 99 TO WS-CODE-DATE
           IF WS-SAISIE-DATE NOT = SPACES
               MOVE WS-SAISIE-DATE(1:4) TO WS-DATE-CIBLE(1:4)
               MOVE WS-SAISIE-DATE(6:2) TO WS-DATE-CIBLE(5:2)
               MOVE WS-SAISIE-DATE(9:2) TO WS-DATE-CIBLE(7:2)
               IF WS-DATE-CIBLE NUMERIC
                   CALL 'VALIDER-DATE' USING WS-DATE-CIBLE
                       WS-CODE-DATE
               END-IF
               IF WS-CODE-DATE NOT = 0
                   OR WS-DATE-CIBLE < WS-DATE-SYS
                   DISPLAY 'Date cible ignoree : ' WS-SAISIE-DATE
                   MOVE 99 TO WS-CODE-DATE
               END-IF
           END-IF
           IF WS-CODE-DATE NOT = 0
               MOVE WS-DATE-SYS(1:4) TO WS-CIB-AAAA
               MOVE 0531 TO WS-CIB-MMJJ
               IF WS-DATE-CIBLE < WS-DATE-SYS
                   ADD 1 TO WS-CIB-AAAA
               END-IF
           END-IF
           IF WS-SAISIE-EMP-ID NUMERIC
               MOVE WS-SAISIE-EMP-ID TO WS-EMP-FILTRE
           ELSE
               MOVE 0 TO WS-EMP-FILTRE
           END-IF.

       ECRIRE-ENTETE.
           MOVE '======================================'
               TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE WS-DATE-CIBLE TO WS-DATE-ETAPE
           PERFORM FORMATER-DATE-ETAPE
           MOVE SPACES TO LIGNE-PROJECTION
           STRING 'PROJECTION DES SOLDES CP/RTT AU ' WS-DATE-ISO
               ' (calcul du ' WS-DATE-SYS ')'
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE '======================================'
               TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE 'Acquisitions mensuelles a venir, report N-1 perdu a '
             & 'sa date limite,' TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE 'conges CP/RTT approuves et en attente deduits a leur '
             & 'date de debut.' TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION.

       PROJETER-EMPLOYE.
           ADD 1 TO WS-NB-EMPLOYES
           MOVE EMP-ID TO PRJ-EMP-ID
           MOVE WS-DATE-CIBLE TO PRJ-DATE-CIBLE
           CALL 'SOLDE-PROJETE' USING SOLDE-PROJETE-ZONE
           IF PRJ-ORIGINE-DROITS = 'D'
               MOVE 'droit standard 25 CP / 10 RTT' TO WS-ORIGINE-LIB
           ELSE
               MOVE 'droits-conges.txt' TO WS-ORIGINE-LIB
           END-IF
           MOVE EMP-ID TO WS-ID-AFF
           MOVE SPACES TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           STRING WS-ID-AFF ' ' EMP-NOM ' ' EMP-PRENOM
               ' (' FUNCTION TRIM(WS-ORIGINE-LIB) ')'
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE PRJ-CP-DROITS TO WS-AFF-ACQ
           MOVE PRJ-CP-N1 TO WS-AFF-PERDU
           MOVE PRJ-RTT-DROITS TO WS-AFF-RTT
           MOVE SPACES TO LIGNE-PROJECTION
           STRING '  Droits a ce jour : CP ' WS-AFF-ACQ
               '  N-1 ' WS-AFF-PERDU ' (limite '
               PRJ-CP-N1-EXPIRE ')  RTT ' WS-AFF-RTT
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE '  Date         Solde CP  dont N-1  Solde RTT  '
             & 'Acquis CP  N-1 perdu' TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
      * Premier jour du mois suivant, puis mois par mois.
           MOVE WS-DATE-SYS TO WS-DATE-ETAPE
           MOVE 1 TO WS-ETP-JJ
           PERFORM AVANCER-MOIS
           MOVE 0 TO WS-NB-ETAPES
           PERFORM UNTIL WS-DATE-ETAPE >= WS-DATE-CIBLE
               OR WS-NB-ETAPES >= WS-MAX-ETAPES
               PERFORM ECRIRE-ETAPE
               PERFORM AVANCER-MOIS
           END-PERFORM
           MOVE WS-DATE-CIBLE TO WS-DATE-ETAPE
           PERFORM ECRIRE-ETAPE
      * La derniere etape est la date cible : bilan de l'employe.
           IF PRJ-SOLDE-CP < 0 OR PRJ-SOLDE-RTT < 0
               ADD 1 TO WS-NB-NEGATIFS
           END-IF
           IF PRJ-CP-N1-PERDU > 0
               ADD 1 TO WS-NB-N1-PERDUS
           END-IF
           MOVE PRJ-CP-PRIS TO WS-AFF-POSE
           MOVE PRJ-CP-ATTENTE TO WS-AFF-POSE2
           MOVE SPACES TO LIGNE-PROJECTION
           STRING '  Poses jusqu''a la date cible : CP approuves '
               WS-AFF-POSE ', en attente ' WS-AFF-POSE2
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE PRJ-RTT-PRIS TO WS-AFF-POSE
           MOVE PRJ-RTT-ATTENTE TO WS-AFF-POSE2
           MOVE SPACES TO LIGNE-PROJECTION
           STRING '                                RTT approuves '
               WS-AFF-POSE ', en attente ' WS-AFF-POSE2
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION.

       ECRIRE-ETAPE.
           ADD 1 TO WS-NB-ETAPES
           MOVE WS-DATE-ETAPE TO PRJ-DATE-CIBLE
           MOVE EMP-ID TO PRJ-EMP-ID
           CALL 'SOLDE-PROJETE' USING SOLDE-PROJETE-ZONE
           PERFORM FORMATER-DATE-ETAPE
           MOVE PRJ-SOLDE-CP TO WS-AFF-CP
           MOVE PRJ-SOLDE-CP-N1 TO WS-AFF-N1
           MOVE PRJ-SOLDE-RTT TO WS-AFF-RTT
           MOVE PRJ-CP-A-VENIR TO WS-AFF-ACQ
           MOVE PRJ-CP-N1-PERDU TO WS-AFF-PERDU
           IF PRJ-SOLDE-CP < 0 OR PRJ-SOLDE-RTT < 0
               MOVE ' **' TO WS-MARQUE
           ELSE
               MOVE SPACES TO WS-MARQUE
           END-IF
           MOVE SPACES TO LIGNE-PROJECTION
           STRING '  ' WS-DATE-ISO '  ' WS-AFF-CP '   ' WS-AFF-N1
               '    ' WS-AFF-RTT '     ' WS-AFF-ACQ '     '
               WS-AFF-PERDU WS-MARQUE
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION.

       AVANCER-MOIS.
           IF WS-ETP-MM = 12
               ADD 1 TO WS-ETP-AAAA
               MOVE 1 TO WS-ETP-MM
           ELSE
               ADD 1 TO WS-ETP-MM
           END-IF.

       FORMATER-DATE-ETAPE.
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-ETAPE(1:4) '-' WS-DATE-ETAPE(5:2) '-'
               WS-DATE-ETAPE(7:2)
               DELIMITED SIZE INTO WS-DATE-ISO.

       ECRIRE-SYNTHESE.
           MOVE SPACES TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE '======================================'
               TO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE WS-NB-EMPLOYES TO WS-AFF-NB
           MOVE SPACES TO LIGNE-PROJECTION
           STRING 'Employes projetes              : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE WS-NB-NEGATIFS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-PROJECTION
           STRING 'Solde negatif a la date cible  : ' WS-AFF-NB
               ' (** dans le detail)'
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION
           MOVE WS-NB-N1-PERDUS TO WS-AFF-NB
           MOVE SPACES TO LIGNE-PROJECTION
           STRING 'CP N-1 perdus avant la date    : ' WS-AFF-NB
               DELIMITED SIZE INTO LIGNE-PROJECTION
           WRITE LIGNE-PROJECTION.
