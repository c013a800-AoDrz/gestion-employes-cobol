       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDE-PROJETE.
      * Sous-programme commun : solde CP/RTT projete d'un employe a
      * une date future. Appele par l'enregistrement des conges
      * (US-06, controle du solde au premier jour de la demande), la
      * borne libre-service (US-91) et la projection imprimable des
      * soldes (US-109), pour qu'une demande de juillet soit jugee
      * sur les droits qui seront acquis d'ici la et non sur le solde
      * du jour.
      *
      * Solde CP projete = droits acquis (droits-conges.txt)
      *                  + acquisitions mensuelles a venir
      *                  + report N-1 - N-1 perdu a l'expiration
      *                  - CP approuves et en attente debutant au
      *                    plus tard a la date cible
      * Solde RTT projete sur le meme principe, sans report.
      *
      * Acquisitions a venir : chaque mois echu avant le mois de la
      * date cible et pas encore servi au journal des acquisitions,
      * avec la regle du moteur US-38 (taux de la convention,
      * douzieme des jours d'anciennete, prorata EMP-TAUX-TEMPS,
      * presence dans le mois). Report N-1 : consomme en premier par
      * les CP debutant au plus tard a sa date limite, le reliquat
      * tombe si cette date precede la date cible.
      * Zone d'appel : copybook solde-projete.cpy.
      * PI-1/PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CONGES
               ASSIGN TO WS-CHEMIN-CONGES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONGE-CLE
               FILE STATUS IS WS-STATUT-CONGES.
           SELECT FICHIER-DROITS
               ASSIGN TO WS-CHEMIN-DROITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DROITS.
           SELECT FICHIER-JOURNAL-ACQ
               ASSIGN TO WS-CHEMIN-JOURNAL-ACQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL-ACQ.
           SELECT FICHIER-TAUX-ACQ
               ASSIGN TO WS-CHEMIN-TAUX-ACQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-TAUX-ACQ.
           SELECT FICHIER-ANCIENNETE
               ASSIGN TO WS-CHEMIN-ANCIENNETE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ANCIENNETE.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-EMPLOYES.
           COPY '../copybooks/employe.cpy'.

        FD FICHIER-CONGES.
           COPY '../copybooks/conge-idx.cpy'.

        FD FICHIER-DROITS.
           COPY '../copybooks/droits.cpy'.

        FD FICHIER-JOURNAL-ACQ.
        01 LIGNE-JOURNAL-ACQ  PIC X(60).

        FD FICHIER-TAUX-ACQ.
           COPY '../copybooks/taux-acquisition.cpy'.

        FD FICHIER-ANCIENNETE.
           COPY '../copybooks/anciennete-conges.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-CHARGE           PIC X     VALUE 'N'.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CONGES    PIC XX.
        01 WS-STATUT-DROITS    PIC XX.
        01 WS-STATUT-JOURNAL-ACQ PIC XX.
        01 WS-STATUT-TAUX-ACQ  PIC XX.
        01 WS-STATUT-ANCIENNETE PIC XX.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CONGES    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-DROITS    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL-ACQ PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-TAUX-ACQ  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ANCIENNETE PIC X(100) VALUE SPACES.

        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.

      * Droit standard temps plein d'un employe absent de
      * droits-conges.txt (meme valeur que US-07).
        01 WS-CP-DEFAUT        PIC 9(3)  VALUE 25.
        01 WS-RTT-DEFAUT       PIC 9(3)  VALUE 10.

      * Taux mensuels par defaut et par convention (US-38).
        01 WS-ACQ-CP-MOIS      PIC 9V9(2) VALUE 2.08.
        01 WS-ACQ-RTT-MOIS     PIC 9V9(2) VALUE 0.83.
        01 WS-TAB-TAUX-ACQ.
            05 WS-TACQ OCCURS 10 TIMES.
                10 WS-TACQ-CONVENTION PIC X(6).
                10 WS-TACQ-CP        PIC 9V9(2).
                10 WS-TACQ-RTT       PIC 9V9(2).
        01 WS-NB-TAUX-ACQ      PIC 9(2)  VALUE 0.
        01 WS-IDX-TACQ         PIC 9(2)  VALUE 0.
        01 WS-ACQ-CP-EMPLOYE   PIC 9V9(2) VALUE 0.
        01 WS-ACQ-RTT-EMPLOYE  PIC 9V9(2) VALUE 0.
        01 WS-ACQ-CP           PIC 9V9(2) VALUE 0.
        01 WS-ACQ-RTT          PIC 9V9(2) VALUE 0.

        01 WS-TAB-ANCIENNETE.
            05 WS-ANC OCCURS 10 TIMES.
                10 WS-ANC-ANNEES   PIC 9(2).
                10 WS-ANC-JOURS    PIC 9(2).
                10 WS-ANC-CONVENTION PIC X(6).
        01 WS-NB-ANCIENNETE    PIC 9(2)  VALUE 0.
        01 WS-IDX-ANC          PIC 9(2)  VALUE 0.
        01 WS-ANCIENNETE-ANS   PIC S9(3) VALUE 0.
        01 WS-JOURS-ANC-AN     PIC 9(2)  VALUE 0.
        01 WS-ACQ-ANC          PIC 9V9(2) VALUE 0.

      * Droits lus une fois pour toutes au premier appel.
        01 WS-TAB-DROITS.
            05 WS-DRT OCCURS 5000 TIMES.
                10 WS-DRT-EMP-ID   PIC 9(5).
                10 WS-DRT-CP       PIC 9(3)V9(2).
                10 WS-DRT-RTT      PIC 9(3)V9(2).
                10 WS-DRT-CP-N1    PIC 9(3)V9(2).
                10 WS-DRT-N1-EXP   PIC 9(8).
        01 WS-NB-DROITS        PIC 9(5)  VALUE 0.
        01 WS-IDX-DRT          PIC 9(5)  VALUE 0.

      * Dernier mois servi par employe au journal des acquisitions :
      * la projection reprend au mois suivant.
        01 WS-TAB-SERVIS.
            05 WS-SRV OCCURS 5000 TIMES.
                10 WS-SRV-EMP-ID   PIC 9(5).
                10 WS-SRV-PERIODE  PIC 9(6).
        01 WS-NB-SERVIS        PIC 9(5)  VALUE 0.
        01 WS-IDX-SRV          PIC 9(5)  VALUE 0.
        01 WS-JOURNAL-EMP      PIC X(5)  VALUE SPACES.
        01 WS-JOURNAL-PERIODE  PIC X(6)  VALUE SPACES.
        01 WS-CHAMP-RESTE      PIC X(40) VALUE SPACES.

      * Employe du dernier appel : la projection imprimable appelle
      * plusieurs dates de suite pour le meme employe.
        01 WS-EMP-CACHE        PIC 9(5)  VALUE 0.
        01 WS-CACHE-VALIDE     PIC X     VALUE 'N'.
        01 WS-EMP-TROUVE       PIC X     VALUE 'N'.
        01 WS-EMB-CACHE        PIC 9(8)  VALUE 0.
        01 WS-SORTIE-CACHE     PIC 9(8)  VALUE 0.
        01 WS-TAUX-TEMPS-CACHE PIC 9(3)V9(2) VALUE 0.
        01 WS-CONVENTION-CACHE PIC X(6)  VALUE SPACES.

        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PERIODE-R REDEFINES WS-PERIODE.
            05 WS-PER-AAAA      PIC 9(4).
            05 WS-PER-MM        PIC 9(2).
        01 WS-PERIODE-FIN-PROJ PIC 9(6)  VALUE 0.
        01 WS-PERIODE-FIN-R REDEFINES WS-PERIODE-FIN-PROJ.
            05 WS-PFP-AAAA      PIC 9(4).
            05 WS-PFP-MM        PIC 9(2).
        01 WS-PERIODE-DEBUT    PIC 9(8)  VALUE 0.
        01 WS-PERIODE-FIN      PIC 9(8)  VALUE 0.
        01 WS-DATE-EMBAUCHE    PIC 9(8).
        01 WS-EMB-DATE-R REDEFINES WS-DATE-EMBAUCHE.
            05 WS-EMB-AAAA      PIC 9(4).
            05 WS-EMB-MMJJ      PIC 9(4).
        01 WS-SYS-R.
            05 WS-SYS-AAAA      PIC 9(4).
            05 WS-SYS-MMJJ      PIC 9(4).

        01 WS-CONGE-DEBUT-NUM  PIC 9(8)  VALUE 0.
        01 WS-N1-RESTANT       PIC 9(3)V9(2) VALUE 0.

       LINKAGE SECTION.
           COPY '../copybooks/solde-projete.cpy'.

       PROCEDURE DIVISION USING SOLDE-PROJETE-ZONE.

           IF WS-CHARGE = 'N'
               PERFORM DEFINIR-CHEMINS
               PERFORM CHARGER-TAUX-ACQUISITION
               PERFORM CHARGER-ANCIENNETE
               PERFORM CHARGER-DROITS
               PERFORM CHARGER-JOURNAL-ACQ
               MOVE 'O' TO WS-CHARGE
           END-IF
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           PERFORM INITIALISER-RESULTAT
           IF WS-CACHE-VALIDE = 'N'
               OR WS-EMP-CACHE NOT = PRJ-EMP-ID
               PERFORM LIRE-EMPLOYE
           END-IF
           IF PRJ-CODE-RETOUR = 0 AND WS-EMP-TROUVE = 'N'
               MOVE 8 TO PRJ-CODE-RETOUR
           END-IF
           IF PRJ-CODE-RETOUR = 0
               PERFORM POSER-DROITS-ACTUELS
               IF PRJ-ORIGINE-DROITS = 'F'
                   PERFORM PROJETER-ACQUISITIONS
               END-IF
               PERFORM IMPUTER-CONGES
               PERFORM CALCULER-SOLDES
           END-IF
           GOBACK.

       DEFINIR-CHEMINS.
      * Meme racine partagee optionnelle (GESTPAIE_RACINE) que les
      * programmes appelants ; sans elle, chemins relatifs valables
      * depuis tout repertoire stories de PI-2.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../../PI-1/feature-paie/employes.dat' TO
                   WS-CHEMIN-EMPLOYES
               MOVE '../../feature-conges/conges.dat' TO
                   WS-CHEMIN-CONGES
               MOVE '../../feature-conges/droits-conges.txt' TO
                   WS-CHEMIN-DROITS
               MOVE '../../feature-conges/journal-acquisitions.txt'
                   TO WS-CHEMIN-JOURNAL-ACQ
               MOVE '../../feature-conges/taux-acquisition.txt' TO
                   WS-CHEMIN-TAUX-ACQ
               MOVE '../../feature-conges/anciennete-conges.txt' TO
                   WS-CHEMIN-ANCIENNETE
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/conges.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-CONGES
               STRING FUNCTION TRIM(WS-RACINE) '/droits-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-DROITS
               STRING FUNCTION TRIM(WS-RACINE)
                   '/journal-acquisitions.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL-ACQ
               STRING FUNCTION TRIM(WS-RACINE)
                   '/taux-acquisition.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TAUX-ACQ
               STRING FUNCTION TRIM(WS-RACINE)
                   '/anciennete-conges.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ANCIENNETE
           END-IF.

       CHARGER-TAUX-ACQUISITION.
      * Fichier optionnel : une convention absente garde les taux
      * historiques 2.08 / 0.83.
           MOVE 0 TO WS-NB-TAUX-ACQ
           OPEN INPUT FICHIER-TAUX-ACQ
           IF WS-STATUT-TAUX-ACQ = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-TAUX-ACQ
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-TAUX-ACQ < 10
                               ADD 1 TO WS-NB-TAUX-ACQ
                               MOVE TACQ-CONVENTION TO
                                 WS-TACQ-CONVENTION(WS-NB-TAUX-ACQ)
                               MOVE TACQ-CP TO
                                   WS-TACQ-CP(WS-NB-TAUX-ACQ)
                               MOVE TACQ-RTT TO
                                   WS-TACQ-RTT(WS-NB-TAUX-ACQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX-ACQ
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-ANCIENNETE.
      * Bareme optionnel : sans lui, pas de jours d'anciennete.
           MOVE 0 TO WS-NB-ANCIENNETE
           OPEN INPUT FICHIER-ANCIENNETE
           IF WS-STATUT-ANCIENNETE = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ANCIENNETE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ANCIENNETE < 10
                               ADD 1 TO WS-NB-ANCIENNETE
                               MOVE ANC-ANNEES TO
                                   WS-ANC-ANNEES(WS-NB-ANCIENNETE)
                               MOVE ANC-JOURS TO
                                   WS-ANC-JOURS(WS-NB-ANCIENNETE)
                               MOVE ANC-CONVENTION TO
                                 WS-ANC-CONVENTION(WS-NB-ANCIENNETE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ANCIENNETE
               MOVE 'N' TO WS-FIN
           END-IF.

       CHARGER-DROITS.
           MOVE 0 TO WS-NB-DROITS
           OPEN INPUT FICHIER-DROITS
           IF WS-STATUT-DROITS = '00'
               MOVE 'N' TO WS-FIN
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

       CHARGER-JOURNAL-ACQ.
      * Lignes "AAAAMM,EMPID,CP+..,RTT+.." : seul le mois servi le
      * plus recent de chaque employe est retenu.
           MOVE 0 TO WS-NB-SERVIS
           OPEN INPUT FICHIER-JOURNAL-ACQ
           IF WS-STATUT-JOURNAL-ACQ = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-JOURNAL-ACQ
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           UNSTRING LIGNE-JOURNAL-ACQ
                               DELIMITED BY ','
                               INTO WS-JOURNAL-PERIODE
                                    WS-JOURNAL-EMP
                                    WS-CHAMP-RESTE
                           END-UNSTRING
                           IF WS-JOURNAL-PERIODE NUMERIC
                               AND WS-JOURNAL-EMP NUMERIC
                               PERFORM RETENIR-MOIS-SERVI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL-ACQ
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-MOIS-SERVI.
           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
               UNTIL WS-IDX-SRV > WS-NB-SERVIS
               OR WS-SRV-EMP-ID(WS-IDX-SRV) = WS-JOURNAL-EMP
               CONTINUE
           END-PERFORM
           IF WS-IDX-SRV > WS-NB-SERVIS
               IF WS-NB-SERVIS < 5000
                   ADD 1 TO WS-NB-SERVIS
                   MOVE WS-JOURNAL-EMP TO
                       WS-SRV-EMP-ID(WS-NB-SERVIS)
                   MOVE WS-JOURNAL-PERIODE TO
                       WS-SRV-PERIODE(WS-NB-SERVIS)
               END-IF
           ELSE
               IF WS-JOURNAL-PERIODE > WS-SRV-PERIODE(WS-IDX-SRV)
                   MOVE WS-JOURNAL-PERIODE TO
                       WS-SRV-PERIODE(WS-IDX-SRV)
               END-IF
           END-IF.

       INITIALISER-RESULTAT.
           MOVE 0 TO PRJ-CODE-RETOUR
           MOVE 'F' TO PRJ-ORIGINE-DROITS
           MOVE 0 TO PRJ-NB-MOIS
           MOVE 0 TO PRJ-CP-DROITS
           MOVE 0 TO PRJ-CP-A-VENIR
           MOVE 0 TO PRJ-CP-N1
           MOVE 0 TO PRJ-CP-N1-EXPIRE
           MOVE 0 TO PRJ-CP-N1-PERDU
           MOVE 0 TO PRJ-CP-PRIS
           MOVE 0 TO PRJ-CP-ATTENTE
           MOVE 0 TO PRJ-RTT-DROITS
           MOVE 0 TO PRJ-RTT-A-VENIR
           MOVE 0 TO PRJ-RTT-PRIS
           MOVE 0 TO PRJ-RTT-ATTENTE
           MOVE 0 TO PRJ-SOLDE-CP
           MOVE 0 TO PRJ-SOLDE-CP-N1
           MOVE 0 TO PRJ-SOLDE-RTT.

       LIRE-EMPLOYE.
      * Lecture directe sur cle ; le fichier n'est ouvert que le temps
      * de la lecture, l'appelant pouvant l'avoir lui-meme ouvert.
           MOVE 'N' TO WS-CACHE-VALIDE
           MOVE 'N' TO WS-EMP-TROUVE
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               MOVE 12 TO PRJ-CODE-RETOUR
           ELSE
               MOVE PRJ-EMP-ID TO EMP-ID
               READ FICHIER-EMPLOYES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-EMP-TROUVE
                       MOVE EMP-DATE-EMBAUCHE TO WS-EMB-CACHE
                       MOVE EMP-DATE-SORTIE TO WS-SORTIE-CACHE
                       MOVE EMP-TAUX-TEMPS TO WS-TAUX-TEMPS-CACHE
                       MOVE EMP-CONVENTION TO WS-CONVENTION-CACHE
               END-READ
               CLOSE FICHIER-EMPLOYES
               MOVE PRJ-EMP-ID TO WS-EMP-CACHE
               MOVE 'O' TO WS-CACHE-VALIDE
           END-IF.

       POSER-DROITS-ACTUELS.
      * Report N-1 deja expire a ce jour : ignore, comme dans US-07.
           PERFORM VARYING WS-IDX-DRT FROM 1 BY 1
               UNTIL WS-IDX-DRT > WS-NB-DROITS
               OR WS-DRT-EMP-ID(WS-IDX-DRT) = PRJ-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-IDX-DRT > WS-NB-DROITS
               MOVE 'D' TO PRJ-ORIGINE-DROITS
               MOVE WS-CP-DEFAUT TO PRJ-CP-DROITS
               MOVE WS-RTT-DEFAUT TO PRJ-RTT-DROITS
           ELSE
               MOVE WS-DRT-CP(WS-IDX-DRT) TO PRJ-CP-DROITS
               MOVE WS-DRT-RTT(WS-IDX-DRT) TO PRJ-RTT-DROITS
               MOVE WS-DRT-N1-EXP(WS-IDX-DRT) TO PRJ-CP-N1-EXPIRE
               IF WS-DRT-N1-EXP(WS-IDX-DRT) = 0
                   OR WS-DRT-N1-EXP(WS-IDX-DRT) >= WS-DATE-SYS
                   MOVE WS-DRT-CP-N1(WS-IDX-DRT) TO PRJ-CP-N1
               END-IF
           END-IF.

       PROJETER-ACQUISITIONS.
      * Premier mois a projeter : celui qui suit le dernier mois servi
      * au journal, a defaut le mois courant. Dernier mois : celui qui
      * precede le mois de la date cible (un mois n'est acquis qu'une
      * fois echu).
           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
               UNTIL WS-IDX-SRV > WS-NB-SERVIS
               OR WS-SRV-EMP-ID(WS-IDX-SRV) = PRJ-EMP-ID
               CONTINUE
           END-PERFORM
           IF WS-IDX-SRV > WS-NB-SERVIS
               MOVE WS-DATE-SYS(1:6) TO WS-PERIODE
           ELSE
               MOVE WS-SRV-PERIODE(WS-IDX-SRV) TO WS-PERIODE
               PERFORM MOIS-SUIVANT
           END-IF
           MOVE PRJ-DATE-CIBLE(1:6) TO WS-PERIODE-FIN-PROJ
           IF WS-PFP-MM = 1
               SUBTRACT 1 FROM WS-PFP-AAAA
               MOVE 12 TO WS-PFP-MM
           ELSE
               SUBTRACT 1 FROM WS-PFP-MM
           END-IF
           PERFORM UNTIL WS-PERIODE > WS-PERIODE-FIN-PROJ
               OR PRJ-NB-MOIS >= 120
               PERFORM PROJETER-UN-MOIS
               PERFORM MOIS-SUIVANT
           END-PERFORM.

       MOIS-SUIVANT.
           IF WS-PER-MM = 12
               ADD 1 TO WS-PER-AAAA
               MOVE 1 TO WS-PER-MM
           ELSE
               ADD 1 TO WS-PER-MM
           END-IF.

       PROJETER-UN-MOIS.
      * Meme condition de presence et meme calcul que
      * ACCORDER-UN-EMPLOYE dans US-38.
           COMPUTE WS-PERIODE-DEBUT = WS-PERIODE * 100 + 1
           COMPUTE WS-PERIODE-FIN = WS-PERIODE * 100 + 31
           IF WS-EMB-CACHE > WS-PERIODE-FIN
               CONTINUE
           ELSE
           IF WS-SORTIE-CACHE NOT = 0
               AND WS-SORTIE-CACHE < WS-PERIODE-DEBUT
               CONTINUE
           ELSE
               PERFORM CALCULER-JOURS-ANCIENNETE
               PERFORM TROUVER-TAUX-ACQUISITION
               COMPUTE WS-ACQ-CP ROUNDED =
                   (WS-ACQ-CP-EMPLOYE + WS-ACQ-ANC)
                   * WS-TAUX-TEMPS-CACHE / 100
               COMPUTE WS-ACQ-RTT ROUNDED =
                   WS-ACQ-RTT-EMPLOYE * WS-TAUX-TEMPS-CACHE / 100
               ADD WS-ACQ-CP TO PRJ-CP-A-VENIR
               ADD WS-ACQ-RTT TO PRJ-RTT-A-VENIR
               ADD 1 TO PRJ-NB-MOIS
           END-IF
           END-IF.

       CALCULER-JOURS-ANCIENNETE.
      * Annees pleines au premier jour du mois projete, palier le
      * plus eleve de la convention de l'employe.
           MOVE WS-PERIODE-DEBUT TO WS-SYS-R
           MOVE WS-EMB-CACHE TO WS-DATE-EMBAUCHE
           COMPUTE WS-ANCIENNETE-ANS = WS-SYS-AAAA - WS-EMB-AAAA
           IF WS-SYS-MMJJ < WS-EMB-MMJJ
               SUBTRACT 1 FROM WS-ANCIENNETE-ANS
           END-IF
           IF WS-ANCIENNETE-ANS < 0
               MOVE 0 TO WS-ANCIENNETE-ANS
           END-IF
           MOVE 0 TO WS-JOURS-ANC-AN
           PERFORM VARYING WS-IDX-ANC FROM 1 BY 1
               UNTIL WS-IDX-ANC > WS-NB-ANCIENNETE
               IF WS-ANCIENNETE-ANS >= WS-ANC-ANNEES(WS-IDX-ANC)
                   AND (WS-ANC-CONVENTION(WS-IDX-ANC) = SPACES
                       OR WS-ANC-CONVENTION(WS-IDX-ANC) =
                           WS-CONVENTION-CACHE)
                   MOVE WS-ANC-JOURS(WS-IDX-ANC) TO WS-JOURS-ANC-AN
               END-IF
           END-PERFORM
           COMPUTE WS-ACQ-ANC ROUNDED = WS-JOURS-ANC-AN / 12.

       TROUVER-TAUX-ACQUISITION.
           MOVE WS-ACQ-CP-MOIS TO WS-ACQ-CP-EMPLOYE
           MOVE WS-ACQ-RTT-MOIS TO WS-ACQ-RTT-EMPLOYE
           PERFORM VARYING WS-IDX-TACQ FROM 1 BY 1
               UNTIL WS-IDX-TACQ > WS-NB-TAUX-ACQ
               IF WS-TACQ-CONVENTION(WS-IDX-TACQ) =
                   WS-CONVENTION-CACHE
                   MOVE WS-TACQ-CP(WS-IDX-TACQ) TO
                       WS-ACQ-CP-EMPLOYE
                   MOVE WS-TACQ-RTT(WS-IDX-TACQ) TO
                       WS-ACQ-RTT-EMPLOYE
               END-IF
           END-PERFORM.

       IMPUTER-CONGES.
      * conges.dat relu a chaque appel (une demande vient peut-etre
      * d'etre enregistree) ; positionnement direct sur l'employe,
      * les conges arrivent dans l'ordre des dates de debut.
           MOVE PRJ-CP-N1 TO WS-N1-RESTANT
           OPEN INPUT FICHIER-CONGES
           IF WS-STATUT-CONGES = '00'
               MOVE 'N' TO WS-FIN
               MOVE PRJ-EMP-ID TO CONGE-EMP-ID
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
                           IF CONGE-EMP-ID NOT = PRJ-EMP-ID
                               MOVE 'O' TO WS-FIN
                           ELSE
                               PERFORM IMPUTER-UN-CONGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CONGES
               MOVE 'N' TO WS-FIN
           END-IF
      * Reliquat N-1 non consomme a sa date limite : perdu si elle
      * tombe avant la date cible.
           IF PRJ-CP-N1-EXPIRE NOT = 0
               AND PRJ-CP-N1-EXPIRE < PRJ-DATE-CIBLE
               MOVE WS-N1-RESTANT TO PRJ-CP-N1-PERDU
               MOVE 0 TO WS-N1-RESTANT
           END-IF.

       IMPUTER-UN-CONGE.
           MOVE CONGE-DEBUT(1:4) TO WS-CONGE-DEBUT-NUM(1:4)
           MOVE CONGE-DEBUT(6:2) TO WS-CONGE-DEBUT-NUM(5:2)
           MOVE CONGE-DEBUT(9:2) TO WS-CONGE-DEBUT-NUM(7:2)
           IF WS-CONGE-DEBUT-NUM NOT NUMERIC
               OR WS-CONGE-DEBUT-NUM > PRJ-DATE-CIBLE
               CONTINUE
           ELSE
           IF CONGE-STATUT = 'APPROUVE  '
               OR CONGE-STATUT = 'EN_ATTENTE'
               EVALUATE CONGE-TYPE
                   WHEN 'CP        '
                       IF CONGE-STATUT = 'APPROUVE  '
                           ADD CONGE-NB-JOURS TO PRJ-CP-PRIS
                       ELSE
                           ADD CONGE-NB-JOURS TO PRJ-CP-ATTENTE
                       END-IF
      * Le plus ancien d'abord : le report N-1 encore valide au debut
      * du conge est consomme avant les droits de l'exercice.
                       IF WS-N1-RESTANT > 0
                           AND (PRJ-CP-N1-EXPIRE = 0
                               OR WS-CONGE-DEBUT-NUM
                                   <= PRJ-CP-N1-EXPIRE)
                           IF CONGE-NB-JOURS > WS-N1-RESTANT
                               MOVE 0 TO WS-N1-RESTANT
                           ELSE
                               SUBTRACT CONGE-NB-JOURS
                                   FROM WS-N1-RESTANT
                           END-IF
                       END-IF
                   WHEN 'RTT       '
                       IF CONGE-STATUT = 'APPROUVE  '
                           ADD CONGE-NB-JOURS TO PRJ-RTT-PRIS
                       ELSE
                           ADD CONGE-NB-JOURS TO PRJ-RTT-ATTENTE
                       END-IF
               END-EVALUATE
           END-IF
           END-IF.

       CALCULER-SOLDES.
           MOVE WS-N1-RESTANT TO PRJ-SOLDE-CP-N1
           COMPUTE PRJ-SOLDE-CP = PRJ-CP-DROITS + PRJ-CP-A-VENIR
               + PRJ-CP-N1 - PRJ-CP-N1-PERDU
               - PRJ-CP-PRIS - PRJ-CP-ATTENTE
           COMPUTE PRJ-SOLDE-RTT = PRJ-RTT-DROITS + PRJ-RTT-A-VENIR
               - PRJ-RTT-PRIS - PRJ-RTT-ATTENTE.
