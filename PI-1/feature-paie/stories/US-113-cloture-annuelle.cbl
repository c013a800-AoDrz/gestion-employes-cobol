       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-113-CLOTURE-ANNUELLE.
      * US-113 : Cloture annuelle de la paie (chaine CLOTURE-ANNUELLE)
      *          C = controle prealable : decembre de l'annee close
      *              doit etre CLOTUREE dans periodes-statut.txt,
      *              smic.txt et plafond.txt lisibles ;
      *          R = ouverture des cumuls de l'annee suivante dans
      *              cumuls-annuels.txt, copie figee de l'annee close
      *              dans cumuls-annuels-AAAA.txt ;
      *          P = chargement des nouveaux SMIC et plafond mensuels,
      *              valeurs de l'annee close conservees dans
      *              smic-AAAA.txt et plafond-AAAA.txt.
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PERIODES
               ASSIGN TO WS-CHEMIN-PERIODES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PERIODES.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.
           SELECT FICHIER-COPIE-CUMULS
               ASSIGN TO WS-CHEMIN-COPIE-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-COPIE.
           SELECT FICHIER-SMIC
               ASSIGN TO WS-CHEMIN-SMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SMIC.
           SELECT FICHIER-PLAFOND
               ASSIGN TO WS-CHEMIN-PLAFOND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-PLAFOND.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-PERIODES.
           COPY '../../../copybooks/periode-statut.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-CUMULS.
           COPY '../../../copybooks/cumul.cpy'.

        FD FICHIER-COPIE-CUMULS.
        01 LIGNE-COPIE-CUMULS  PIC X(91).

        FD FICHIER-SMIC.
           COPY '../../../copybooks/smic.cpy'.

        FD FICHIER-PLAFOND.
           COPY '../../../copybooks/plafond.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-PERIODES  PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-CUMULS    PIC XX.
        01 WS-STATUT-COPIE     PIC XX.
        01 WS-STATUT-SMIC      PIC XX.
        01 WS-STATUT-PLAFOND   PIC XX.

        01 WS-DATE-SYS         PIC X(8)  VALUE SPACES.
        01 WS-SAISIE-MODE      PIC X     VALUE SPACE.
        01 WS-SAISIE-ANNEE     PIC X(4)  VALUE SPACES.
        01 WS-ANNEE-CLOSE      PIC 9(4)  VALUE 0.
        01 WS-ANNEE-NOUVELLE   PIC 9(4)  VALUE 0.
        01 WS-PERIODE-DECEMBRE PIC 9(6)  VALUE 0.
        01 WS-DEBUT-NOUVELLE   PIC 9(8)  VALUE 0.

      * Statut de decembre (dernier enregistrement de la periode) et
      * periodes de l'annee nouvelle deja cloturees : la chaine passe
      * avant la premiere paie de janvier, pas apres.
        01 WS-STATUT-DECEMBRE  PIC X(10) VALUE SPACES.
        01 WS-NB-CLOTUREES-NOUV PIC 9(3) VALUE 0.

      * Cumuls annuels charges en entier puis reecrits ; les lignes
      * de l'annee close restent en place (la chaine des sceaux de
      * l'historique en garde l'empreinte, US-111) et les lignes de
      * l'annee nouvelle sont ajoutees a la fin.
        01 WS-TAB-CUMULS.
            05 WS-CUM OCCURS 5000 TIMES.
                10 WS-CUM-LIGNE     PIC X(91).
                10 WS-CUM-CLE REDEFINES WS-CUM-LIGNE.
                    15 WS-CUM-EMP-ID    PIC 9(5).
                    15 WS-CUM-ANNEE     PIC 9(4).
                    15 WS-CUM-MONTANTS  PIC X(82).
                10 WS-CUM-NOUVEAU   PIC X.
        01 WS-NB-CUMULS        PIC 9(5)  VALUE 0.
        01 WS-IDX-CUM          PIC 9(5)  VALUE 0.
        01 WS-CUM-TROUVE       PIC X     VALUE 'N'.
        01 WS-NB-CUMULS-CLOS   PIC 9(5)  VALUE 0.
        01 WS-NB-OUVERTS       PIC 9(5)  VALUE 0.
        01 WS-NB-DEJA-OUVERTS  PIC 9(5)  VALUE 0.
        01 WS-NB-DEJA-ALIMENTES PIC 9(5) VALUE 0.

      * Nouveaux montants saisis en centimes sur 7 chiffres (ex :
      * 0182300 = 1823.00), vide = valeur inchangee. Une baisse, ou
      * une hausse de plus de 10 %, trahit une erreur de saisie.
        01 WS-SAISIE-SMIC      PIC X(7)  VALUE SPACES.
        01 WS-SAISIE-PLAFOND   PIC X(7)  VALUE SPACES.
        01 WS-SAISIE-MONTANT   PIC X(7)  VALUE SPACES.
        01 WS-SMIC-ACTUEL      PIC 9(5)V9(2) VALUE 0.
        01 WS-PLAFOND-ACTUEL   PIC 9(5)V9(2) VALUE 0.
        01 WS-NOUVEAU-MONTANT  PIC 9(5)V9(2) VALUE 0.
        01 WS-NOUVEAU-SMIC     PIC 9(5)V9(2) VALUE 0.
        01 WS-NOUVEAU-PLAFOND  PIC 9(5)V9(2) VALUE 0.
        01 WS-HAUSSE-MAXI      PIC 9V9(2)    VALUE 1.10.
        01 WS-NB-INCHANGES     PIC 9     VALUE 0.
        01 WS-AFF-MONTANT      PIC ZZZZ9.99.
        01 WS-AFF-MONTANT2     PIC ZZZZ9.99.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-DIR-PAIE         PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PERIODES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CUMULS    PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-COPIE-CUMULS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SMIC      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PLAFOND   PIC X(100) VALUE SPACES.
      * Chemins des fichiers en vigueur, WS-CHEMIN-SMIC et
      * WS-CHEMIN-PLAFOND pointant tour a tour sur l'archive de
      * l'annee close et sur le fichier en vigueur.
        01 WS-CHEMIN-SMIC-COURANT PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-PLAFOND-COURANT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           DISPLAY 'Mode (C = controle, R = cumuls, P = SMIC/plafond)'
               ' : '
           ACCEPT WS-SAISIE-MODE
           DISPLAY 'Annee close (AAAA, vide = annee precedente) : '
           ACCEPT WS-SAISIE-ANNEE
           IF WS-SAISIE-ANNEE = SPACES
               COMPUTE WS-ANNEE-CLOSE =
                   FUNCTION NUMVAL(WS-DATE-SYS(1:4)) - 1
           ELSE
               IF WS-SAISIE-ANNEE NOT NUMERIC
                   DISPLAY 'Annee invalide : cloture abandonnee.'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-ANNEE TO WS-ANNEE-CLOSE
           END-IF
           COMPUTE WS-ANNEE-NOUVELLE = WS-ANNEE-CLOSE + 1
           COMPUTE WS-PERIODE-DECEMBRE = WS-ANNEE-CLOSE * 100 + 12
           COMPUTE WS-DEBUT-NOUVELLE = WS-ANNEE-NOUVELLE * 10000 + 0101
           DISPLAY '================================'
           DISPLAY ' CLOTURE ANNUELLE ' WS-ANNEE-CLOSE
           DISPLAY '================================'

           EVALUATE WS-SAISIE-MODE
               WHEN 'C' WHEN 'c'
                   PERFORM CONTROLER-CLOTURE
               WHEN 'R' WHEN 'r'
                   PERFORM OUVRIR-CUMULS
               WHEN 'P' WHEN 'p'
                   PERFORM CHARGER-PARAMETRES
               WHEN OTHER
                   DISPLAY 'Mode invalide : saisir C, R ou P.'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
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
               MOVE '../' TO WS-DIR-PAIE
               MOVE '../periodes-statut.txt' TO WS-CHEMIN-PERIODES
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../cumuls-annuels.txt' TO WS-CHEMIN-CUMULS
               MOVE '../smic.txt' TO WS-CHEMIN-SMIC
               MOVE '../plafond.txt' TO WS-CHEMIN-PLAFOND
           ELSE
               MOVE SPACES TO WS-DIR-PAIE WS-CHEMIN-PERIODES
                   WS-CHEMIN-EMPLOYES WS-CHEMIN-CUMULS
                   WS-CHEMIN-SMIC WS-CHEMIN-PLAFOND
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-PAIE
               STRING FUNCTION TRIM(WS-RACINE) '/periodes-statut.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PERIODES
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
               STRING FUNCTION TRIM(WS-RACINE) '/smic.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SMIC
               STRING FUNCTION TRIM(WS-RACINE) '/plafond.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-PLAFOND
           END-IF
           MOVE WS-CHEMIN-SMIC TO WS-CHEMIN-SMIC-COURANT
           MOVE WS-CHEMIN-PLAFOND TO WS-CHEMIN-PLAFOND-COURANT.

       CONTROLER-CLOTURE.
      * La chaine ne part que sur une annee dont la paie de decembre
      * a ete archivee (US-11 cloture la periode a l'archivage) et
      * n'a pas ete rouverte depuis (US-29).
           PERFORM LIRE-PERIODES
           IF WS-STATUT-DECEMBRE NOT = 'CLOTUREE'
               DISPLAY 'ERREUR : periode ' WS-PERIODE-DECEMBRE
                   ' non cloturee (statut '
                   FUNCTION TRIM(WS-STATUT-DECEMBRE)
                   ') : passer la paie de decembre et son archivage '
                   'avant la cloture annuelle'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Periode ' WS-PERIODE-DECEMBRE ' cloturee'
           IF WS-NB-CLOTUREES-NOUV > 0
               DISPLAY 'ERREUR : ' WS-NB-CLOTUREES-NOUV
                   ' periode(s) de ' WS-ANNEE-NOUVELLE
                   ' deja cloturee(s) : la cloture annuelle '
                   'doit preceder la premiere paie de l''annee'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIRE-SMIC
           PERFORM LIRE-PLAFOND
           MOVE WS-SMIC-ACTUEL TO WS-AFF-MONTANT
           DISPLAY 'SMIC mensuel en vigueur    : ' WS-AFF-MONTANT
           MOVE WS-PLAFOND-ACTUEL TO WS-AFF-MONTANT
           DISPLAY 'Plafond mensuel en vigueur : ' WS-AFF-MONTANT
           DISPLAY 'Controle prealable satisfait : cloture possible'.

       LIRE-PERIODES.
           MOVE SPACES TO WS-STATUT-DECEMBRE
           MOVE 0 TO WS-NB-CLOTUREES-NOUV
           OPEN INPUT FICHIER-PERIODES
           IF WS-STATUT-PERIODES NOT = '00'
               DISPLAY 'ERREUR : ouverture periodes-statut.txt '
                   'impossible (statut ' WS-STATUT-PERIODES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-PERIODES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF PST-PERIODE = WS-PERIODE-DECEMBRE
                           MOVE PST-STATUT TO WS-STATUT-DECEMBRE
                       END-IF
                       IF PST-PERIODE(1:4) = WS-ANNEE-NOUVELLE
                           AND PST-STATUT = 'CLOTUREE'
                           ADD 1 TO WS-NB-CLOTUREES-NOUV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-PERIODES
           MOVE 'N' TO WS-FIN
           IF WS-STATUT-DECEMBRE = SPACES
               MOVE 'ABSENTE' TO WS-STATUT-DECEMBRE
           END-IF.

       LIRE-SMIC.
           OPEN INPUT FICHIER-SMIC
           IF WS-STATUT-SMIC NOT = '00'
               DISPLAY 'ERREUR : ouverture smic.txt impossible '
                   '(statut ' WS-STATUT-SMIC ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FICHIER-SMIC
               AT END MOVE 0 TO SMIC-MENSUEL
           END-READ
           MOVE SMIC-MENSUEL TO WS-SMIC-ACTUEL
           CLOSE FICHIER-SMIC
           IF WS-SMIC-ACTUEL = 0
               DISPLAY 'ERREUR : smic.txt vide ou invalide'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIRE-PLAFOND.
           OPEN INPUT FICHIER-PLAFOND
           IF WS-STATUT-PLAFOND NOT = '00'
               DISPLAY 'ERREUR : ouverture plafond.txt impossible '
                   '(statut ' WS-STATUT-PLAFOND ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FICHIER-PLAFOND
               AT END MOVE 0 TO PLAFOND-MENSUEL
           END-READ
           MOVE PLAFOND-MENSUEL TO WS-PLAFOND-ACTUEL
           CLOSE FICHIER-PLAFOND
           IF WS-PLAFOND-ACTUEL = 0
               DISPLAY 'ERREUR : plafond.txt vide ou invalide'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OUVRIR-CUMULS.
      * Relancable : une ligne deja ouverte pour l'annee nouvelle
      * n'est pas recreee et la copie figee est simplement refaite.
      * Une ligne de l'annee nouvelle qui porte deja des montants
      * signale une paie de janvier passee avant la cloture : elle
      * est conservee telle quelle et la chaine s'arrete.
           PERFORM LIRE-PERIODES
           IF WS-STATUT-DECEMBRE NOT = 'CLOTUREE'
               OR WS-NB-CLOTUREES-NOUV > 0
               DISPLAY 'ERREUR : controle prealable non satisfait '
                   '(decembre ' FUNCTION TRIM(WS-STATUT-DECEMBRE)
                   ', ' WS-NB-CLOTUREES-NOUV ' periode(s) de '
                   WS-ANNEE-NOUVELLE ' cloturee(s))'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-CUMULS
           PERFORM ECRIRE-COPIE-CUMULS
           PERFORM OUVRIR-CUMULS-EMPLOYES
           PERFORM ECRIRE-CUMULS
           DISPLAY 'Cumuls ' WS-ANNEE-CLOSE ' conserves      : '
               WS-NB-CUMULS-CLOS
           DISPLAY 'Copie figee : cumuls-annuels-' WS-ANNEE-CLOSE
               '.txt'
           DISPLAY 'Cumuls ' WS-ANNEE-NOUVELLE ' ouverts        : '
               WS-NB-OUVERTS
           IF WS-NB-DEJA-OUVERTS > 0
               DISPLAY 'Deja ouverts (ignores)    : '
                   WS-NB-DEJA-OUVERTS
           END-IF
           IF WS-NB-CUMULS-CLOS = 0
               DISPLAY 'ATTENTION : aucun cumul pour l''annee '
                   WS-ANNEE-CLOSE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NB-DEJA-ALIMENTES > 0
               DISPLAY 'ERREUR : ' WS-NB-DEJA-ALIMENTES
                   ' cumul(s) ' WS-ANNEE-NOUVELLE ' deja alimente(s) '
                   ': paie de janvier passee avant la cloture'
               MOVE 12 TO RETURN-CODE
           END-IF.

       CHARGER-CUMULS.
           MOVE 0 TO WS-NB-CUMULS
           OPEN INPUT FICHIER-CUMULS
           IF WS-STATUT-CUMULS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CUMULS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM RANGER-CUMUL
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CUMULS
               MOVE 'N' TO WS-FIN
           END-IF.

       RANGER-CUMUL.
           IF WS-NB-CUMULS < 5000
               ADD 1 TO WS-NB-CUMULS
               MOVE CUMUL-RECORD TO WS-CUM-LIGNE(WS-NB-CUMULS)
               MOVE 'N' TO WS-CUM-NOUVEAU(WS-NB-CUMULS)
           ELSE
               DISPLAY 'ERREUR : plus de 5000 lignes dans '
                   'cumuls-annuels.txt'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CUMUL-ANNEE = WS-ANNEE-CLOSE
               ADD 1 TO WS-NB-CUMULS-CLOS
           END-IF
           IF CUMUL-ANNEE = WS-ANNEE-NOUVELLE
               ADD 1 TO WS-NB-DEJA-OUVERTS
               IF CUMUL-BRUT NOT = 0 OR CUMUL-NET NOT = 0
                   ADD 1 TO WS-NB-DEJA-ALIMENTES
               END-IF
           END-IF.

       ECRIRE-COPIE-CUMULS.
           MOVE SPACES TO WS-CHEMIN-COPIE-CUMULS
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'cumuls-annuels-'
               WS-ANNEE-CLOSE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-COPIE-CUMULS
           OPEN OUTPUT FICHIER-COPIE-CUMULS
           IF WS-STATUT-COPIE NOT = '00'
               DISPLAY 'ERREUR : ouverture copie des cumuls '
                   'impossible (statut ' WS-STATUT-COPIE ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
               UNTIL WS-IDX-CUM > WS-NB-CUMULS
               IF WS-CUM-ANNEE(WS-IDX-CUM) = WS-ANNEE-CLOSE
                   MOVE WS-CUM-LIGNE(WS-IDX-CUM) TO LIGNE-COPIE-CUMULS
                   WRITE LIGNE-COPIE-CUMULS
               END-IF
           END-PERFORM
           CLOSE FICHIER-COPIE-CUMULS.

       OUVRIR-CUMULS-EMPLOYES.
      * Une ligne a zero pour chaque salarie present au 1er janvier :
      * les sortis en cours d'annee close n'ont plus de cumul ouvert.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-EMPLOYES
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       IF EMP-STATUT NOT = 'SORTI'
                           AND (EMP-DATE-SORTIE = 0
                               OR EMP-DATE-SORTIE >= WS-DEBUT-NOUVELLE)
                           PERFORM OUVRIR-UN-CUMUL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       OUVRIR-UN-CUMUL.
           MOVE 'N' TO WS-CUM-TROUVE
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
               UNTIL WS-IDX-CUM > WS-NB-CUMULS
               IF WS-CUM-EMP-ID(WS-IDX-CUM) = EMP-ID
                   AND WS-CUM-ANNEE(WS-IDX-CUM) = WS-ANNEE-NOUVELLE
                   MOVE 'O' TO WS-CUM-TROUVE
               END-IF
           END-PERFORM
           IF WS-CUM-TROUVE = 'N' AND WS-NB-CUMULS < 5000
               ADD 1 TO WS-NB-CUMULS
               MOVE SPACES TO WS-CUM-LIGNE(WS-NB-CUMULS)
               MOVE EMP-ID TO WS-CUM-EMP-ID(WS-NB-CUMULS)
               MOVE WS-ANNEE-NOUVELLE TO WS-CUM-ANNEE(WS-NB-CUMULS)
               MOVE 'O' TO WS-CUM-NOUVEAU(WS-NB-CUMULS)
               ADD 1 TO WS-NB-OUVERTS
           END-IF.

       ECRIRE-CUMULS.
           OPEN OUTPUT FICHIER-CUMULS
           IF WS-STATUT-CUMULS NOT = '00'
               DISPLAY 'ERREUR : ouverture cumuls-annuels.txt '
                   'impossible (statut ' WS-STATUT-CUMULS ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-IDX-CUM FROM 1 BY 1
               UNTIL WS-IDX-CUM > WS-NB-CUMULS
               IF WS-CUM-NOUVEAU(WS-IDX-CUM) = 'O'
                   INITIALIZE CUMUL-RECORD
                   MOVE WS-CUM-EMP-ID(WS-IDX-CUM) TO CUMUL-EMP-ID
                   MOVE WS-CUM-ANNEE(WS-IDX-CUM) TO CUMUL-ANNEE
               ELSE
                   MOVE WS-CUM-LIGNE(WS-IDX-CUM) TO CUMUL-RECORD
               END-IF
               WRITE CUMUL-RECORD
           END-PERFORM
           CLOSE FICHIER-CUMULS.

       CHARGER-PARAMETRES.
      * Les deux montants sont saisis et controles avant toute
      * ecriture : un refus laisse smic.txt et plafond.txt intacts.
      * Les valeurs en vigueur pendant l'annee close sont conservees
      * une seule fois (une relance ne les ecrase pas avec les
      * nouvelles), puis remplacees dans les fichiers lus par la paie.
           PERFORM LIRE-SMIC
           PERFORM LIRE-PLAFOND
           MOVE 0 TO WS-NB-INCHANGES

           DISPLAY 'Nouveau SMIC mensuel (7 chiffres, ex : 0182300 '
               '= 1823.00, vide = inchange) : '
           ACCEPT WS-SAISIE-SMIC
           MOVE WS-SMIC-ACTUEL TO WS-NOUVEAU-SMIC
           IF WS-SAISIE-SMIC NOT = SPACES
               MOVE WS-SAISIE-SMIC TO WS-SAISIE-MONTANT
               PERFORM VALIDER-MONTANT
               MOVE WS-NOUVEAU-MONTANT TO WS-NOUVEAU-SMIC
               IF WS-NOUVEAU-SMIC < WS-SMIC-ACTUEL
                   OR WS-NOUVEAU-SMIC > WS-SMIC-ACTUEL *
                       WS-HAUSSE-MAXI
                   MOVE WS-SMIC-ACTUEL TO WS-AFF-MONTANT
                   MOVE WS-NOUVEAU-SMIC TO WS-AFF-MONTANT2
                   DISPLAY 'ERREUR : SMIC ' WS-AFF-MONTANT2
                       ' refuse (en vigueur ' WS-AFF-MONTANT
                       ', baisse ou hausse > 10 %)'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'Nouveau plafond mensuel (7 chiffres, ex : 0400500 '
               '= 4005.00, vide = inchange) : '
           ACCEPT WS-SAISIE-PLAFOND
           MOVE WS-PLAFOND-ACTUEL TO WS-NOUVEAU-PLAFOND
           IF WS-SAISIE-PLAFOND NOT = SPACES
               MOVE WS-SAISIE-PLAFOND TO WS-SAISIE-MONTANT
               PERFORM VALIDER-MONTANT
               MOVE WS-NOUVEAU-MONTANT TO WS-NOUVEAU-PLAFOND
               IF WS-NOUVEAU-PLAFOND < WS-PLAFOND-ACTUEL
                   OR WS-NOUVEAU-PLAFOND > WS-PLAFOND-ACTUEL *
                       WS-HAUSSE-MAXI
                   MOVE WS-PLAFOND-ACTUEL TO WS-AFF-MONTANT
                   MOVE WS-NOUVEAU-PLAFOND TO WS-AFF-MONTANT2
                   DISPLAY 'ERREUR : plafond ' WS-AFF-MONTANT2
                       ' refuse (en vigueur ' WS-AFF-MONTANT
                       ', baisse ou hausse > 10 %)'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-SMIC-ACTUEL TO WS-AFF-MONTANT
           MOVE WS-NOUVEAU-SMIC TO WS-AFF-MONTANT2
           IF WS-SAISIE-SMIC = SPACES
               ADD 1 TO WS-NB-INCHANGES
               DISPLAY 'SMIC mensuel inchange    : ' WS-AFF-MONTANT
           ELSE
               PERFORM ECRIRE-SMIC
               DISPLAY 'SMIC mensuel             : ' WS-AFF-MONTANT
                   ' -> ' WS-AFF-MONTANT2
           END-IF
           MOVE WS-PLAFOND-ACTUEL TO WS-AFF-MONTANT
           MOVE WS-NOUVEAU-PLAFOND TO WS-AFF-MONTANT2
           IF WS-SAISIE-PLAFOND = SPACES
               ADD 1 TO WS-NB-INCHANGES
               DISPLAY 'Plafond mensuel inchange : ' WS-AFF-MONTANT
           ELSE
               PERFORM ECRIRE-PLAFOND
               DISPLAY 'Plafond mensuel          : ' WS-AFF-MONTANT
                   ' -> ' WS-AFF-MONTANT2
           END-IF
      * Un parametre non revalorise n'arrete pas la chaine mais
      * reste signale a l'exploitation.
           IF WS-NB-INCHANGES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       VALIDER-MONTANT.
           IF WS-SAISIE-MONTANT NOT NUMERIC
               OR WS-SAISIE-MONTANT = ZEROS
               DISPLAY 'ERREUR : montant invalide ' WS-SAISIE-MONTANT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NOUVEAU-MONTANT =
               FUNCTION NUMVAL(WS-SAISIE-MONTANT) / 100.

       ECRIRE-SMIC.
           MOVE SPACES TO WS-CHEMIN-SMIC
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'smic-'
               WS-ANNEE-CLOSE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SMIC
           OPEN INPUT FICHIER-SMIC
           IF WS-STATUT-SMIC = '00'
               CLOSE FICHIER-SMIC
           ELSE
               OPEN OUTPUT FICHIER-SMIC
               MOVE WS-SMIC-ACTUEL TO SMIC-MENSUEL
               WRITE SMIC-RECORD
               CLOSE FICHIER-SMIC
           END-IF
           MOVE WS-CHEMIN-SMIC-COURANT TO WS-CHEMIN-SMIC
           OPEN OUTPUT FICHIER-SMIC
           MOVE WS-NOUVEAU-SMIC TO SMIC-MENSUEL
           WRITE SMIC-RECORD
           CLOSE FICHIER-SMIC.

       ECRIRE-PLAFOND.
           MOVE SPACES TO WS-CHEMIN-PLAFOND
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'plafond-'
               WS-ANNEE-CLOSE '.txt'
               DELIMITED SIZE INTO WS-CHEMIN-PLAFOND
           OPEN INPUT FICHIER-PLAFOND
           IF WS-STATUT-PLAFOND = '00'
               CLOSE FICHIER-PLAFOND
           ELSE
               OPEN OUTPUT FICHIER-PLAFOND
               MOVE WS-PLAFOND-ACTUEL TO PLAFOND-MENSUEL
               WRITE PLAFOND-RECORD
               CLOSE FICHIER-PLAFOND
           END-IF
           MOVE WS-CHEMIN-PLAFOND-COURANT TO WS-CHEMIN-PLAFOND
           OPEN OUTPUT FICHIER-PLAFOND
           MOVE WS-NOUVEAU-PLAFOND TO PLAFOND-MENSUEL
           WRITE PLAFOND-RECORD
           CLOSE FICHIER-PLAFOND.
