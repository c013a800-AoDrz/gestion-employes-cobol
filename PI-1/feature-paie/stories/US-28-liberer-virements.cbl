               FILE STATUS IS WS-STATUT-ATTENTE.
           SELECT FICHIER-VIREMENTS
               ASSIGN TO WS-CHEMIN-VIREMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-VIREMENTS.
           SELECT FICHIER-ALERTES
               ASSIGN TO WS-CHEMIN-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-RETENUS
               ASSIGN TO WS-CHEMIN-RETENUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETENUS.
           SELECT FICHIER-JOURNAL
               ASSIGN TO WS-CHEMIN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-ALERTES-RETENUS
               ASSIGN TO WS-CHEMIN-ALERTES-RETENUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ALERTES-RETENUS.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-ETABLISSEMENTS
               ASSIGN TO WS-CHEMIN-ETABLISSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETABLISSEMENTS.
           SELECT FICHIER-SEPA
               ASSIGN TO WS-CHEMIN-SEPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SEPA.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

        FD FICHIER-RETENUS.
           COPY '../../../copybooks/virement-retenu.cpy'.

        FD FICHIER-JOURNAL.
        01 LIGNE-JOURNAL      PIC X(100).

        FD FICHIER-ALERTES-RETENUS.
        01 LIGNE-ALERTE-RETENU PIC X(100).

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETABLISSEMENTS.
           COPY '../../../copybooks/etablissement.cpy'.

        FD FICHIER-SEPA.
        01 LIGNE-SEPA         PIC X(150).

       WORKING-STORAGE SECTION.
        01 WS-FIN             PIC X     VALUE 'N'.
        01 WS-STATUT-ATTENTE  PIC XX.
        01 WS-STATUT-ALERTES  PIC XX.
        01 WS-STATUT-ROLES    PIC XX.
        01 WS-STATUT-AUDIT    PIC XX.
        01 WS-STATUT-VIREMENTS PIC XX.
        01 WS-STATUT-RETENUS  PIC XX.
        01 WS-STATUT-JOURNAL  PIC XX.
        01 WS-STATUT-ALERTES-RETENUS PIC XX.
        01 WS-STATUT-EMPLOYES PIC XX.
        01 WS-STATUT-ETABLISSEMENTS PIC XX.
        01 WS-STATUT-SEPA     PIC XX.
        01 WS-ATTENTE-PRESENTE PIC X    VALUE 'O'.

        01 WS-UTILISATEUR     PIC X(20) VALUE SPACES.
        01 WS-ROLE            PIC X(10) VALUE 'OPS'.
        01 WS-AFF-NB          PIC ZZZZ9.
        01 WS-DATE-AUDIT      PIC 9(8)  VALUE 0.
        01 WS-HEURE-AUDIT     PIC 9(8)  VALUE 0.
        01 WS-DATE-SYS        PIC 9(8)  VALUE 0.

      * Changements d'IBAN recents (audit-log.txt, operation
      * MODIFICATION de US-19, champ IBAN) : un virement vers un IBAN
      * modifie dans les WS-DELAI-IBAN derniers jours est retenu, le
      * detournement de paie classique passant par un changement
      * d'IBAN juste avant le run. Seul le dernier changement de
      * chaque employe est garde (son auteur ne peut pas confirmer).
        01 WS-DELAI-IBAN      PIC 9(3)  VALUE 30.
        01 WS-INT-JOUR        PIC 9(8)  VALUE 0.
        01 WS-INT-LIMITE      PIC S9(8) VALUE 0.
        01 WS-TAB-CHANGEMENTS.
            05 WS-CHG OCCURS 500 TIMES.
                10 WS-CHG-EMP-ID    PIC X(5).
                10 WS-CHG-PAR       PIC X(20).
                10 WS-CHG-DATE      PIC 9(8).
        01 WS-NB-CHG          PIC 9(3)  VALUE 0.
        01 WS-IDX-CHG         PIC 9(3)  VALUE 0.
        01 WS-CHG-TROUVE      PIC 9(3)  VALUE 0.
        01 WS-AUD-UTILISATEUR PIC X(20) VALUE SPACES.
        01 WS-AUD-DATE        PIC X(8)  VALUE SPACES.
        01 WS-AUD-HEURE       PIC X(6)  VALUE SPACES.
        01 WS-AUD-FICHIER     PIC X(20) VALUE SPACES.
        01 WS-AUD-OPERATION   PIC X(12) VALUE SPACES.
        01 WS-AUD-EMP-ID      PIC X(5)  VALUE SPACES.
        01 WS-AUD-CHAMP       PIC X(15) VALUE SPACES.

      * Virements retenus (virements-retenus.txt), runs precedents
      * compris : reecrit en fin de programme sans les lignes
      * confirmees ou rejetees.
        01 WS-TAB-RETENUS.
            05 WS-RET OCCURS 500 TIMES.
                10 WS-RET-EMP-ID    PIC 9(5).
                10 WS-RET-DATE      PIC 9(8).
                10 WS-RET-PAR       PIC X(20).
                10 WS-RET-DATE-MODIF PIC 9(8).
                10 WS-RET-LIGNE     PIC X(80).
                10 WS-RET-ISSUE     PIC X(10).
        01 WS-NB-RETENUS      PIC 9(3)  VALUE 0.
        01 WS-IDX-RET         PIC 9(3)  VALUE 0.
      * Au-dela des 500 de la table, les retenus sont gardes tels
      * quels (sans confirmation possible dans cette execution) et
      * reecrits a l'identique : aucune ligne ne se perd.
        01 WS-TAB-RETENUS-SUPPL.
            05 WS-RSU-IMAGE OCCURS 1000 TIMES PIC X(121).
        01 WS-NB-RETENUS-SUPPL PIC 9(4)  VALUE 0.
        01 WS-RSU-ENREG.
            05 WS-RSU-EMP-ID      PIC 9(5).
            05 WS-RSU-DATE        PIC 9(8).
            05 WS-RSU-PAR         PIC X(20).
            05 WS-RSU-DATE-MODIF  PIC 9(8).
            05 WS-RSU-LIGNE       PIC X(80).
        01 WS-IDX-RSU         PIC 9(4)  VALUE 0.
        01 WS-ATTENTE-A-GARDER PIC X    VALUE 'N'.
        01 WS-NB-A-RETENIR    PIC 9(5)  VALUE 0.
        01 WS-TOTAL-RETENU    PIC 9(9)V9(2) VALUE 0.
        01 WS-MONTANT-LIGNE   PIC 9(9)V9(2) VALUE 0.
        01 WS-CONFIRMATION    PIC X     VALUE SPACE.
        01 WS-ISSUE           PIC X(10) VALUE SPACES.
        01 WS-ID-AFF          PIC 9(5).
        01 WS-AFF-MONTANT     PIC ZZZZZZ9.99.
        01 WS-CHEMIN-RETENUS  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ALERTES-RETENUS PIC X(100) VALUE SPACES.

      * Ordres de virement SEPA (pain.001.001.03) : la banque
      * n'accepte plus le fichier plat, chaque virement libere vers
      * un IBAN part dans le fichier XML du compte emetteur de
      * l'etablissement du salarie (ETB-IBAN, site de l'employe),
      * un fichier par compte emetteur. Les lignes SAISIE: et
      * ORGANISME: ne sont pas des salaires : elles restent payees
      * par les reversements (US-83) et les bordereaux (US-63).
      * Chaque virement recoit une reference de bout en bout unique
      * PAIE<run>-<EMP-ID>-<rang de la ligne dans le fichier en
      * attente>, ajoutee en cinquieme zone de virements.txt et
      * reprise par le rapprochement bancaire (US-68).
        01 WS-TAB-ETB.
            05 WS-ETB OCCURS 20 TIMES.
                10 WS-ETB-SITE      PIC X(10).
                10 WS-ETB-SIRET     PIC X(14).
                10 WS-ETB-IBAN      PIC X(27).
        01 WS-NB-ETB          PIC 9(2)  VALUE 0.
        01 WS-IDX-ETB         PIC 9(2)  VALUE 0.
        01 WS-TAB-EMP.
            05 WS-EMP OCCURS 999 TIMES.
                10 WS-EMP-ID        PIC 9(5).
                10 WS-EMP-NOM       PIC X(41).
                10 WS-EMP-SITE      PIC X(10).
        01 WS-NB-EMP          PIC 9(3)  VALUE 0.
        01 WS-IDX-EMP         PIC 9(3)  VALUE 0.
        01 WS-EMP-TROUVE      PIC 9(3)  VALUE 0.
        01 WS-TAB-CPT.
            05 WS-CPT OCCURS 20 TIMES.
                10 WS-CPT-IBAN      PIC X(27).
                10 WS-CPT-SITE      PIC X(10).
                10 WS-CPT-SIRET     PIC X(14).
                10 WS-CPT-NB        PIC 9(5).
                10 WS-CPT-TOTAL     PIC 9(9)V9(2).
        01 WS-NB-CPT          PIC 9(2)  VALUE 0.
        01 WS-IDX-CPT         PIC 9(2)  VALUE 0.
        01 WS-CPT-TROUVE      PIC 9(2)  VALUE 0.
        01 WS-TAB-EMIS.
            05 WS-EMI OCCURS 5000 TIMES.
                10 WS-EMI-EMP-ID    PIC 9(5).
                10 WS-EMI-IBAN      PIC X(27).
                10 WS-EMI-MONTANT   PIC 9(7)V9(2).
                10 WS-EMI-RUN       PIC X(6).
                10 WS-EMI-REFERENCE PIC X(35).
                10 WS-EMI-CPT       PIC 9(2).
        01 WS-NB-EMIS         PIC 9(5)  VALUE 0.
        01 WS-IDX-EMI         PIC 9(5)  VALUE 0.
        01 WS-NB-SANS-EMETTEUR PIC 9(5) VALUE 0.
        01 WS-NO-LIGNE        PIC 9(4)  VALUE 0.
        01 WS-CHAMP-RUN       PIC X(6)  VALUE SPACES.
        01 WS-CHAMP-REFERENCE PIC X(35) VALUE SPACES.
        01 WS-REFERENCE       PIC X(35) VALUE SPACES.
        01 WS-LIGNE-REFERENCEE PIC X(80) VALUE SPACES.
        01 WS-HEURE-SEPA      PIC 9(8)  VALUE 0.
        01 WS-MSG-ID          PIC X(35) VALUE SPACES.
        01 WS-AFF-SEPA-NB     PIC Z(4)9.
        01 WS-AFF-SEPA-TOTAL  PIC Z(8)9.99.
        01 WS-AFF-SEPA-MT     PIC Z(6)9.99.
        01 WS-CHEMIN-EMPLOYES PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETABLISSEMENTS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-SEPA     PIC X(100) VALUE SPACES.
        01 WS-DIR-SEPA        PIC X(100) VALUE SPACES.

        01 WS-RACINE          PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ATTENTE  PIC X(100) VALUE SPACES.
               STOP RUN
           END-IF

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SEPA FROM TIME
           PERFORM CHARGER-ETABLISSEMENTS
           PERFORM CHARGER-EMPLOYES
           PERFORM CHARGER-CHANGEMENTS-IBAN
           PERFORM CHARGER-RETENUS
           PERFORM CONTROLER-ATTENTE
           IF WS-ATTENTE-PRESENTE = 'O'
               PERFORM DECIDER-LIBERATION
           END-IF
      * Virements retenus (de ce run ou des precedents) : chacun
      * attend la confirmation d'un second utilisateur.
           IF WS-NB-RETENUS > 0
               PERFORM CONFIRMER-RETENUS
               PERFORM ECRIRE-RETENUS
           END-IF
      * Tout ce qui est parti pendant cette execution (liberation et
      * retenus confirmes) rejoint les ordres SEPA du jour.
           IF WS-NB-EMIS > 0
               PERFORM ECRIRE-ORDRES-SEPA
           END-IF
           STOP RUN.

       DECIDER-LIBERATION.
           PERFORM COMPTER-ALERTES

           DISPLAY '================================'
           MOVE WS-NB-ALERTES TO WS-AFF-NB
           DISPLAY 'Alertes de variance  : ' WS-AFF-NB
               ' (voir alertes-variance-net.txt)'
           MOVE WS-NB-A-RETENIR TO WS-AFF-NB
           MOVE WS-TOTAL-RETENU TO WS-AFF-TOTAL
           DISPLAY 'Dont IBAN modifie    : ' WS-AFF-NB
               ' pour ' WS-AFF-TOTAL
               ' (retenus, a confirmer par un second utilisateur)'
           MOVE WS-NB-SANS-EMETTEUR TO WS-AFF-NB
           DISPLAY 'Sans compte emetteur : ' WS-AFF-NB
               ' (site absent de etablissements.txt)'
           DISPLAY 'Decision (APPROUVE / REJETE) : '
           ACCEPT WS-DECISION

           EVALUATE WS-DECISION
               WHEN 'APPROUVE'
      * Un virement sans compte emetteur ne peut entrer dans aucun
      * ordre SEPA : la liberation attend que le site soit
      * reference dans etablissements.txt.
                   IF WS-NB-SANS-EMETTEUR > 0
                       DISPLAY 'Liberation impossible : ' WS-AFF-NB
                           ' virement(s) sans compte emetteur. '
                           'virements-attente.txt conserve.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LIBERER-VIREMENTS
                       PERFORM ECRIRE-AUDIT
                       DISPLAY 'Virements liberes : virements.txt '
                           'et ordres SEPA pain001-<IBAN>-*.xml'
                   END-IF
               WHEN 'REJETE'
                   PERFORM ECRIRE-AUDIT
                   DISPLAY 'Liberation refusee : '
                   DISPLAY 'Decision invalide : saisir APPROUVE ou '
                       'REJETE. Aucune action effectuee.'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       DEFINIR-CHEMINS.
      * Repertoire partage optionnel (lecteur reseau) pour deporter
               MOVE '../alertes-variance-net.txt' TO WS-CHEMIN-ALERTES
               MOVE '../../../roles.txt' TO WS-CHEMIN-ROLES
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../virements-retenus.txt' TO WS-CHEMIN-RETENUS
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../alertes-virements-retenus.txt' TO
                   WS-CHEMIN-ALERTES-RETENUS
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../etablissements.txt' TO
                   WS-CHEMIN-ETABLISSEMENTS
               MOVE '../' TO WS-DIR-SEPA
           ELSE
               STRING FUNCTION TRIM(WS-RACINE)
                   '/virements-attente.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ROLES
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE)
                   '/virements-retenus.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RETENUS
               STRING FUNCTION TRIM(WS-RACINE) '/journal-batch.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE)
                   '/alertes-virements-retenus.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ALERTES-RETENUS
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE) '/etablissements.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETABLISSEMENTS
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-SEPA
           END-IF.

       CHARGER-ROLE.
      * Totaux de controle du fichier en attente : nombre de
      * virements et somme des nets, a rapprocher du rapport de
      * masse salariale avant d'approuver.
      * Sans fichier en attente, seuls les virements retenus des
      * runs precedents restent a traiter.
           OPEN INPUT FICHIER-ATTENTE
           IF WS-STATUT-ATTENTE NOT = '00'
               IF WS-NB-RETENUS = 0
                   DISPLAY 'Aucun fichier virements-attente.txt : '
                       'rien a liberer.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'Aucun fichier virements-attente.txt : '
                   'traitement des seuls virements retenus.'
               MOVE 'N' TO WS-ATTENTE-PRESENTE
           ELSE
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ATTENTE
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF LIGNE-ATTENTE(1:6) NOT = 'EMP-ID'
                               ADD 1 TO WS-NB-VIREMENTS
                               PERFORM CUMULER-MONTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
               MOVE 'N' TO WS-FIN
           END-IF.

       CUMULER-MONTANT.
           MOVE SPACES TO WS-CHAMP-MONTANT
           UNSTRING LIGNE-ATTENTE DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
           END-UNSTRING
           MOVE 0 TO WS-MONTANT-LIGNE
           IF WS-CHAMP-MONTANT NOT = SPACES
               COMPUTE WS-MONTANT-LIGNE =
                   FUNCTION NUMVAL(WS-CHAMP-MONTANT)
               ADD WS-MONTANT-LIGNE TO WS-TOTAL-NET
           END-IF
      * Les lignes SAISIE: payent un creancier, pas l'IBAN du
      * salarie : elles ne sont jamais retenues.
           MOVE 0 TO WS-CHG-TROUVE
           IF WS-CHAMP-IBAN(1:7) NOT = 'SAISIE:'
               PERFORM CHERCHER-CHANGEMENT-IBAN
           END-IF
           IF WS-CHG-TROUVE NOT = 0
               ADD 1 TO WS-NB-A-RETENIR
               ADD WS-MONTANT-LIGNE TO WS-TOTAL-RETENU
           END-IF
           IF WS-CHAMP-IBAN(1:7) NOT = 'SAISIE:'
               AND WS-CHAMP-IBAN(1:10) NOT = 'ORGANISME:'
               PERFORM CHERCHER-COMPTE-EMETTEUR
               IF WS-CPT-TROUVE = 0
                   ADD 1 TO WS-NB-SANS-EMETTEUR
                   DISPLAY 'Sans compte emetteur : EMP-ID '
                       WS-CHAMP-ID(1:5)
               END-IF
           END-IF.

       CHARGER-CHANGEMENTS-IBAN.
      * Lignes d'audit de la forme US-19 : utilisateur, date, heure,
      * fichier, operation, EMP-ID, champ, ancienne et nouvelle
      * valeur. Le journal est chronologique : le dernier changement
      * lu pour un employe remplace le precedent.
           COMPUTE WS-INT-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYS)
           COMPUTE WS-INT-LIMITE = WS-INT-JOUR - WS-DELAI-IBAN
           OPEN INPUT FICHIER-AUDIT
           IF WS-STATUT-AUDIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AUDIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM LIRE-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUDIT
               MOVE 'N' TO WS-FIN
           END-IF.

       LIRE-LIGNE-AUDIT.
           MOVE SPACES TO WS-AUD-UTILISATEUR WS-AUD-DATE
               WS-AUD-HEURE WS-AUD-FICHIER WS-AUD-OPERATION
               WS-AUD-EMP-ID WS-AUD-CHAMP
           UNSTRING LIGNE-AUDIT DELIMITED BY ','
               INTO WS-AUD-UTILISATEUR WS-AUD-DATE WS-AUD-HEURE
                    WS-AUD-FICHIER WS-AUD-OPERATION WS-AUD-EMP-ID
                    WS-AUD-CHAMP
           END-UNSTRING
           IF WS-AUD-FICHIER = 'employes.dat'
               AND WS-AUD-OPERATION = 'MODIFICATION'
               AND WS-AUD-CHAMP = 'IBAN'
               AND WS-AUD-DATE NUMERIC
               AND FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AUD-DATE)) > WS-INT-LIMITE
               MOVE WS-AUD-EMP-ID TO WS-CHAMP-ID
               PERFORM CHERCHER-CHANGEMENT-IBAN
               IF WS-CHG-TROUVE = 0 AND WS-NB-CHG < 500
                   ADD 1 TO WS-NB-CHG
                   MOVE WS-NB-CHG TO WS-CHG-TROUVE
               END-IF
               IF WS-CHG-TROUVE NOT = 0
                   MOVE WS-AUD-EMP-ID TO WS-CHG-EMP-ID(WS-CHG-TROUVE)
                   MOVE WS-AUD-UTILISATEUR TO
                       WS-CHG-PAR(WS-CHG-TROUVE)
                   MOVE WS-AUD-DATE TO WS-CHG-DATE(WS-CHG-TROUVE)
               END-IF
           END-IF.

       CHERCHER-CHANGEMENT-IBAN.
           MOVE 0 TO WS-CHG-TROUVE
           PERFORM VARYING WS-IDX-CHG FROM 1 BY 1
               UNTIL WS-IDX-CHG > WS-NB-CHG
               IF WS-CHG-EMP-ID(WS-IDX-CHG) = WS-CHAMP-ID(1:5)
                   MOVE WS-IDX-CHG TO WS-CHG-TROUVE
               END-IF
           END-PERFORM.

       CHARGER-RETENUS.
           OPEN INPUT FICHIER-RETENUS
           IF WS-STATUT-RETENUS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-RETENUS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-RETENUS < 500
                               ADD 1 TO WS-NB-RETENUS
                               MOVE VRT-EMP-ID TO
                                   WS-RET-EMP-ID(WS-NB-RETENUS)
                               MOVE VRT-DATE-RETENUE TO
                                   WS-RET-DATE(WS-NB-RETENUS)
                               MOVE VRT-MODIFIE-PAR TO
                                   WS-RET-PAR(WS-NB-RETENUS)
                               MOVE VRT-DATE-MODIF TO
                                   WS-RET-DATE-MODIF(WS-NB-RETENUS)
                               MOVE VRT-LIGNE TO
                                   WS-RET-LIGNE(WS-NB-RETENUS)
                               MOVE SPACES TO
                                   WS-RET-ISSUE(WS-NB-RETENUS)
                           ELSE
                               MOVE VIREMENT-RETENU-RECORD TO
                                   WS-RSU-ENREG
                               PERFORM GARDER-RETENU-SUPPL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RETENUS
               MOVE 'N' TO WS-FIN
           END-IF.

       COMPTER-ALERTES.
       LIBERER-VIREMENTS.
      * Copie le fichier en attente vers virements.txt (le fichier
      * que l'export bancaire consomme) puis supprime l'attente :
      * approuver deux fois le meme run devient impossible. Les
      * lignes d'un employe dont l'IBAN vient de changer sont mises
      * de cote dans virements-retenus.txt au lieu de partir.
      * Chaque ligne vers un IBAN recoit ici sa reference de bout en
      * bout (rang de la ligne dans le fichier en attente), qu'elle
      * parte ou soit retenue.
           MOVE 0 TO WS-NO-LIGNE
           OPEN INPUT FICHIER-ATTENTE
           OPEN OUTPUT FICHIER-VIREMENTS
           PERFORM UNTIL WS-FIN = 'O'
               READ FICHIER-ATTENTE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       MOVE 0 TO WS-CHG-TROUVE
                       IF LIGNE-ATTENTE(1:6) NOT = 'EMP-ID'
                           MOVE SPACES TO WS-CHAMP-IBAN
                           UNSTRING LIGNE-ATTENTE DELIMITED BY ','
                               INTO WS-CHAMP-ID WS-CHAMP-IBAN
                           END-UNSTRING
                           IF WS-CHAMP-IBAN(1:7) NOT = 'SAISIE:'
                               PERFORM CHERCHER-CHANGEMENT-IBAN
                           END-IF
                           PERFORM REFERENCER-LIGNE
                       ELSE
                           MOVE 'EMP-ID,IBAN,MONTANT_NET,RUN,REFERENCE'
                               TO LIGNE-ATTENTE
                       END-IF
                       IF WS-CHG-TROUVE = 0
                           MOVE LIGNE-ATTENTE TO LIGNE-VIREMENT
                           WRITE LIGNE-VIREMENT
                           PERFORM NOTER-EMISSION
                       ELSE
                           PERFORM RETENIR-VIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-ATTENTE
           CLOSE FICHIER-VIREMENTS
           MOVE 'N' TO WS-FIN
      * Une ligne qui n'a pu etre ni liberee ni mise de cote garde
      * l'attente : le lot sera relance apres traitement des
      * retenus.
           IF WS-ATTENTE-A-GARDER = 'O'
               DISPLAY 'ERREUR : virements-attente.txt conserve, '
                   'relancer la liberation apres traitement des '
                   'virements retenus.'
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-CHEMIN-ATTENTE
           END-IF.

       REFERENCER-LIGNE.
      * PAIE<run>-<EMP-ID>-<rang> : le run n'est libere qu'une fois
      * (US-03 refuse de le regenerer ensuite), le rang distingue les
      * lignes d'un meme employe (repartition du net) : la reference
      * est unique. Une ligne deja referencee la garde.
           MOVE SPACES TO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
               WS-CHAMP-RUN WS-CHAMP-REFERENCE
           UNSTRING LIGNE-ATTENTE DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
                    WS-CHAMP-RUN WS-CHAMP-REFERENCE
           END-UNSTRING
           IF WS-CHAMP-IBAN(1:7) NOT = 'SAISIE:'
               AND WS-CHAMP-IBAN(1:10) NOT = 'ORGANISME:'
               AND WS-CHAMP-REFERENCE = SPACES
               MOVE SPACES TO WS-REFERENCE
               STRING 'PAIE' WS-CHAMP-RUN '-' WS-CHAMP-ID(1:5) '-'
                   WS-NO-LIGNE
                   DELIMITED SIZE INTO WS-REFERENCE
               PERFORM AJOUTER-REFERENCE
               MOVE WS-LIGNE-REFERENCEE TO LIGNE-ATTENTE
           END-IF.

       AJOUTER-REFERENCE.
           MOVE SPACES TO WS-LIGNE-REFERENCEE
           STRING FUNCTION TRIM(LIGNE-ATTENTE) ','
               FUNCTION TRIM(WS-REFERENCE)
               DELIMITED SIZE INTO WS-LIGNE-REFERENCEE.

       NOTER-EMISSION.
      * Virement parti vers un IBAN : retenu pour l'ordre SEPA de
      * son compte emetteur (controle avant la decision).
           MOVE SPACES TO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
               WS-CHAMP-RUN WS-CHAMP-REFERENCE
           UNSTRING LIGNE-VIREMENT DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
                    WS-CHAMP-RUN WS-CHAMP-REFERENCE
           END-UNSTRING
           IF WS-CHAMP-ID(1:5) NUMERIC
               AND WS-CHAMP-IBAN(1:7) NOT = 'SAISIE:'
               AND WS-CHAMP-IBAN(1:10) NOT = 'ORGANISME:'
               PERFORM CHERCHER-COMPTE-EMETTEUR
               IF WS-CPT-TROUVE = 0 OR WS-NB-EMIS >= 5000
                   DISPLAY 'ERREUR : virement EMP-ID '
                       WS-CHAMP-ID(1:5) ' hors ordre SEPA.'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-NB-EMIS
                   MOVE WS-CHAMP-ID(1:5) TO WS-EMI-EMP-ID(WS-NB-EMIS)
                   MOVE WS-CHAMP-IBAN TO WS-EMI-IBAN(WS-NB-EMIS)
                   COMPUTE WS-EMI-MONTANT(WS-NB-EMIS) =
                       FUNCTION NUMVAL(WS-CHAMP-MONTANT)
                   MOVE WS-CHAMP-RUN TO WS-EMI-RUN(WS-NB-EMIS)
                   MOVE WS-CHAMP-REFERENCE TO
                       WS-EMI-REFERENCE(WS-NB-EMIS)
                   MOVE WS-CPT-TROUVE TO WS-EMI-CPT(WS-NB-EMIS)
                   ADD 1 TO WS-CPT-NB(WS-CPT-TROUVE)
                   ADD WS-EMI-MONTANT(WS-NB-EMIS) TO
                       WS-CPT-TOTAL(WS-CPT-TROUVE)
               END-IF
           END-IF.

       RETENIR-VIREMENT.
           IF WS-NB-RETENUS < 500
               ADD 1 TO WS-NB-RETENUS
               MOVE WS-CHAMP-ID(1:5) TO WS-RET-EMP-ID(WS-NB-RETENUS)
               MOVE WS-DATE-SYS TO WS-RET-DATE(WS-NB-RETENUS)
               MOVE WS-CHG-PAR(WS-CHG-TROUVE) TO
                   WS-RET-PAR(WS-NB-RETENUS)
               MOVE WS-CHG-DATE(WS-CHG-TROUVE) TO
                   WS-RET-DATE-MODIF(WS-NB-RETENUS)
               MOVE LIGNE-ATTENTE TO WS-RET-LIGNE(WS-NB-RETENUS)
               MOVE SPACES TO WS-RET-ISSUE(WS-NB-RETENUS)
               MOVE WS-NB-RETENUS TO WS-IDX-RET
               MOVE 'RETENU' TO WS-ISSUE
               PERFORM TRACER-RETENU
               DISPLAY 'Virement RETENU : EMP-ID '
                   WS-RET-EMP-ID(WS-IDX-RET) ' IBAN modifie le '
                   WS-RET-DATE-MODIF(WS-IDX-RET) ' par '
                   WS-RET-PAR(WS-IDX-RET)
           ELSE
      * Table pleine : la ligne ne doit surtout pas partir sans
      * controle, elle est mise de cote sans confirmation possible
      * dans cette execution.
               MOVE WS-CHAMP-ID(1:5) TO WS-RSU-EMP-ID
               MOVE WS-DATE-SYS TO WS-RSU-DATE
               MOVE WS-CHG-PAR(WS-CHG-TROUVE) TO WS-RSU-PAR
               MOVE WS-CHG-DATE(WS-CHG-TROUVE) TO WS-RSU-DATE-MODIF
               MOVE LIGNE-ATTENTE TO WS-RSU-LIGNE
               PERFORM GARDER-RETENU-SUPPL
               DISPLAY 'ATTENTION : plus de 500 virements retenus, '
                   'EMP-ID ' WS-CHAMP-ID(1:5) ' retenu, a confirmer '
                   'lors d''une prochaine execution.'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       GARDER-RETENU-SUPPL.
           IF WS-NB-RETENUS-SUPPL < 1000
               ADD 1 TO WS-NB-RETENUS-SUPPL
               MOVE WS-RSU-ENREG TO
                   WS-RSU-IMAGE(WS-NB-RETENUS-SUPPL)
           ELSE
               DISPLAY 'ERREUR : plus de 1500 virements retenus, '
                   'EMP-ID ' WS-RSU-EMP-ID ' non libere.'
               MOVE 'O' TO WS-ATTENTE-A-GARDER
               MOVE 12 TO RETURN-CODE
           END-IF.

       CONFIRMER-RETENUS.
      * Chaque virement retenu n'est libere qu'apres confirmation
      * par un utilisateur autre que l'auteur du changement d'IBAN
      * (double regard) ; R le rejette definitivement (paiement a
      * reprendre hors fichier apres verification aupres du
      * salarie), vide le laisse retenu pour un autre utilisateur.
           DISPLAY '================================'
           DISPLAY ' VIREMENTS RETENUS (IBAN MODIFIE)'
           DISPLAY '================================'
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-NB-RETENUS
               PERFORM CONFIRMER-UN-RETENU
           END-PERFORM.

       CONFIRMER-UN-RETENU.
           MOVE SPACES TO WS-CHAMP-MONTANT
           UNSTRING WS-RET-LIGNE(WS-IDX-RET) DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
           END-UNSTRING
           DISPLAY 'EMP-ID ' WS-RET-EMP-ID(WS-IDX-RET)
               ' montant ' FUNCTION TRIM(WS-CHAMP-MONTANT)
               ' IBAN ' FUNCTION TRIM(WS-CHAMP-IBAN)
           DISPLAY '  IBAN modifie le ' WS-RET-DATE-MODIF(WS-IDX-RET)
               ' par ' WS-RET-PAR(WS-IDX-RET)
               ', retenu le ' WS-RET-DATE(WS-IDX-RET)
           IF WS-RET-PAR(WS-IDX-RET) = WS-UTILISATEUR
               DISPLAY '  Confirmation impossible : vous etes '
                   'l''auteur du changement d''IBAN.'
           ELSE
               DISPLAY '  C = confirmer, R = rejeter, '
                   'vide = laisser retenu : '
               MOVE SPACE TO WS-CONFIRMATION
               ACCEPT WS-CONFIRMATION
               EVALUATE WS-CONFIRMATION
                   WHEN 'C' WHEN 'c'
                       MOVE WS-RET-EMP-ID(WS-IDX-RET) TO WS-CHAMP-ID
                       PERFORM CHERCHER-COMPTE-EMETTEUR
                       IF WS-CPT-TROUVE = 0
                           DISPLAY '  Confirmation impossible : site '
                               'absent de etablissements.txt, '
                               'virement laisse retenu.'
                       ELSE
                           PERFORM LIBERER-RETENU
                           MOVE 'CONFIRME' TO
                               WS-RET-ISSUE(WS-IDX-RET)
                           MOVE 'CONFIRME' TO WS-ISSUE
                           PERFORM TRACER-RETENU
                           PERFORM ECRIRE-AUDIT-RETENU
                       END-IF
                   WHEN 'R' WHEN 'r'
                       MOVE 'REJETE' TO WS-RET-ISSUE(WS-IDX-RET)
                       MOVE 'REJETE' TO WS-ISSUE
                       PERFORM TRACER-RETENU
                       PERFORM ECRIRE-AUDIT-RETENU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LIBERER-RETENU.
      * La ligne confirmee rejoint virements.txt, cree avec son
      * en-tete s'il n'existe plus.
           OPEN EXTEND FICHIER-VIREMENTS
           IF WS-STATUT-VIREMENTS NOT = '00'
               OPEN OUTPUT FICHIER-VIREMENTS
               MOVE 'EMP-ID,IBAN,MONTANT_NET,RUN,REFERENCE' TO
                   LIGNE-VIREMENT
               WRITE LIGNE-VIREMENT
           END-IF
      * Une ligne retenue avant l'introduction des references n'a
      * pas de rang connu : R<numero de retenue> la distingue.
           MOVE WS-RET-LIGNE(WS-IDX-RET) TO LIGNE-ATTENTE
           MOVE SPACES TO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
               WS-CHAMP-RUN WS-CHAMP-REFERENCE
           UNSTRING LIGNE-ATTENTE DELIMITED BY ','
               INTO WS-CHAMP-ID WS-CHAMP-IBAN WS-CHAMP-MONTANT
                    WS-CHAMP-RUN WS-CHAMP-REFERENCE
           END-UNSTRING
           IF WS-CHAMP-REFERENCE = SPACES
               MOVE SPACES TO WS-REFERENCE
               STRING 'PAIE' WS-CHAMP-RUN '-' WS-CHAMP-ID(1:5) '-R'
                   WS-IDX-RET
                   DELIMITED SIZE INTO WS-REFERENCE
               PERFORM AJOUTER-REFERENCE
               MOVE WS-LIGNE-REFERENCEE TO LIGNE-ATTENTE
           END-IF
           MOVE LIGNE-ATTENTE TO LIGNE-VIREMENT
           WRITE LIGNE-VIREMENT
           CLOSE FICHIER-VIREMENTS
           PERFORM NOTER-EMISSION.

       TRACER-RETENU.
      * Chaque mise de cote et son issue rejoignent le journal des
      * executions et la corbeille des alertes (source collectee
      * par US-78).
           ACCEPT WS-HEURE-AUDIT FROM TIME
           OPEN EXTEND FICHIER-JOURNAL
           IF WS-STATUT-JOURNAL NOT = '00'
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF
           MOVE WS-RET-EMP-ID(WS-IDX-RET) TO WS-ID-AFF
           MOVE SPACES TO LIGNE-JOURNAL
           STRING 'US-28-LIBERER-VIREMENTS,' WS-DATE-SYS ','
               WS-HEURE-AUDIT(1:6) ',' WS-DATE-SYS ','
               WS-HEURE-AUDIT(1:6) ',1,' FUNCTION TRIM(WS-ISSUE)
               ',EMP-ID=' WS-ID-AFF ',PAR='
               FUNCTION TRIM(WS-UTILISATEUR)
               DELIMITED SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL
           CLOSE FICHIER-JOURNAL
           OPEN EXTEND FICHIER-ALERTES-RETENUS
           IF WS-STATUT-ALERTES-RETENUS NOT = '00'
               OPEN OUTPUT FICHIER-ALERTES-RETENUS
           END-IF
           MOVE SPACES TO LIGNE-ALERTE-RETENU
           IF WS-ISSUE = 'RETENU'
               STRING 'VIR RETENU EMP-ID ' WS-ID-AFF
                   ' IBAN MODIFIE LE ' WS-RET-DATE-MODIF(WS-IDX-RET)
                   ' PAR ' FUNCTION TRIM(WS-RET-PAR(WS-IDX-RET))
                   DELIMITED SIZE INTO LIGNE-ALERTE-RETENU
           ELSE
               STRING 'VIR ' FUNCTION TRIM(WS-ISSUE) ' EMP-ID '
                   WS-ID-AFF ' RETENU LE ' WS-RET-DATE(WS-IDX-RET)
                   ' PAR ' FUNCTION TRIM(WS-UTILISATEUR)
                   DELIMITED SIZE INTO LIGNE-ALERTE-RETENU
           END-IF
           WRITE LIGNE-ALERTE-RETENU
           CLOSE FICHIER-ALERTES-RETENUS.

       ECRIRE-RETENUS.
           OPEN OUTPUT FICHIER-RETENUS
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > WS-NB-RETENUS
               IF WS-RET-ISSUE(WS-IDX-RET) = SPACES
                   MOVE WS-RET-EMP-ID(WS-IDX-RET) TO VRT-EMP-ID
                   MOVE WS-RET-DATE(WS-IDX-RET) TO VRT-DATE-RETENUE
                   MOVE WS-RET-PAR(WS-IDX-RET) TO VRT-MODIFIE-PAR
                   MOVE WS-RET-DATE-MODIF(WS-IDX-RET) TO
                       VRT-DATE-MODIF
                   MOVE WS-RET-LIGNE(WS-IDX-RET) TO VRT-LIGNE
                   WRITE VIREMENT-RETENU-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-RSU FROM 1 BY 1
               UNTIL WS-IDX-RSU > WS-NB-RETENUS-SUPPL
               MOVE WS-RSU-IMAGE(WS-IDX-RSU) TO
                   VIREMENT-RETENU-RECORD
               WRITE VIREMENT-RETENU-RECORD
           END-PERFORM
           CLOSE FICHIER-RETENUS.

       ECRIRE-AUDIT-RETENU.
           OPEN EXTEND FICHIER-AUDIT
           IF WS-STATUT-AUDIT NOT = '00'
               OPEN OUTPUT FICHIER-AUDIT
           END-IF
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-AUDIT FROM TIME
           MOVE SPACES TO LIGNE-AUDIT
           STRING WS-UTILISATEUR ',' WS-DATE-AUDIT ','
               WS-HEURE-AUDIT(1:6) ',' 'virements.txt,'
               'VIR_RETENU' ',' WS-ID-AFF ','
               'DECISION' ',' 'RETENU' ',' WS-ISSUE
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.

       ECRIRE-AUDIT.
      * La decision (qui, quand, quoi) rejoint le fichier d'audit
               DELIMITED SIZE INTO LIGNE-AUDIT
           WRITE LIGNE-AUDIT
           CLOSE FICHIER-AUDIT.

       CHARGER-ETABLISSEMENTS.
      * Un compte emetteur par IBAN distinct : deux sites payant sur
      * le meme compte partagent le meme ordre SEPA. Fichier
      * optionnel ; sans lui aucun virement ne peut etre libere.
           OPEN INPUT FICHIER-ETABLISSEMENTS
           IF WS-STATUT-ETABLISSEMENTS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-ETABLISSEMENTS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF WS-NB-ETB < 20
                               ADD 1 TO WS-NB-ETB
                               MOVE ETB-SITE TO WS-ETB-SITE(WS-NB-ETB)
                               MOVE ETB-SIRET TO
                                   WS-ETB-SIRET(WS-NB-ETB)
                               MOVE ETB-IBAN TO WS-ETB-IBAN(WS-NB-ETB)
                               PERFORM RETENIR-COMPTE-EMETTEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ETABLISSEMENTS
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-COMPTE-EMETTEUR.
           MOVE 0 TO WS-CPT-TROUVE
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
               UNTIL WS-IDX-CPT > WS-NB-CPT
               IF WS-CPT-IBAN(WS-IDX-CPT) = ETB-IBAN
                   MOVE WS-IDX-CPT TO WS-CPT-TROUVE
               END-IF
           END-PERFORM
           IF WS-CPT-TROUVE = 0
               ADD 1 TO WS-NB-CPT
               MOVE ETB-IBAN TO WS-CPT-IBAN(WS-NB-CPT)
               MOVE ETB-SITE TO WS-CPT-SITE(WS-NB-CPT)
               MOVE ETB-SIRET TO WS-CPT-SIRET(WS-NB-CPT)
               MOVE 0 TO WS-CPT-NB(WS-NB-CPT)
               MOVE 0 TO WS-CPT-TOTAL(WS-NB-CPT)
           END-IF.

       CHARGER-EMPLOYES.
      * Site (donc compte emetteur) et nom du beneficiaire, exige par
      * le format SEPA. Les caracteres reserves du XML sont
      * neutralises dans le nom.
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
                       IF WS-NB-EMP < 999
                           ADD 1 TO WS-NB-EMP
                           MOVE EMP-ID TO WS-EMP-ID(WS-NB-EMP)
                           MOVE EMP-SITE TO WS-EMP-SITE(WS-NB-EMP)
                           MOVE SPACES TO WS-EMP-NOM(WS-NB-EMP)
                           STRING FUNCTION TRIM(EMP-PRENOM) ' '
                               FUNCTION TRIM(EMP-NOM)
                               DELIMITED SIZE INTO
                               WS-EMP-NOM(WS-NB-EMP)
                           INSPECT WS-EMP-NOM(WS-NB-EMP)
                               REPLACING ALL '&' BY '+'
                                             '<' BY ' '
                                             '>' BY ' '
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHIER-EMPLOYES
           MOVE 'N' TO WS-FIN.

       CHERCHER-COMPTE-EMETTEUR.
      * EMP-ID (WS-CHAMP-ID) -> site de l'employe -> IBAN de
      * l'etablissement -> compte emetteur ; zero si une etape manque.
           MOVE 0 TO WS-CPT-TROUVE
           PERFORM CHERCHER-EMPLOYE
           IF WS-EMP-TROUVE NOT = 0
               PERFORM VARYING WS-IDX-ETB FROM 1 BY 1
                   UNTIL WS-IDX-ETB > WS-NB-ETB
                   IF WS-ETB-SITE(WS-IDX-ETB) =
                       WS-EMP-SITE(WS-EMP-TROUVE)
                       PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                           UNTIL WS-IDX-CPT > WS-NB-CPT
                           IF WS-CPT-IBAN(WS-IDX-CPT) =
                               WS-ETB-IBAN(WS-IDX-ETB)
                               MOVE WS-IDX-CPT TO WS-CPT-TROUVE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       CHERCHER-EMPLOYE.
           MOVE 0 TO WS-EMP-TROUVE
           IF WS-CHAMP-ID(1:5) NUMERIC
               MOVE WS-CHAMP-ID(1:5) TO WS-ID-AFF
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NB-EMP
                   IF WS-EMP-ID(WS-IDX-EMP) = WS-ID-AFF
                       MOVE WS-IDX-EMP TO WS-EMP-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

       ECRIRE-ORDRES-SEPA.
      * Un fichier pain.001.001.03 par compte emetteur :
      * pain001-<IBAN emetteur>-<AAAAMMJJHHMMSS>.xml, jamais ecrase
      * par une liberation suivante tant que la banque ne l'a pas
      * preleve. Nombre de transactions et somme de controle en
      * en-tete de message et de lot, categorie SALA.
           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
               UNTIL WS-IDX-CPT > WS-NB-CPT
               IF WS-CPT-NB(WS-IDX-CPT) > 0
                   PERFORM ECRIRE-UN-ORDRE-SEPA
               END-IF
           END-PERFORM.

       ECRIRE-UN-ORDRE-SEPA.
           MOVE SPACES TO WS-CHEMIN-SEPA
           STRING FUNCTION TRIM(WS-DIR-SEPA) 'pain001-'
               FUNCTION TRIM(WS-CPT-IBAN(WS-IDX-CPT)) '-'
               WS-DATE-SYS WS-HEURE-SEPA(1:6) '.xml'
               DELIMITED SIZE INTO WS-CHEMIN-SEPA
           OPEN OUTPUT FICHIER-SEPA
           IF WS-STATUT-SEPA NOT = '00'
               DISPLAY 'ERREUR : ecriture '
                   FUNCTION TRIM(WS-CHEMIN-SEPA)
                   ' impossible (statut ' WS-STATUT-SEPA ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MSG-ID
           STRING 'PAIE' WS-DATE-SYS WS-HEURE-SEPA(1:6) '-'
               WS-IDX-CPT
               DELIMITED SIZE INTO WS-MSG-ID
           MOVE WS-CPT-NB(WS-IDX-CPT) TO WS-AFF-SEPA-NB
           MOVE WS-CPT-TOTAL(WS-IDX-CPT) TO WS-AFF-SEPA-TOTAL

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.001.001.03">'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '  <CstmrCdtTrfInitn>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '    <GrpHdr>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <MsgId>' FUNCTION TRIM(WS-MSG-ID) '</MsgId>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <CreDtTm>' WS-DATE-SYS(1:4) '-'
               WS-DATE-SYS(5:2) '-' WS-DATE-SYS(7:2) 'T'
               WS-HEURE-SEPA(1:2) ':' WS-HEURE-SEPA(3:2) ':'
               WS-HEURE-SEPA(5:2) '</CreDtTm>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           PERFORM ECRIRE-TOTAUX-SEPA
           MOVE '      <InitgPty>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           PERFORM ECRIRE-NOM-EMETTEUR
           MOVE '      </InitgPty>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '    </GrpHdr>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA

           MOVE '    <PmtInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <PmtInfId>' FUNCTION TRIM(WS-MSG-ID)
               '</PmtInfId>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      <PmtMtd>TRF</PmtMtd>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           PERFORM ECRIRE-TOTAUX-SEPA
           MOVE '      <PmtTpInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '        <SvcLvl><Cd>SEPA</Cd></SvcLvl>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '        <CtgyPurp><Cd>SALA</Cd></CtgyPurp>' TO
               LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      </PmtTpInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <ReqdExctnDt>' WS-DATE-SYS(1:4) '-'
               WS-DATE-SYS(5:2) '-' WS-DATE-SYS(7:2) '</ReqdExctnDt>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      <Dbtr>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           PERFORM ECRIRE-NOM-EMETTEUR
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <Id><OrgId><Othr><Id>'
               WS-CPT-SIRET(WS-IDX-CPT)
               '</Id><SchmeNm><Prtry>SIRET</Prtry></SchmeNm>'
               '</Othr></OrgId></Id>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      </Dbtr>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <DbtrAcct><Id><IBAN>'
               FUNCTION TRIM(WS-CPT-IBAN(WS-IDX-CPT))
               '</IBAN></Id></DbtrAcct>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED'
               '</Id></Othr></FinInstnId></DbtrAgt>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      <ChrgBr>SLEV</ChrgBr>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           PERFORM VARYING WS-IDX-EMI FROM 1 BY 1
               UNTIL WS-IDX-EMI > WS-NB-EMIS
               IF WS-EMI-CPT(WS-IDX-EMI) = WS-IDX-CPT
                   PERFORM ECRIRE-TRANSACTION-SEPA
               END-IF
           END-PERFORM
           MOVE '    </PmtInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '  </CstmrCdtTrfInitn>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '</Document>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           CLOSE FICHIER-SEPA
           DISPLAY 'Ordre SEPA ' FUNCTION TRIM(WS-CHEMIN-SEPA) ' : '
               FUNCTION TRIM(WS-AFF-SEPA-NB) ' virement(s) pour '
               FUNCTION TRIM(WS-AFF-SEPA-TOTAL).

       ECRIRE-TOTAUX-SEPA.
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <NbOfTxs>' FUNCTION TRIM(WS-AFF-SEPA-NB)
               '</NbOfTxs>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '      <CtrlSum>' FUNCTION TRIM(WS-AFF-SEPA-TOTAL)
               '</CtrlSum>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA.

       ECRIRE-NOM-EMETTEUR.
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <Nm>ETABLISSEMENT '
               FUNCTION TRIM(WS-CPT-SITE(WS-IDX-CPT)) '</Nm>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA.

       ECRIRE-TRANSACTION-SEPA.
           MOVE WS-EMI-EMP-ID(WS-IDX-EMI) TO WS-CHAMP-ID
           PERFORM CHERCHER-EMPLOYE
           MOVE WS-EMI-MONTANT(WS-IDX-EMI) TO WS-AFF-SEPA-MT
           MOVE '      <CdtTrfTxInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <PmtId><EndToEndId>'
               FUNCTION TRIM(WS-EMI-REFERENCE(WS-IDX-EMI))
               '</EndToEndId></PmtId>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <Amt><InstdAmt Ccy="EUR">'
               FUNCTION TRIM(WS-AFF-SEPA-MT) '</InstdAmt></Amt>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <Cdtr><Nm>'
               FUNCTION TRIM(WS-EMP-NOM(WS-EMP-TROUVE))
               '</Nm></Cdtr>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <CdtrAcct><Id><IBAN>'
               FUNCTION TRIM(WS-EMI-IBAN(WS-IDX-EMI))
               '</IBAN></Id></CdtrAcct>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE SPACES TO LIGNE-SEPA
           STRING '        <RmtInf><Ustrd>SALAIRE RUN '
               WS-EMI-RUN(WS-IDX-EMI) '</Ustrd></RmtInf>'
               DELIMITED SIZE INTO LIGNE-SEPA
           WRITE LIGNE-SEPA
           MOVE '      </CdtTrfTxInf>' TO LIGNE-SEPA
           WRITE LIGNE-SEPA.
