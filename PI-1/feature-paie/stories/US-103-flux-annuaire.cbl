       IDENTIFICATION DIVISION.
       PROGRAM-ID. US-103-FLUX-ANNUAIRE.
      * US-103 : Flux quotidien des mouvements employes (embauches,
      *          sorties, changements de departement, de site, de
      *          manager et de nom) vers l'annuaire et les systemes
      *          informatiques, depuis l'extraction precedente
      * Feature : Calcul de la paie
      * PI-1 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-AUDIT
               ASSIGN TO WS-CHEMIN-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-AUDIT.
           SELECT FICHIER-MUTATIONS
               ASSIGN TO WS-CHEMIN-MUTATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-MUTATIONS.
           SELECT FICHIER-EMPLOYES
               ASSIGN TO WS-CHEMIN-EMPLOYES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-STATUT-EMPLOYES.
           SELECT FICHIER-ETAT
               ASSIGN TO WS-CHEMIN-ETAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ETAT.
           SELECT FICHIER-FLUX
               ASSIGN TO WS-CHEMIN-FLUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-FLUX.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-AUDIT.
        01 LIGNE-AUDIT        PIC X(140).

        FD FICHIER-MUTATIONS.
           COPY '../../../copybooks/mutation.cpy'.

        FD FICHIER-EMPLOYES.
           COPY '../../../copybooks/employe.cpy'.

        FD FICHIER-ETAT.
           COPY '../../../copybooks/flux-annuaire-etat.cpy'.

        FD FICHIER-FLUX.
           COPY '../../../copybooks/flux-annuaire.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-AUDIT     PIC XX.
        01 WS-STATUT-MUTATIONS PIC XX.
        01 WS-STATUT-EMPLOYES  PIC XX.
        01 WS-STATUT-ETAT      PIC XX.
        01 WS-STATUT-FLUX      PIC XX.

      * Fenetre d'extraction : strictement apres l'horodatage de
      * l'extraction precedente (flux-annuaire-etat.txt), jusqu'a
      * l'instant present inclus. Sans fichier d'etat (premier
      * passage), tout l'historique d'audit est emis en sequence 1.
        01 WS-SEQUENCE-PREC    PIC 9(6)  VALUE 0.
        01 WS-SEQUENCE         PIC 9(6)  VALUE 0.
        01 WS-DEPUIS-DATE      PIC 9(8)  VALUE 0.
        01 WS-DEPUIS-HEURE     PIC 9(6)  VALUE 0.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-HEURE-SYS        PIC 9(8)  VALUE 0.
        01 WS-HORO-DEPUIS      PIC X(14) VALUE SPACES.
        01 WS-HORO-JUSQUA      PIC X(14) VALUE SPACES.

      * Ligne d'audit decoupee (utilisateur, date, heure, fichier,
      * operation, EMP-ID, champ, ancienne et nouvelle valeur).
        01 WS-AUD-UTIL         PIC X(20) VALUE SPACES.
        01 WS-AUD-DATE         PIC X(8)  VALUE SPACES.
        01 WS-AUD-HEURE        PIC X(6)  VALUE SPACES.
        01 WS-AUD-FICHIER      PIC X(20) VALUE SPACES.
        01 WS-AUD-OPERATION    PIC X(12) VALUE SPACES.
        01 WS-AUD-EMP-X        PIC X(5)  VALUE SPACES.
        01 WS-AUD-EMP-ID REDEFINES WS-AUD-EMP-X PIC 9(5).
        01 WS-AUD-CHAMP        PIC X(15) VALUE SPACES.
        01 WS-AUD-ANCIEN       PIC X(27) VALUE SPACES.
        01 WS-AUD-NOUVEAU      PIC X(27) VALUE SPACES.
        01 WS-AUD-HORO         PIC X(14) VALUE SPACES.
        01 WS-ABSORBE-X        PIC X(5)  VALUE SPACES.
        01 WS-ABSORBE-ID REDEFINES WS-ABSORBE-X PIC 9(5).

      * Mouvements retenus, dans l'ordre de l'audit puis des
      * mutations appliquees ; la fiche courante est relue a
      * l'ecriture du flux.
        01 WS-TAB-MOUVEMENTS.
            05 WS-MVT OCCURS 2000 TIMES.
                10 WS-MVT-EMP-ID    PIC 9(5).
                10 WS-MVT-NATURE    PIC X(12).
                10 WS-MVT-EFFET     PIC 9(8).
                10 WS-MVT-CHAMP     PIC X(15).
                10 WS-MVT-ANCIEN    PIC X(27).
                10 WS-MVT-NOUVEAU   PIC X(27).
        01 WS-NB-MOUVEMENTS    PIC 9(4)  VALUE 0.
        01 WS-IDX-MVT          PIC 9(4)  VALUE 0.
        01 WS-DEBORDEMENT      PIC X     VALUE 'N'.
        01 WS-NAT-TROUVEE      PIC X(12) VALUE SPACES.
        01 WS-EFFET-TROUVE     PIC 9(8)  VALUE 0.

        01 WS-NB-AUDIT         PIC 9(6)  VALUE 0.
        01 WS-NB-MUTATIONS     PIC 9(4)  VALUE 0.
        01 WS-NB-ABSENTS       PIC 9(4)  VALUE 0.
        01 WS-AFF-NB           PIC ZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-AUDIT     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-MUTATIONS PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-EMPLOYES  PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ETAT      PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-FLUX      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
           PERFORM LIRE-ETAT
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           STRING WS-DEPUIS-DATE WS-DEPUIS-HEURE
               DELIMITED SIZE INTO WS-HORO-DEPUIS
           STRING WS-DATE-SYS WS-HEURE-SYS(1:6)
               DELIMITED SIZE INTO WS-HORO-JUSQUA
           PERFORM COLLECTER-AUDIT
           PERFORM COLLECTER-MUTATIONS
           IF WS-DEBORDEMENT = 'O'
               DISPLAY 'ERREUR : plus de 2000 mouvements depuis le '
                   'flux ' WS-SEQUENCE-PREC ', aucun fichier emis '
                   '(etat inchange).'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEQUENCE-PREC = 999999
               MOVE 1 TO WS-SEQUENCE
           ELSE
               COMPUTE WS-SEQUENCE = WS-SEQUENCE-PREC + 1
           END-IF
           PERFORM DEFINIR-CHEMIN-FLUX
           PERFORM ECRIRE-FLUX
           PERFORM ECRIRE-ETAT
           MOVE WS-NB-MOUVEMENTS TO WS-AFF-NB
           DISPLAY 'Flux annuaire ' WS-SEQUENCE ' emis : '
               WS-AFF-NB ' mouvement(s)'
           DISPLAY 'Fichier : ' FUNCTION TRIM(WS-CHEMIN-FLUX)
           IF WS-NB-ABSENTS > 0
               MOVE WS-NB-ABSENTS TO WS-AFF-NB
               DISPLAY 'Fiches absentes d''employes.dat (statut '
                   'SUPPRIME dans le flux) : ' WS-AFF-NB
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
               MOVE '../../../audit-log.txt' TO WS-CHEMIN-AUDIT
               MOVE '../mutations.txt' TO WS-CHEMIN-MUTATIONS
               MOVE '../employes.dat' TO WS-CHEMIN-EMPLOYES
               MOVE '../flux-annuaire-etat.txt' TO WS-CHEMIN-ETAT
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/audit-log.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-AUDIT
               STRING FUNCTION TRIM(WS-RACINE) '/mutations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-MUTATIONS
               STRING FUNCTION TRIM(WS-RACINE) '/employes.dat'
                   DELIMITED SIZE INTO WS-CHEMIN-EMPLOYES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/flux-annuaire-etat.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ETAT
           END-IF.

       DEFINIR-CHEMIN-FLUX.
      * Un fichier par numero de sequence : les fichiers deja emis
      * restent disponibles pour un renvoi au destinataire.
           MOVE SPACES TO WS-CHEMIN-FLUX
           IF WS-RACINE = SPACES
               STRING '../flux-annuaire-' WS-SEQUENCE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FLUX
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/flux-annuaire-'
                   WS-SEQUENCE '.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-FLUX
           END-IF.

       LIRE-ETAT.
           MOVE 0 TO WS-SEQUENCE-PREC
           MOVE 0 TO WS-DEPUIS-DATE
           MOVE 0 TO WS-DEPUIS-HEURE
           OPEN INPUT FICHIER-ETAT
           IF WS-STATUT-ETAT = '00'
               READ FICHIER-ETAT
                   AT END CONTINUE
                   NOT AT END
                       MOVE FETAT-SEQUENCE TO WS-SEQUENCE-PREC
                       MOVE FETAT-DATE TO WS-DEPUIS-DATE
                       MOVE FETAT-HEURE TO WS-DEPUIS-HEURE
               END-READ
               CLOSE FICHIER-ETAT
           END-IF.

       COLLECTER-AUDIT.
      * Toutes les maintenances d'employes.dat (US-19, import des
      * embauches US-34, fusion de doublons US-71...) tracent dans
      * audit-log.txt ; seules les operations utiles a l'annuaire
      * sont retenues, et seulement sur les champs non sensibles.
           OPEN INPUT FICHIER-AUDIT
           IF WS-STATUT-AUDIT = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-AUDIT
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM FILTRER-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AUDIT
               MOVE 'N' TO WS-FIN
           END-IF.

       FILTRER-LIGNE-AUDIT.
           MOVE SPACES TO WS-AUD-FICHIER WS-AUD-OPERATION
               WS-AUD-EMP-X WS-AUD-CHAMP WS-AUD-ANCIEN
               WS-AUD-NOUVEAU
           UNSTRING LIGNE-AUDIT DELIMITED BY ','
               INTO WS-AUD-UTIL WS-AUD-DATE WS-AUD-HEURE
                    WS-AUD-FICHIER WS-AUD-OPERATION WS-AUD-EMP-X
                    WS-AUD-CHAMP WS-AUD-ANCIEN WS-AUD-NOUVEAU
           END-UNSTRING
           MOVE SPACES TO WS-AUD-HORO
           STRING WS-AUD-DATE WS-AUD-HEURE
               DELIMITED SIZE INTO WS-AUD-HORO
           IF WS-AUD-FICHIER = 'employes.dat'
               AND WS-AUD-EMP-X IS NUMERIC
               AND WS-AUD-HORO > WS-HORO-DEPUIS
               AND WS-AUD-HORO <= WS-HORO-JUSQUA
               ADD 1 TO WS-NB-AUDIT
               PERFORM CLASSER-LIGNE-AUDIT
           END-IF.

       CLASSER-LIGNE-AUDIT.
      * Un ajout, une suppression ou une sortie s'ecrit sur plusieurs
      * lignes d'audit (une par champ) : un seul mouvement est
      * retenu, sur la ligne NOM (ajout, suppression) ou DATE_SORTIE
      * (sortie, dont la date d'effet est la nouvelle valeur).
           MOVE SPACES TO WS-NAT-TROUVEE
           MOVE WS-AUD-DATE TO WS-EFFET-TROUVE
           EVALUATE TRUE
               WHEN WS-AUD-OPERATION = 'AJOUT'
                   AND WS-AUD-CHAMP = 'NOM'
                   MOVE 'EMBAUCHE' TO WS-NAT-TROUVEE
                   MOVE SPACES TO WS-AUD-CHAMP WS-AUD-NOUVEAU
               WHEN WS-AUD-OPERATION = 'SUPPRESSION'
                   AND WS-AUD-CHAMP = 'NOM'
                   MOVE 'SUPPRESSION' TO WS-NAT-TROUVEE
                   MOVE SPACES TO WS-AUD-CHAMP WS-AUD-ANCIEN
               WHEN WS-AUD-OPERATION = 'SORTIE'
                   AND WS-AUD-CHAMP = 'DATE_SORTIE'
                   MOVE 'SORTIE' TO WS-NAT-TROUVEE
                   IF WS-AUD-NOUVEAU(1:8) IS NUMERIC
                       MOVE WS-AUD-NOUVEAU(1:8) TO WS-EFFET-TROUVE
                   END-IF
               WHEN WS-AUD-OPERATION = 'MODIFICATION'
                   EVALUATE WS-AUD-CHAMP
                       WHEN 'NOM'
                       WHEN 'PRENOM'
                           MOVE 'CHGT-NOM' TO WS-NAT-TROUVEE
                       WHEN 'DEPARTEMENT'
                           MOVE 'CHGT-DEPT' TO WS-NAT-TROUVEE
                       WHEN 'SITE'
                           MOVE 'CHGT-SITE' TO WS-NAT-TROUVEE
                       WHEN 'MANAGER'
                           MOVE 'CHGT-MANAGER' TO WS-NAT-TROUVEE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WS-AUD-OPERATION = 'FUSION'
                   AND WS-AUD-CHAMP = 'ABSORBE'
      * La fiche absorbee disparait au profit du survivant : le
      * mouvement porte l'EMP-ID absorbe, le survivant en nouvelle
      * valeur pour que le destinataire fusionne les comptes.
                   MOVE WS-AUD-ANCIEN(1:5) TO WS-ABSORBE-X
                   IF WS-ABSORBE-X IS NUMERIC
                       MOVE 'FUSION' TO WS-NAT-TROUVEE
                       MOVE 'EMP-ID' TO WS-AUD-CHAMP
                       MOVE WS-ABSORBE-X TO WS-AUD-ANCIEN
                       MOVE WS-AUD-EMP-X TO WS-AUD-NOUVEAU
                       MOVE WS-ABSORBE-X TO WS-AUD-EMP-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NAT-TROUVEE NOT = SPACES
               PERFORM AJOUTER-MOUVEMENT
           END-IF.

       COLLECTER-MUTATIONS.
      * Mutations inter-site basculees par US-79 (statut APPLIQUEE)
      * dont la date d'effet tombe dans la fenetre : US-79 tourne
      * chaque jour avant ce flux, une mutation appliquee l'est donc
      * le jour de son effet.
           OPEN INPUT FICHIER-MUTATIONS
           IF WS-STATUT-MUTATIONS = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-MUTATIONS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF MUTA-STATUT = 'APPLIQUEE'
                               AND MUTA-DATE-EFFET > WS-DEPUIS-DATE
                               AND MUTA-DATE-EFFET <= WS-DATE-SYS
                               PERFORM RETENIR-MUTATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-MUTATIONS
               MOVE 'N' TO WS-FIN
           END-IF.

       RETENIR-MUTATION.
           ADD 1 TO WS-NB-MUTATIONS
           MOVE MUTA-EMP-ID TO WS-AUD-EMP-ID
           MOVE 'MUTATION' TO WS-NAT-TROUVEE
           MOVE MUTA-DATE-EFFET TO WS-EFFET-TROUVE
           MOVE 'SITE' TO WS-AUD-CHAMP
           MOVE MUTA-ANCIEN-SITE TO WS-AUD-ANCIEN
           MOVE MUTA-NOUVEAU-SITE TO WS-AUD-NOUVEAU
           PERFORM AJOUTER-MOUVEMENT.

       AJOUTER-MOUVEMENT.
           IF WS-NB-MOUVEMENTS < 2000
               ADD 1 TO WS-NB-MOUVEMENTS
               MOVE WS-AUD-EMP-ID TO WS-MVT-EMP-ID(WS-NB-MOUVEMENTS)
               MOVE WS-NAT-TROUVEE TO WS-MVT-NATURE(WS-NB-MOUVEMENTS)
               MOVE WS-EFFET-TROUVE TO WS-MVT-EFFET(WS-NB-MOUVEMENTS)
               MOVE WS-AUD-CHAMP TO WS-MVT-CHAMP(WS-NB-MOUVEMENTS)
               MOVE WS-AUD-ANCIEN TO WS-MVT-ANCIEN(WS-NB-MOUVEMENTS)
               MOVE WS-AUD-NOUVEAU TO
                   WS-MVT-NOUVEAU(WS-NB-MOUVEMENTS)
           ELSE
               MOVE 'O' TO WS-DEBORDEMENT
           END-IF.

       ECRIRE-FLUX.
           OPEN INPUT FICHIER-EMPLOYES
           IF WS-STATUT-EMPLOYES NOT = '00'
               DISPLAY 'ERREUR : ouverture employes.dat impossible '
                   '(statut ' WS-STATUT-EMPLOYES ')'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FICHIER-FLUX
           IF WS-STATUT-FLUX NOT = '00'
               DISPLAY 'ERREUR : creation du fichier de flux '
                   'impossible (statut ' WS-STATUT-FLUX ')'
               CLOSE FICHIER-EMPLOYES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FLUX-RECORD
           MOVE 'ENT' TO FLUX-TYPE
           MOVE WS-SEQUENCE TO FLUX-SEQUENCE
           MOVE WS-DATE-SYS TO FLUX-DATE-EXTRACTION
           MOVE WS-HEURE-SYS(1:6) TO FLUX-HEURE-EXTRACTION
           MOVE WS-DEPUIS-DATE TO FLUX-DEPUIS-DATE
           MOVE WS-DEPUIS-HEURE TO FLUX-DEPUIS-HEURE
           MOVE WS-SEQUENCE-PREC TO FLUX-SEQUENCE-PREC
           WRITE FLUX-RECORD
           PERFORM VARYING WS-IDX-MVT FROM 1 BY 1
               UNTIL WS-IDX-MVT > WS-NB-MOUVEMENTS
               PERFORM ECRIRE-MOUVEMENT
           END-PERFORM
           MOVE SPACES TO FLUX-RECORD
           MOVE 'FIN' TO FLUX-TYPE
           MOVE WS-SEQUENCE TO FLUX-SEQUENCE
           MOVE WS-NB-MOUVEMENTS TO FLUX-NB-MOUVEMENTS
           WRITE FLUX-RECORD
           CLOSE FICHIER-FLUX
           CLOSE FICHIER-EMPLOYES.

       ECRIRE-MOUVEMENT.
      * Seules les zones d'identification et d'organisation de la
      * fiche sont recopiees : jamais EMP-SALAIRE, EMP-IBAN, EMP-NIR
      * ni aucune autre donnee de paie ou personnelle.
           MOVE SPACES TO FLUX-RECORD
           MOVE 'MVT' TO FLUX-TYPE
           MOVE WS-SEQUENCE TO FLUX-SEQUENCE
           MOVE WS-MVT-EMP-ID(WS-IDX-MVT) TO FLUX-EMP-ID
           MOVE WS-MVT-NATURE(WS-IDX-MVT) TO FLUX-NATURE
           MOVE WS-MVT-EFFET(WS-IDX-MVT) TO FLUX-DATE-EFFET
           MOVE WS-MVT-CHAMP(WS-IDX-MVT) TO FLUX-CHAMP
           MOVE WS-MVT-ANCIEN(WS-IDX-MVT) TO FLUX-ANCIEN
           MOVE WS-MVT-NOUVEAU(WS-IDX-MVT) TO FLUX-NOUVEAU
           MOVE 0 TO FLUX-MANAGER
           MOVE WS-MVT-EMP-ID(WS-IDX-MVT) TO EMP-ID
           READ FICHIER-EMPLOYES
               INVALID KEY
                   ADD 1 TO WS-NB-ABSENTS
                   MOVE 'SUPPRIME' TO FLUX-STATUT
               NOT INVALID KEY
                   MOVE EMP-NOM TO FLUX-NOM
                   MOVE EMP-PRENOM TO FLUX-PRENOM
                   MOVE EMP-DEPARTEMENT TO FLUX-DEPARTEMENT
                   MOVE EMP-SITE TO FLUX-SITE
                   MOVE EMP-MANAGER TO FLUX-MANAGER
                   MOVE EMP-STATUT TO FLUX-STATUT
                   IF WS-MVT-NATURE(WS-IDX-MVT) = 'EMBAUCHE'
                       AND EMP-DATE-EMBAUCHE NOT = 0
                       MOVE EMP-DATE-EMBAUCHE TO FLUX-DATE-EFFET
                   END-IF
           END-READ
           WRITE FLUX-RECORD.

       ECRIRE-ETAT.
      * L'etat n'avance qu'une fois le fichier complet ecrit : un
      * passage interrompu est simplement rejoue sous le meme numero.
           OPEN OUTPUT FICHIER-ETAT
           MOVE WS-SEQUENCE TO FETAT-SEQUENCE
           MOVE WS-DATE-SYS TO FETAT-DATE
           MOVE WS-HEURE-SYS(1:6) TO FETAT-HEURE
           WRITE FLUX-ETAT-RECORD
           CLOSE FICHIER-ETAT.
