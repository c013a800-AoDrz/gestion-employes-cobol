               ASSIGN TO WS-CHEMIN-HISTO-DATA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-HISTO-DATA.
           SELECT FICHIER-SCEAUX
               ASSIGN TO WS-CHEMIN-SCEAUX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-SCEAUX.
           SELECT FICHIER-CUMULS
               ASSIGN TO WS-CHEMIN-CUMULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CUMULS.

       DATA DIVISION.
       FILE SECTION.
           COPY '../../../copybooks/bulletin-data.cpy'
               REPLACING ==BDATA-RECORD== BY ==HDATA-RECORD==.

        FD FICHIER-SCEAUX.
           COPY '../../../copybooks/sceau-historique.cpy'.

        FD FICHIER-CUMULS.
           COPY '../../../copybooks/cumul.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN             PIC X VALUE 'N'.
        01 WS-COMPTEUR        PIC 9(3) VALUE 0.
        01 WS-CHEMIN-HISTO-DATA PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ROTATION-DATA PIC X(100) VALUE SPACES.

      * Scellement des periodes archivees (sceaux-historique.txt) :
      * une empreinte par periode presente dans le lot archive.
        01 WS-STATUT-SCEAUX     PIC XX.
        01 WS-STATUT-CUMULS     PIC XX.
        01 WS-CHEMIN-SCEAUX     PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-CUMULS     PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO         PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-HISTO-SAUVE PIC X(100) VALUE SPACES.
        01 WS-TAB-SCELLER.
            05 WS-SCL OCCURS 12 TIMES.
                10 WS-SCL-PERIODE   PIC 9(6).
                10 WS-SCL-EMPREINTE PIC X(18).
                10 WS-SCL-NB        PIC 9(5).
                10 WS-SCL-BRUT      PIC 9(9)V9(2).
                10 WS-SCL-NET       PIC 9(9)V9(2).
        01 WS-NB-SCELLER        PIC 9(2)  VALUE 0.
        01 WS-IDX-SCL           PIC 9(2)  VALUE 0.
        01 WS-IDX-SCL2          PIC 9(2)  VALUE 0.
        01 WS-IDX-ENR           PIC 9(2)  VALUE 0.
        01 WS-SCL-TROUVE        PIC X     VALUE 'N'.
        01 WS-ANNEE-SEGMENT     PIC 9(4)  VALUE 0.
        01 WS-DERNIER-NUMERO    PIC 9(5)  VALUE 0.
        01 WS-DERNIER-SCEAU     PIC X(18) VALUE ALL '0'.
        01 WS-NB-CUMULS-ANNEE   PIC 9(5)  VALUE 0.
        01 WS-EMPREINTE-CUMULS  PIC X(18) VALUE SPACES.
           COPY '../../../copybooks/empreinte.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS

           IF WS-COMPTEUR > 0
               PERFORM ARCHIVER-DONNEES
               PERFORM SCELLER-PERIODES
               PERFORM ROTER-BULLETINS
               PERFORM CLOTURER-PERIODE
           END-IF
                   WS-CHEMIN-HISTO-DATA
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../../../PI-1/feature-paie/' TO WS-DIR-BULLETINS
               MOVE '../' TO WS-DIR-HISTO
               MOVE '../sceaux-historique.txt' TO WS-CHEMIN-SCEAUX
               MOVE '../../../PI-1/feature-paie/cumuls-annuels.txt'
                   TO WS-CHEMIN-CUMULS
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/bulletins.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-BULLETINS
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-BULLETINS
               STRING FUNCTION TRIM(WS-RACINE) '/'
                   DELIMITED SIZE INTO WS-DIR-HISTO
               STRING FUNCTION TRIM(WS-RACINE) '/sceaux-historique.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-SCEAUX
               STRING FUNCTION TRIM(WS-RACINE) '/cumuls-annuels.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-CUMULS
           END-IF.

       DEMARRER-JOURNAL.
                           ADD 1 TO WS-NB-DATA
                           MOVE BDATA-RECORD TO HDATA-RECORD
                           WRITE HDATA-RECORD
                           PERFORM NOTER-PERIODE-A-SCELLER
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BULLETINS-DATA
               CLOSE FICHIER-HISTORIQUE
               MOVE 'N' TO WS-FIN
           END-IF.

       NOTER-PERIODE-A-SCELLER.
      * Periodes presentes dans le lot archive (en principe la seule
      * periode saisie, davantage en cas de rattrapage groupe).
           MOVE 'N' TO WS-SCL-TROUVE
           PERFORM VARYING WS-IDX-SCL FROM 1 BY 1
               UNTIL WS-IDX-SCL > WS-NB-SCELLER
               IF WS-SCL-PERIODE(WS-IDX-SCL) =
                   BDATA-PERIODE OF BDATA-RECORD
                   MOVE 'O' TO WS-SCL-TROUVE
               END-IF
           END-PERFORM
           IF WS-SCL-TROUVE = 'N' AND WS-NB-SCELLER < 12
               ADD 1 TO WS-NB-SCELLER
               MOVE BDATA-PERIODE OF BDATA-RECORD TO
                   WS-SCL-PERIODE(WS-NB-SCELLER)
           END-IF.

       SCELLER-PERIODES.
      * Sceau de chaque periode archivee, chaine au dernier sceau de
      * sceaux-historique.txt : empreinte de tous les enregistrements
      * de la periode dans l'historique structure (segment annuel de
      * la retention US-32 puis fichier courant, dans l'ordre
      * d'archivage, archivages anterieurs d'une periode rouverte
      * compris), totaux de controle et empreinte des cumuls annuels
      * de l'annee. US-111 verifie la chaine complete.
           IF WS-NB-SCELLER > 0
               PERFORM CHARGER-DERNIER-SCEAU
               MOVE 'I' TO EPT-FONCTION
               CALL 'EMPREINTE' USING EMPREINTE-ZONE
               PERFORM VARYING WS-IDX-SCL FROM 1 BY 1
                   UNTIL WS-IDX-SCL > WS-NB-SCELLER
                   MOVE EPT-VALEUR TO WS-SCL-EMPREINTE(WS-IDX-SCL)
                   MOVE 0 TO WS-SCL-NB(WS-IDX-SCL)
                   MOVE 0 TO WS-SCL-BRUT(WS-IDX-SCL)
                   MOVE 0 TO WS-SCL-NET(WS-IDX-SCL)
               END-PERFORM
               MOVE WS-CHEMIN-HISTO-DATA TO WS-CHEMIN-HISTO-SAUVE
               PERFORM VARYING WS-IDX-SCL FROM 1 BY 1
                   UNTIL WS-IDX-SCL > WS-NB-SCELLER
                   MOVE 'N' TO WS-SCL-TROUVE
                   PERFORM VARYING WS-IDX-SCL2 FROM 1 BY 1
                       UNTIL WS-IDX-SCL2 >= WS-IDX-SCL
                       IF WS-SCL-PERIODE(WS-IDX-SCL2)(1:4) =
                           WS-SCL-PERIODE(WS-IDX-SCL)(1:4)
                           MOVE 'O' TO WS-SCL-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-SCL-TROUVE = 'N'
                       MOVE WS-SCL-PERIODE(WS-IDX-SCL)(1:4) TO
                           WS-ANNEE-SEGMENT
                       MOVE SPACES TO WS-CHEMIN-HISTO-DATA
                       STRING FUNCTION TRIM(WS-DIR-HISTO)
                           'historique-paies-data-' WS-ANNEE-SEGMENT
                           '.txt'
                           DELIMITED SIZE INTO WS-CHEMIN-HISTO-DATA
                       PERFORM EMPREINDRE-HISTO-DATA
                   END-IF
               END-PERFORM
               MOVE WS-CHEMIN-HISTO-SAUVE TO WS-CHEMIN-HISTO-DATA
               PERFORM EMPREINDRE-HISTO-DATA
               OPEN EXTEND FICHIER-SCEAUX
               IF WS-STATUT-SCEAUX NOT = '00'
                   OPEN OUTPUT FICHIER-SCEAUX
               END-IF
               PERFORM VARYING WS-IDX-SCL FROM 1 BY 1
                   UNTIL WS-IDX-SCL > WS-NB-SCELLER
                   PERFORM ECRIRE-SCEAU
               END-PERFORM
               CLOSE FICHIER-SCEAUX
           END-IF.

       CHARGER-DERNIER-SCEAU.
           MOVE 0 TO WS-DERNIER-NUMERO
           MOVE ALL '0' TO WS-DERNIER-SCEAU
           OPEN INPUT FICHIER-SCEAUX
           IF WS-STATUT-SCEAUX = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-SCEAUX
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           MOVE SCE-NUMERO TO WS-DERNIER-NUMERO
                           MOVE SCE-SCEAU TO WS-DERNIER-SCEAU
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SCEAUX
               MOVE 'N' TO WS-FIN
           END-IF.

       EMPREINDRE-HISTO-DATA.
      * Fichier absent (annee jamais segmentee) : rien a ajouter.
           OPEN INPUT FICHIER-HISTO-DATA
           IF WS-STATUT-HISTO-DATA = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-HISTO-DATA
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           PERFORM EMPREINDRE-ENREGISTREMENT
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-DATA
               MOVE 'N' TO WS-FIN
           END-IF.

       EMPREINDRE-ENREGISTREMENT.
           PERFORM VARYING WS-IDX-ENR FROM 1 BY 1
               UNTIL WS-IDX-ENR > WS-NB-SCELLER
               IF WS-SCL-PERIODE(WS-IDX-ENR) =
                   BDATA-PERIODE OF HDATA-RECORD
                   MOVE WS-SCL-EMPREINTE(WS-IDX-ENR) TO EPT-VALEUR
                   MOVE 'A' TO EPT-FONCTION
                   MOVE LENGTH OF HDATA-RECORD TO EPT-LONGUEUR
                   MOVE HDATA-RECORD TO EPT-DONNEE
                   CALL 'EMPREINTE' USING EMPREINTE-ZONE
                   MOVE EPT-VALEUR TO WS-SCL-EMPREINTE(WS-IDX-ENR)
                   ADD 1 TO WS-SCL-NB(WS-IDX-ENR)
                   ADD BDATA-BRUT OF HDATA-RECORD TO
                       WS-SCL-BRUT(WS-IDX-ENR)
                   ADD BDATA-NET-A-PAYER OF HDATA-RECORD TO
                       WS-SCL-NET(WS-IDX-ENR)
               END-IF
           END-PERFORM.

       EMPREINDRE-CUMULS.
      * Lignes de cumuls-annuels.txt de l'annee de la periode, dans
      * l'ordre du fichier (US-03 le reecrit sans le retrier).
           MOVE 0 TO WS-NB-CUMULS-ANNEE
           MOVE 'I' TO EPT-FONCTION
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           OPEN INPUT FICHIER-CUMULS
           IF WS-STATUT-CUMULS = '00'
               MOVE 'N' TO WS-FIN
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-CUMULS
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF CUMUL-ANNEE =
                               WS-SCL-PERIODE(WS-IDX-SCL)(1:4)
                               ADD 1 TO WS-NB-CUMULS-ANNEE
                               MOVE 'A' TO EPT-FONCTION
                               MOVE LENGTH OF CUMUL-RECORD TO
                                   EPT-LONGUEUR
                               MOVE CUMUL-RECORD TO EPT-DONNEE
                               CALL 'EMPREINTE' USING EMPREINTE-ZONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CUMULS
               MOVE 'N' TO WS-FIN
           END-IF
           MOVE EPT-VALEUR TO WS-EMPREINTE-CUMULS.

       ECRIRE-SCEAU.
           PERFORM EMPREINDRE-CUMULS
           ADD 1 TO WS-DERNIER-NUMERO
           MOVE WS-DERNIER-NUMERO TO SCE-NUMERO
           MOVE WS-SCL-PERIODE(WS-IDX-SCL) TO SCE-PERIODE
           MOVE WS-DATE-SYS TO SCE-DATE
           MOVE WS-SCL-NB(WS-IDX-SCL) TO SCE-NB-BULLETINS
           MOVE WS-SCL-BRUT(WS-IDX-SCL) TO SCE-TOTAL-BRUT
           MOVE WS-SCL-NET(WS-IDX-SCL) TO SCE-TOTAL-NET
           MOVE WS-SCL-EMPREINTE(WS-IDX-SCL) TO SCE-EMPREINTE
           MOVE WS-NB-CUMULS-ANNEE TO SCE-NB-CUMULS
           MOVE WS-EMPREINTE-CUMULS TO SCE-EMPREINTE-CUMULS
           MOVE WS-DERNIER-SCEAU TO SCE-SCEAU-PRECEDENT
           MOVE 'I' TO EPT-FONCTION
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           MOVE 'A' TO EPT-FONCTION
           MOVE LENGTH OF SCE-CONTENU TO EPT-LONGUEUR
           MOVE SCE-CONTENU TO EPT-DONNEE
           CALL 'EMPREINTE' USING EMPREINTE-ZONE
           MOVE EPT-VALEUR TO SCE-SCEAU
           WRITE SCEAU-RECORD
           MOVE SCE-SCEAU TO WS-DERNIER-SCEAU
           DISPLAY 'Periode ' SCE-PERIODE ' scellee (sceau '
               SCE-NUMERO ' : ' SCE-NB-BULLETINS ' bulletins).'.
