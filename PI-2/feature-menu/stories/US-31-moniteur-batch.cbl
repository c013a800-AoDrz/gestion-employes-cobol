               ASSIGN TO WS-CHEMIN-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.
           SELECT FICHIER-RECEPTION
               ASSIGN TO WS-CHEMIN-RECEPTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RECEPTION.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-JOURNAL.
        01 LIGNE-JOURNAL      PIC X(100).

        FD FICHIER-RECEPTION.
           COPY '../../../copybooks/reception-flux.cpy'.

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
        01 WS-STATUT-JOURNAL   PIC XX.
        01 WS-STATUT-RECEPTION PIC XX.
        01 WS-DATE-SYS         PIC 9(8)  VALUE 0.
        01 WS-PERIODE          PIC 9(6)  VALUE 0.
        01 WS-PERIODE-PREC     PIC 9(6)  VALUE 0.
        01 WS-AFF-NB           PIC ZZZZZZ9.
        01 WS-AFF-DELTA        PIC -ZZZZZZ9.
        01 WS-NB-ALERTES       PIC 9(3)  VALUE 0.
        01 WS-NB-RECEPTIONS    PIC 9(5)  VALUE 0.
        01 WS-AFF-LUS          PIC ZZZZZZ9.

        01 WS-RACINE           PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-JOURNAL   PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-RECEPTION PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../../journal-batch.txt' TO WS-CHEMIN-JOURNAL
               MOVE '../../../journal-reception.txt'
                   TO WS-CHEMIN-RECEPTION
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/journal-batch.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-JOURNAL
               STRING FUNCTION TRIM(WS-RACINE) '/journal-reception.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-RECEPTION
           END-IF.

       LIRE-JOURNAL.
               UNTIL WS-IDX-ETAPE > 5
               PERFORM AFFICHER-ETAPE
           END-PERFORM
           PERFORM AFFICHER-RECEPTIONS
           DISPLAY '----------------------------------------------'
           DISPLAY 'Alertes : ' WS-NB-ALERTES.

                       TO WS-ORDRE-PRECEDENT
               END-IF
           END-IF.

       AFFICHER-RECEPTIONS.
      * Remises des flux entrants controlees ce mois par la
      * reception (journal-reception.txt) ; chaque remise mise en
      * quarantaine est une alerte : l'import correspondant n'a pas
      * recu ses donnees et l'emetteur doit livrer a nouveau.
           DISPLAY '----------------------------------------------'
           DISPLAY ' RECEPTION DES FLUX ENTRANTS'
           MOVE 0 TO WS-NB-RECEPTIONS
           OPEN INPUT FICHIER-RECEPTION
           IF WS-STATUT-RECEPTION = '00'
               PERFORM UNTIL WS-FIN = 'O'
                   READ FICHIER-RECEPTION
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF RCP-DATE(1:6) = WS-PERIODE
                               PERFORM AFFICHER-RECEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RECEPTION
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-NB-RECEPTIONS = 0
               DISPLAY ' Aucune remise receptionnee ce mois'
           END-IF.

       AFFICHER-RECEPTION.
           ADD 1 TO WS-NB-RECEPTIONS
           MOVE RCP-NB-LUS TO WS-AFF-LUS
           DISPLAY RCP-DATE ' ' RCP-HEURE ' ' RCP-FLUX ' remise '
               RCP-REMISE ' ' RCP-STATUT ' enreg ' WS-AFF-LUS
           IF RCP-STATUT = 'QUARANTAINE'
               ADD 1 TO WS-NB-ALERTES
               DISPLAY '*** ' RCP-FLUX ' : ' FUNCTION TRIM(RCP-MOTIF)
                   ' (quarantaine/' FUNCTION TRIM(RCP-ARCHIVE) ')'
           END-IF.
