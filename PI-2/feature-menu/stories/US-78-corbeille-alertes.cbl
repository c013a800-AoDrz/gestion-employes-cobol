           STRING FUNCTION TRIM(WS-DIR-CONGES) 'expiration-cp.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'TITRE-SEJOUR' TO WS-SOURCE-COURANTE
           MOVE 'HAUTE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-titres-sejour.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'VIR-RETENU' TO WS-SOURCE-COURANTE
           MOVE 'HAUTE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-virements-retenus.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'CONGE-MODIF' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES)
               'alertes-conges-modifies.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'ENTRET-PRO' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-entretiens-pro.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'OETH' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE) 'alertes-oeth.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'AIDE-APPRENT' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-aides-apprentis.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'ACCIDENT-AT' TO WS-SOURCE-COURANTE
           MOVE 'HAUTE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-accidents-travail.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'CONGE-ATT' TO WS-SOURCE-COURANTE
           MOVE 'HAUTE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-CONGES)
               'alertes-conges-attente.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'ABS-INJUST' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-absences-injustifiees.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           MOVE 'TEMPS-THERAP' TO WS-SOURCE-COURANTE
           MOVE 'MOYENNE' TO WS-SEVERITE-COURANTE
           MOVE SPACES TO WS-CHEMIN-SOURCE
           STRING FUNCTION TRIM(WS-DIR-PAIE)
               'alertes-temps-therapeutique.txt'
               DELIMITED SIZE INTO WS-CHEMIN-SOURCE
           PERFORM COLLECTER-UN-FICHIER
           PERFORM COLLECTER-REJETS-IBAN
           IF WS-NB-COLLECTEES > 0
               MOVE 'O' TO WS-CORBEILLE-MODIF
