           COMPUTE WS-FACTEUR-SALAIRE = 0.90 + WS-MOD-SALAIRE / 100
           COMPUTE EMP-SALAIRE OF EMPLOYE-TEST ROUNDED =
               EMP-SALAIRE OF EMPLOYE-RECORD * WS-FACTEUR-SALAIRE
           COMPUTE EMP-TAUX-HORAIRE OF EMPLOYE-TEST ROUNDED =
               EMP-TAUX-HORAIRE OF EMPLOYE-RECORD * WS-FACTEUR-SALAIRE
      * Nationalite, titre de sejour et reconnaissance de handicap
      * (donnee de sante) n'ont pas leur place dans le jeu de test.
           MOVE SPACES TO EMP-NATIONALITE OF EMPLOYE-TEST
           MOVE SPACES TO EMP-TITRE-TYPE OF EMPLOYE-TEST
           MOVE SPACES TO EMP-TITRE-NUMERO OF EMPLOYE-TEST
           MOVE ZERO TO EMP-TITRE-EXPIRATION OF EMPLOYE-TEST
           MOVE SPACES TO EMP-RQTH-TYPE OF EMPLOYE-TEST
           MOVE ZERO TO EMP-RQTH-DEBUT OF EMPLOYE-TEST
           MOVE ZERO TO EMP-RQTH-FIN OF EMPLOYE-TEST
           PERFORM GENERER-IBAN-FACTICE
           PERFORM GENERER-NIR-FACTICE
           WRITE EMPLOYE-TEST.
