           COPY '../../../copybooks/taux.cpy'.

        FD FICHIER-COMPTES.
           COPY '../../../copybooks/rubrique.cpy'.

        FD FICHIER-HISTO-PROV.
        01 HISTO-PROV-RECORD.
                   WS-CHEMIN-EMPLOYES
               MOVE '../../feature-paie/taux-cotisations.txt' TO
                   WS-CHEMIN-TAUX
               MOVE '../../feature-paie/rubriques.txt' TO
                   WS-CHEMIN-COMPTES
               MOVE '../provisions-conges.txt' TO
                   WS-CHEMIN-HISTO-PROV
               STRING FUNCTION TRIM(WS-RACINE)
                   '/taux-cotisations.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-TAUX
               STRING FUNCTION TRIM(WS-RACINE) '/rubriques.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-COMPTES
               STRING FUNCTION TRIM(WS-RACINE)
                   '/provisions-conges.txt'
           END-IF.

       CHARGER-COMPTE-PROVISION.
      * Compte de la rubrique PROVCP dans le plan de rubriques
      * (rubriques.txt) : exige, comme les autres rubriques de
      * l'export comptable.
           MOVE 'N' TO WS-COMPTE-TROUVE
           OPEN INPUT FICHIER-COMPTES
           IF WS-STATUT-COMPTES = '00'
                   READ FICHIER-COMPTES
                       AT END MOVE 'O' TO WS-FIN
                       NOT AT END
                           IF RUB-CODE = 'PROVCP'
                               AND RUB-COMPTE NOT = SPACES
                               MOVE RUB-COMPTE TO
                                   WS-COMPTE-PROVISION
                               MOVE 'O' TO WS-COMPTE-TROUVE
                           END-IF
               MOVE 'N' TO WS-FIN
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               DISPLAY 'ERREUR : rubrique PROVCP sans compte dans '
                   'rubriques.txt'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
