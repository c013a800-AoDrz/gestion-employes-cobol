           COPY '../../../copybooks/periode-statut.cpy'.

        FD FICHIER-EXCEPTIONS.
        01 LIGNE-EXCEPTION    PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-FIN              PIC X     VALUE 'N'.
                10 WS-VIR-IBAN      PIC X(27).
                10 WS-VIR-MONTANT   PIC 9(7)V9(2).
                10 WS-VIR-RUN       PIC 9(6).
                10 WS-VIR-REFERENCE PIC X(35).
                10 WS-VIR-RAPPROCHE PIC X.
        01 WS-NB-VIR           PIC 9(5)  VALUE 0.
        01 WS-IDX-VIR          PIC 9(5)  VALUE 0.
        01 WS-CSV-IBAN         PIC X(27) VALUE SPACES.
        01 WS-CSV-MONTANT      PIC X(10) VALUE SPACES.
        01 WS-CSV-RUN          PIC X(6)  VALUE SPACES.
        01 WS-CSV-REFERENCE    PIC X(35) VALUE SPACES.

        01 WS-TAB-RLV.
            05 WS-RLV OCCURS 5000 TIMES.
                10 WS-RLV-IBAN      PIC X(27).
                10 WS-RLV-MONTANT   PIC 9(7)V9(2).
                10 WS-RLV-RUN       PIC 9(6).
                10 WS-RLV-REFERENCE PIC X(35).
                10 WS-RLV-RAPPROCHE PIC X.
        01 WS-NB-RLV           PIC 9(5)  VALUE 0.
        01 WS-IDX-RLV          PIC 9(5)  VALUE 0.
       CHARGER-VIREMENTS.
      * virements.txt : fichier libere par US-28, l'en-tete CSV et
      * les lignes internes (SAISIE:, ORGANISME:) sont ignorees, la
      * banque ne connait que les IBAN. La cinquieme zone est la
      * reference de bout en bout de l'ordre SEPA (blanche pour les
      * liberations anterieures).
           OPEN INPUT FICHIER-VIREMENTS
           IF WS-STATUT-VIREMENTS NOT = '00'
               DISPLAY 'ERREUR : ouverture virements.txt impossible '

       RETENIR-VIREMENT.
           MOVE SPACES TO WS-CSV-EMP WS-CSV-IBAN WS-CSV-MONTANT
               WS-CSV-RUN WS-CSV-REFERENCE
           UNSTRING LIGNE-VIREMENT DELIMITED BY ','
               INTO WS-CSV-EMP WS-CSV-IBAN WS-CSV-MONTANT WS-CSV-RUN
                    WS-CSV-REFERENCE
           END-UNSTRING
           IF WS-CSV-EMP NOT NUMERIC
               OR WS-CSV-IBAN(1:2) = 'SA'
               ELSE
                   MOVE 0 TO WS-VIR-RUN(WS-NB-VIR)
               END-IF
               MOVE WS-CSV-REFERENCE TO WS-VIR-REFERENCE(WS-NB-VIR)
               MOVE 'N' TO WS-VIR-RAPPROCHE(WS-NB-VIR)
           END-IF.

               READ FICHIER-RELEVE
                   AT END MOVE 'O' TO WS-FIN
                   NOT AT END
      * Credits hors paie (run a zero) : rapproches par US-100.
                       IF WS-NB-RLV < 5000 AND RLV-RUN NOT = 0
                           ADD 1 TO WS-NB-RLV
                           MOVE RLV-IBAN TO WS-RLV-IBAN(WS-NB-RLV)
                           MOVE RLV-MONTANT TO
                               WS-RLV-MONTANT(WS-NB-RLV)
                           MOVE RLV-RUN TO WS-RLV-RUN(WS-NB-RLV)
                           MOVE RLV-REFERENCE TO
                               WS-RLV-REFERENCE(WS-NB-RLV)
                           MOVE 'N' TO WS-RLV-RAPPROCHE(WS-NB-RLV)
                       END-IF
               END-READ
           MOVE 'N' TO WS-FIN.

       RAPPROCHER.
      * Ordres SEPA : la reference de bout en bout, unique, designe
      * le virement ; rapproche si le montant debite est le montant
      * emis.
           PERFORM VARYING WS-IDX-VIR FROM 1 BY 1
               UNTIL WS-IDX-VIR > WS-NB-VIR
               PERFORM VARYING WS-IDX-RLV FROM 1 BY 1
                   UNTIL WS-IDX-RLV > WS-NB-RLV
                   IF WS-VIR-RAPPROCHE(WS-IDX-VIR) = 'N'
                       AND WS-RLV-RAPPROCHE(WS-IDX-RLV) = 'N'
                       AND WS-VIR-REFERENCE(WS-IDX-VIR) NOT = SPACES
                       AND WS-RLV-REFERENCE(WS-IDX-RLV) =
                           WS-VIR-REFERENCE(WS-IDX-VIR)
                       AND WS-RLV-MONTANT(WS-IDX-RLV) =
                           WS-VIR-MONTANT(WS-IDX-VIR)
                       MOVE 'O' TO WS-VIR-RAPPROCHE(WS-IDX-VIR)
                       MOVE 'O' TO WS-RLV-RAPPROCHE(WS-IDX-RLV)
                       ADD 1 TO WS-NB-RAPPROCHES
                   END-IF
               END-PERFORM
           END-PERFORM
      * Debits ou virements sans reference (anterieurs aux ordres
      * SEPA) : correspondance exacte (IBAN, montant, run), chaque
      * ligne de releve ne sert qu'une fois (deux virements
      * identiques exigent deux debits).
           PERFORM VARYING WS-IDX-VIR FROM 1 BY 1
               UNTIL WS-IDX-VIR > WS-NB-VIR
                   UNTIL WS-IDX-RLV > WS-NB-RLV
                   IF WS-VIR-RAPPROCHE(WS-IDX-VIR) = 'N'
                       AND WS-RLV-RAPPROCHE(WS-IDX-RLV) = 'N'
                       AND (WS-VIR-REFERENCE(WS-IDX-VIR) = SPACES
                           OR WS-RLV-REFERENCE(WS-IDX-RLV) = SPACES)
                       AND WS-RLV-IBAN(WS-IDX-RLV) =
                           WS-VIR-IBAN(WS-IDX-VIR)
                       AND WS-RLV-MONTANT(WS-IDX-RLV) =
                   STRING 'DEBITE NON EMIS : '
                       WS-RLV-IBAN(WS-IDX-RLV) ' '
                       WS-AFF-MONTANT ' run '
                       WS-RLV-RUN(WS-IDX-RLV) ' '
                       FUNCTION TRIM(WS-RLV-REFERENCE(WS-IDX-RLV))
                       DELIMITED SIZE INTO LIGNE-EXCEPTION
                   WRITE LIGNE-EXCEPTION
               END-IF
           END-PERFORM.

       SIGNALER-VIREMENT-NON-DEBITE.
      * Si un debit non rapproche de meme reference (ou, sans
      * reference, du meme IBAN et du meme run) existe avec un autre
      * montant, c'est un ecart de montant ; sinon un virement emis
      * et jamais debite.
           MOVE 'N' TO WS-ECART-TROUVE
           PERFORM VARYING WS-IDX-RLV FROM 1 BY 1
               UNTIL WS-IDX-RLV > WS-NB-RLV
               IF WS-RLV-RAPPROCHE(WS-IDX-RLV) = 'N'
                   AND WS-ECART-TROUVE = 'N'
                   AND ((WS-VIR-REFERENCE(WS-IDX-VIR) NOT = SPACES
                         AND WS-RLV-REFERENCE(WS-IDX-RLV) =
                             WS-VIR-REFERENCE(WS-IDX-VIR))
                     OR ((WS-VIR-REFERENCE(WS-IDX-VIR) = SPACES
                          OR WS-RLV-REFERENCE(WS-IDX-RLV) = SPACES)
                         AND WS-RLV-IBAN(WS-IDX-RLV) =
                             WS-VIR-IBAN(WS-IDX-VIR)
                         AND WS-RLV-RUN(WS-IDX-RLV) =
                             WS-VIR-RUN(WS-IDX-VIR)))
                   MOVE 'O' TO WS-ECART-TROUVE
                   MOVE 'O' TO WS-RLV-RAPPROCHE(WS-IDX-RLV)
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO LIGNE-EXCEPTION
                   STRING 'ECART MONTANT : EMP-ID '
                       WS-VIR-EMP-ID(WS-IDX-VIR) ' emis '
                       WS-AFF-MONTANT ' debite ' WS-AFF-M2 ' '
                       FUNCTION TRIM(WS-VIR-REFERENCE(WS-IDX-VIR))
                       DELIMITED SIZE INTO LIGNE-EXCEPTION
                   WRITE LIGNE-EXCEPTION
               END-IF
               STRING 'EMIS NON DEBITE : EMP-ID '
                   WS-VIR-EMP-ID(WS-IDX-VIR) ' '
                   WS-VIR-IBAN(WS-IDX-VIR) ' ' WS-AFF-MONTANT
                   ' run ' WS-VIR-RUN(WS-IDX-VIR) ' '
                   FUNCTION TRIM(WS-VIR-REFERENCE(WS-IDX-VIR))
                   DELIMITED SIZE INTO LIGNE-EXCEPTION
               WRITE LIGNE-EXCEPTION
           END-IF.
