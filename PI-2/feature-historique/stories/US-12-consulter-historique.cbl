        01 WS-CHEMIN-CATALOGUE PIC X(100) VALUE SPACES.
        01 WS-DIR-HISTO        PIC X(100) VALUE SPACES.

      * Chaque bulletin affiche est trace dans journal-acces.txt
      * (sous-programme commun TRACER-ACCES).
           COPY '../../../copybooks/acces-donnees.cpy'.

       PROCEDURE DIVISION.

           PERFORM DEFINIR-CHEMINS
                   END-PERFORM
                   DISPLAY WS-SEPARATEUR
                   ADD 1 TO WS-COMPTEUR-AFFICHE
                   PERFORM TRACER-CONSULTATION
               END-IF
           END-IF
           MOVE 0 TO WS-NB-LIGNES-BLOC
           MOVE 0 TO WS-BLOC-EMP-ID.

       TRACER-CONSULTATION.
           INITIALIZE ACCES-DONNEES-RECORD
           MOVE 'US-12' TO ACD-PROGRAMME
           MOVE WS-BLOC-EMP-ID TO ACD-EMP-ID
           IF WS-DATE-COURANTE(1:4) NUMERIC
               AND WS-DATE-COURANTE(6:2) NUMERIC
               MOVE WS-DATE-COURANTE(1:4) TO ACD-PERIODE(1:4)
               MOVE WS-DATE-COURANTE(6:2) TO ACD-PERIODE(5:2)
           END-IF
           MOVE 'BULLETIN : SALAIRE, COTISATIONS, NET' TO ACD-CHAMPS
           MOVE 'C' TO ACD-AFFICHAGE
           CALL 'TRACER-ACCES' USING ACCES-DONNEES-RECORD.

       EVALUER-CORRESPONDANCE.
           EVALUATE WS-MODE
               WHEN '1'
