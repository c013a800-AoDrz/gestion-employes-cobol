       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-HISTORIQUE.
        01 LIGNE-HISTORIQUE   PIC X(250).

        FD FICHIER-SEGMENT.
        01 LIGNE-SEGMENT      PIC X(250).

        FD FICHIER-SOURCE.
        01 LIGNE-SOURCE       PIC X(140).
