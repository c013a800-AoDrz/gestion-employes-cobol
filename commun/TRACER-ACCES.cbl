       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACER-ACCES.
      * Sous-programme commun : trace d'une consultation de donnees
      * sensibles d'un salarie dans journal-acces.txt (RGPD : savoir
      * qui a vu les donnees d'une personne, quand, et lesquelles).
      * Appele a chaque affichage ou edition par la consultation de
      * l'historique (US-12), la liste des employes (US-19), les
      * duplicatas de bulletin (US-92) et les attestations employeur
      * (US-116). Zone d'appel : copybook acces-donnees.cpy ;
      * l'utilisateur (USER), la date et l'heure sont poses ici.
      * PI-1/PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-ACCES
               ASSIGN TO WS-CHEMIN-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ACCES.

       DATA DIVISION.
       FILE SECTION.
        FD FICHIER-ACCES.
        01 LIGNE-ACCES        PIC X(94).

       WORKING-STORAGE SECTION.
        01 WS-CHARGE          PIC X     VALUE 'N'.
        01 WS-STATUT-ACCES    PIC XX.
        01 WS-UTILISATEUR     PIC X(20) VALUE SPACES.
        01 WS-HEURE-SYS       PIC 9(8)  VALUE 0.
        01 WS-RACINE          PIC X(100) VALUE SPACES.
        01 WS-CHEMIN-ACCES    PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
           COPY '../copybooks/acces-donnees.cpy'.

       PROCEDURE DIVISION USING ACCES-DONNEES-RECORD.

           IF WS-CHARGE = 'N'
               PERFORM DEFINIR-CHEMINS
               ACCEPT WS-UTILISATEUR FROM ENVIRONMENT 'USER'
               MOVE 'O' TO WS-CHARGE
           END-IF
           MOVE WS-UTILISATEUR TO ACD-UTILISATEUR
           ACCEPT ACD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-HEURE-SYS(1:6) TO ACD-HEURE
           IF ACD-AFFICHAGE NOT = 'C'
               MOVE 'M' TO ACD-AFFICHAGE
           END-IF
      * Meme repli que l'audit : creation du journal a la premiere
      * consultation tracee.
           OPEN EXTEND FICHIER-ACCES
           IF WS-STATUT-ACCES NOT = '00'
               OPEN OUTPUT FICHIER-ACCES
           END-IF
           WRITE LIGNE-ACCES FROM ACCES-DONNEES-RECORD
           CLOSE FICHIER-ACCES
           GOBACK.

       DEFINIR-CHEMINS.
      * Meme racine partagee optionnelle (GESTPAIE_RACINE) que les
      * programmes appelants ; sans elle, journal a la racine de
      * l'arborescence, atteint depuis tout repertoire stories.
           MOVE SPACES TO WS-RACINE
           ACCEPT WS-RACINE FROM ENVIRONMENT 'GESTPAIE_RACINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-RACINE
           END-ACCEPT
           IF WS-RACINE = SPACES
               MOVE '../../../journal-acces.txt' TO WS-CHEMIN-ACCES
           ELSE
               STRING FUNCTION TRIM(WS-RACINE) '/journal-acces.txt'
                   DELIMITED SIZE INTO WS-CHEMIN-ACCES
           END-IF.
