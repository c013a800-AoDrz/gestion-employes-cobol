       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREINTE.
      * Sous-programme commun : empreinte de controle d'une suite de
      * zones, pour le scellement de l'historique de paie (US-11) et
      * sa verification (US-111). Chaque caractere ajoute fait
      * evoluer deux hachages polynomiaux independants :
      *     H = (H x base + rang du caractere) modulo premier
      * de sorte qu'un caractere modifie, ajoute, supprime ou deplace
      * change l'empreinte. La cle GESTPAIE_CLE_SCEAU (variable
      * d'environnement reservee a l'exploitation), melee a chaque
      * empreinte vierge, empeche de recalculer une chaine de sceaux
      * complete apres avoir altere l'historique sans la connaitre.
      * PI-1/PI-2 : Systeme de Gestion des Employes

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-CHARGE          PIC X     VALUE 'N'.
        01 WS-CLE             PIC X(64) VALUE SPACES.
        01 WS-LONGUEUR-CLE    PIC 9(2)  VALUE 0.
        01 WS-IDX             PIC 9(4)  VALUE 0.
        01 WS-RANG            PIC 9(3)  VALUE 0.
        01 WS-CALCUL          PIC 9(13) VALUE 0.

      * Valeurs de depart, bases et modules des deux hachages.
        01 WS-DEPART-1        PIC 9(9)  VALUE 314159265.
        01 WS-DEPART-2        PIC 9(9)  VALUE 271828182.
        01 WS-BASE-1          PIC 9(3)  VALUE 131.
        01 WS-BASE-2          PIC 9(3)  VALUE 257.
        01 WS-MODULE-1        PIC 9(9)  VALUE 999999937.
        01 WS-MODULE-2        PIC 9(9)  VALUE 999999929.

       LINKAGE SECTION.
           COPY '../copybooks/empreinte.cpy'.

       PROCEDURE DIVISION USING EMPREINTE-ZONE.

           IF WS-CHARGE = 'N'
               MOVE SPACES TO WS-CLE
               ACCEPT WS-CLE FROM ENVIRONMENT 'GESTPAIE_CLE_SCEAU'
                   ON EXCEPTION
                       MOVE SPACES TO WS-CLE
               END-ACCEPT
               MOVE 0 TO WS-LONGUEUR-CLE
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 64
                   IF WS-CLE(WS-IDX:1) NOT = SPACE
                       MOVE WS-IDX TO WS-LONGUEUR-CLE
                   END-IF
               END-PERFORM
               MOVE 'O' TO WS-CHARGE
           END-IF

           IF EPT-FONCTION = 'I'
               MOVE WS-DEPART-1 TO EPT-H1
               MOVE WS-DEPART-2 TO EPT-H2
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LONGUEUR-CLE
                   COMPUTE WS-RANG = FUNCTION ORD(WS-CLE(WS-IDX:1))
                   PERFORM MELER-CARACTERE
               END-PERFORM
           ELSE
               IF EPT-LONGUEUR > LENGTH OF EPT-DONNEE
                   MOVE LENGTH OF EPT-DONNEE TO EPT-LONGUEUR
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > EPT-LONGUEUR
                   COMPUTE WS-RANG = FUNCTION ORD(EPT-DONNEE(WS-IDX:1))
                   PERFORM MELER-CARACTERE
               END-PERFORM
           END-IF
           GOBACK.

       MELER-CARACTERE.
           COMPUTE WS-CALCUL = EPT-H1 * WS-BASE-1 + WS-RANG
           COMPUTE EPT-H1 = FUNCTION MOD(WS-CALCUL, WS-MODULE-1)
           COMPUTE WS-CALCUL = EPT-H2 * WS-BASE-2 + WS-RANG
           COMPUTE EPT-H2 = FUNCTION MOD(WS-CALCUL, WS-MODULE-2).
