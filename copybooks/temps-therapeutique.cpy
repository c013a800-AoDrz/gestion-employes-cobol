      * Copybook : temps partiel therapeutique (temps-therapeutique.txt)
      * Un enregistrement par periode de reprise a temps partiel
      * prescrite par le medecin apres un arret : dates de debut et
      * de fin (AAAA-MM-JJ) et pourcentage du temps de travail
      * effectue, distinct du temps contractuel EMP-TAUX-TEMPS (qui
      * n'est pas modifie : les droits a conges continuent de
      * s'acquerir a taux plein). Le run de paie (US-03) retient les
      * heures non travaillees sur le brut et avance les IJSS sous
      * subrogation ; saisie, prolongation et echeances par US-121.
       01 TEMPS-THERAPEUTIQUE-RECORD.
           05 TPT-EMP-ID        PIC 9(5).
           05 TPT-DEBUT         PIC X(10).
           05 TPT-FIN           PIC X(10).
           05 TPT-TAUX-TRAVAIL  PIC 9(3)V9(2).
           05 TPT-DATE-SAISIE   PIC 9(8).
           05 TPT-SAISI-PAR     PIC X(20).
