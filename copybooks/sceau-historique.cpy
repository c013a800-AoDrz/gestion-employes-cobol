      * Copybook : sceau d'une periode archivee (sceaux-historique.txt)
      * Un enregistrement par archivage de periode (US-11), ajoute en
      * fin de fichier et jamais reecrit. SCE-EMPREINTE couvre, dans
      * l'ordre d'archivage, tous les enregistrements de la periode
      * dans historique-paies-data.txt et son segment annuel ;
      * SCE-EMPREINTE-CUMULS couvre les lignes de l'annee de la
      * periode dans cumuls-annuels.txt au moment du scellement.
      * SCE-SCEAU est l'empreinte de SCE-CONTENU, qui reprend le sceau
      * de l'enregistrement precedent : modifier ou supprimer un sceau
      * rompt toute la chaine qui suit. Une periode rouverte puis
      * archivee de nouveau recoit un nouveau sceau, qui remplace le
      * precedent pour le controle du contenu (US-111).
       01 SCEAU-RECORD.
           05 SCE-CONTENU.
               10 SCE-NUMERO           PIC 9(5).
               10 SCE-PERIODE          PIC 9(6).
               10 SCE-DATE             PIC 9(8).
               10 SCE-NB-BULLETINS     PIC 9(5).
               10 SCE-TOTAL-BRUT       PIC 9(9)V9(2).
               10 SCE-TOTAL-NET        PIC 9(9)V9(2).
               10 SCE-EMPREINTE        PIC X(18).
               10 SCE-NB-CUMULS        PIC 9(5).
               10 SCE-EMPREINTE-CUMULS PIC X(18).
               10 SCE-SCEAU-PRECEDENT  PIC X(18).
           05 SCE-SCEAU                PIC X(18).
