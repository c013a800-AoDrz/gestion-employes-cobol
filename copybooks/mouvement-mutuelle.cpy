      * Copybook : flux mensuel des mouvements d'adherents vers
      * l'assureur mutuelle / prevoyance
      * Un fichier mouvements-mutuelle-<contrat>-AAAAMM.txt par
      * contrat et par periode (US-105) : une ligne ENT (date
      * d'extraction et periode du precedent envoi), une ligne MVT
      * par mouvement depuis le precedent envoi, une ligne FIN
      * (nombre de mouvements) ; un fichier sans mouvement est tout
      * de meme emis pour chaque contrat connu.
      * MVTM-NATURE : ADHESION, RADIATION, CHGT-OPTION.
      * MVTM-FIN-PORTABILITE : fin du maintien gratuit des garanties
      * apres une sortie (duree du dernier contrat arrondie au mois
      * superieur, 12 mois au plus) ; zero pour une radiation sans
      * sortie (resiliation, changement de contrat).
      * Le NIR et la date de naissance identifient l'assure aupres
      * de l'organisme ; ils sont a espaces / zero si non renseignes.
       01 MVTM-RECORD.
           05 MVTM-TYPE           PIC X(3).
           05 MVTM-CONTRAT        PIC X(10).
           05 MVTM-PERIODE        PIC 9(6).
           05 MVTM-CORPS          PIC X(120).
           05 MVTM-ENTETE REDEFINES MVTM-CORPS.
               10 MVTM-DATE-EXTRACTION PIC 9(8).
               10 MVTM-PERIODE-PREC    PIC 9(6).
               10 FILLER               PIC X(106).
           05 MVTM-MOUVEMENT REDEFINES MVTM-CORPS.
               10 MVTM-NATURE          PIC X(12).
               10 MVTM-EMP-ID          PIC 9(5).
               10 MVTM-NIR             PIC X(15).
               10 MVTM-NOM             PIC X(20).
               10 MVTM-PRENOM          PIC X(20).
               10 MVTM-DATE-NAISSANCE  PIC 9(8).
               10 MVTM-DATE-EFFET      PIC 9(8).
               10 MVTM-OPTION-FAM      PIC X.
               10 MVTM-OPTION-PREC     PIC X.
               10 MVTM-FIN-PORTABILITE PIC 9(8).
               10 MVTM-PART-SAL        PIC 9(3)V9(2).
               10 MVTM-PART-PAT        PIC 9(3)V9(2).
               10 FILLER               PIC X(12).
           05 MVTM-FIN REDEFINES MVTM-CORPS.
               10 MVTM-NB-MOUVEMENTS   PIC 9(6).
               10 FILLER               PIC X(114).
