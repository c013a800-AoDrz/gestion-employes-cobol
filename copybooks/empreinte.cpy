      * Copybook : zone d'appel du sous-programme commun EMPREINTE
      * Empreinte de controle d'une suite de zones (deux hachages
      * polynomiaux modulo deux grands nombres premiers, 18 chiffres
      * en tout), sensible a la moindre modification d'un caractere
      * et a l'ordre des zones. Sert au scellement de l'historique de
      * paie (US-11) et a sa verification (US-111).
      *
      * EPT-FONCTION : 'I' = repartir d'une empreinte vierge (la cle
      *                      de scellement GESTPAIE_CLE_SCEAU, si elle
      *                      est definie, y est melee d'office)
      *                'A' = ajouter EPT-DONNEE(1:EPT-LONGUEUR) a
      *                      l'empreinte EPT-VALEUR en cours
      * L'appelant peut sauvegarder EPT-VALEUR et la restituer avant
      * un 'A' pour mener plusieurs empreintes en parallele.
       01 EMPREINTE-ZONE.
           05 EPT-FONCTION         PIC X.
           05 EPT-LONGUEUR         PIC 9(4).
           05 EPT-DONNEE           PIC X(500).
           05 EPT-VALEUR.
               10 EPT-H1           PIC 9(9).
               10 EPT-H2           PIC 9(9).
