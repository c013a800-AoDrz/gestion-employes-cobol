      * Copybook : journal de reception des flux entrants
      * Un enregistrement par remise controlee par la reception des
      * flux (US-118) avant son import : flux, numero de remise et
      * date annonces par l'en-tete, enregistrements comptes et
      * annonces par le pied, cle de controle du contenu. Statut
      * ACCEPTE (donnees remises a l'import, fichier range dans
      * acceptes/) ou QUARANTAINE (import intact, fichier range dans
      * quarantaine/ avec le motif et la ligne en cause). Les remises
      * acceptees servent a reconnaitre une livraison en double.
       01 RECEPTION-FLUX-RECORD.
           05 RCP-DATE          PIC 9(8).
           05 RCP-HEURE         PIC 9(6).
           05 RCP-FLUX          PIC X(8).
           05 RCP-REMISE        PIC X(12).
           05 RCP-DATE-REMISE   PIC X(8).
           05 RCP-NB-LUS        PIC 9(7).
           05 RCP-NB-ANNONCES   PIC 9(7).
           05 RCP-CONTROLE      PIC 9(10).
           05 RCP-STATUT        PIC X(11).
           05 RCP-LIGNE-ERREUR  PIC 9(7).
           05 RCP-MOTIF         PIC X(40).
           05 RCP-ARCHIVE       PIC X(60).
