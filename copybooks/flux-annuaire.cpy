      * Copybook : flux quotidien des mouvements employes vers
      * l'annuaire et les systemes informatiques (comptes, annuaire
      * telephonique, controle d'acces des batiments)
      * Un fichier flux-annuaire-NNNNNN.txt par extraction (US-103),
      * NNNNNN etant le numero de sequence, repris sur chaque ligne :
      * le systeme destinataire detecte un fichier manquant a un
      * trou dans la suite des numeros. Une ligne ENT (periode
      * couverte et numero du fichier precedent), une ligne MVT par
      * mouvement, une ligne FIN (nombre de mouvements) ; un fichier
      * sans mouvement est tout de meme emis pour garder la suite.
      * FLUX-NATURE : EMBAUCHE, SORTIE, SUPPRESSION, FUSION,
      * MUTATION, CHGT-DEPT, CHGT-SITE, CHGT-MANAGER, CHGT-NOM.
      * FLUX-ANCIEN / FLUX-NOUVEAU ne portent que nom, prenom,
      * departement, site ou manager ; aucune donnee sensible
      * (salaire, IBAN, NIR...) n'entre dans ce flux. Les zones
      * nom a statut sont celles de la fiche au moment de
      * l'extraction (a espaces et statut SUPPRIME si la fiche
      * n'existe plus).
       01 FLUX-RECORD.
           05 FLUX-TYPE         PIC X(3).
           05 FLUX-SEQUENCE     PIC 9(6).
           05 FLUX-CORPS        PIC X(174).
           05 FLUX-ENTETE REDEFINES FLUX-CORPS.
               10 FLUX-DATE-EXTRACTION  PIC 9(8).
               10 FLUX-HEURE-EXTRACTION PIC 9(6).
               10 FLUX-DEPUIS-DATE      PIC 9(8).
               10 FLUX-DEPUIS-HEURE     PIC 9(6).
               10 FLUX-SEQUENCE-PREC    PIC 9(6).
               10 FILLER                PIC X(140).
           05 FLUX-MOUVEMENT REDEFINES FLUX-CORPS.
               10 FLUX-EMP-ID       PIC 9(5).
               10 FLUX-NATURE       PIC X(12).
               10 FLUX-DATE-EFFET   PIC 9(8).
               10 FLUX-CHAMP        PIC X(15).
               10 FLUX-ANCIEN       PIC X(27).
               10 FLUX-NOUVEAU      PIC X(27).
               10 FLUX-NOM          PIC X(20).
               10 FLUX-PRENOM       PIC X(20).
               10 FLUX-DEPARTEMENT  PIC X(15).
               10 FLUX-SITE         PIC X(10).
               10 FLUX-MANAGER      PIC 9(5).
               10 FLUX-STATUT       PIC X(10).
           05 FLUX-FIN REDEFINES FLUX-CORPS.
               10 FLUX-NB-MOUVEMENTS PIC 9(6).
               10 FILLER             PIC X(168).
