      * Copybook : registre des duplicatas de bulletins
      * Un enregistrement par reedition d'un bulletin archive (US-92) :
      * bulletin reedite (EMP-ID, periode), date et heure de la
      * reedition, operateur, demandeur (le salarie, une banque, un
      * avocat...) et motif, et source de la reedition (TEXTE =
      * bloc archive d'origine, DONNEES = bulletin reconstitue depuis
      * l'enregistrement de paie structure).
       01 DUPLICATA-RECORD.
           05 DUP-EMP-ID        PIC 9(5).
           05 DUP-PERIODE       PIC 9(6).
           05 DUP-DATE          PIC 9(8).
           05 DUP-HEURE         PIC 9(6).
           05 DUP-UTILISATEUR   PIC X(20).
           05 DUP-DEMANDEUR     PIC X(30).
           05 DUP-MOTIF         PIC X(40).
           05 DUP-SOURCE        PIC X(7).
