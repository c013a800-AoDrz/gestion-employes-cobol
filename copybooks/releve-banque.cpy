      * Un enregistrement par mouvement debite sur le compte : date
      * de valeur, IBAN beneficiaire, montant et numero de run de
      * paie repris de la reference du virement. Rapproche des
      * lignes de virements.txt par (IBAN, montant, run). Les
      * credits hors paie (aide a l'embauche des apprentis versee
      * par l'Etat) portent RLV-RUN a zero et l'IBAN du payeur ;
      * ils sont ecartes du rapprochement des virements et
      * rapproches du registre des aides (US-100).
      * RLV-REFERENCE reprend la reference de bout en bout
      * (EndToEndId) de l'ordre SEPA emis par US-28 ; quand elle est
      * renseignee des deux cotes, le rapprochement se fait sur elle.
      * Blanc pour les debits anterieurs aux ordres SEPA et les
      * credits hors paie.
       01 RELEVE-BANQUE-RECORD.
           05 RLV-DATE          PIC 9(8).
           05 RLV-IBAN          PIC X(27).
           05 RLV-MONTANT       PIC 9(7)V9(2).
           05 RLV-RUN           PIC 9(6).
           05 RLV-REFERENCE     PIC X(35).
