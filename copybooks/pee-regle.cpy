      * Copybook : reglement du plan d'epargne entreprise (PEE)
      * Un seul enregistrement : taux d'abondement employeur en % du
      * versement du salarie (300 au plus), plafond annuel
      * d'abondement par salarie fixe par le reglement (la paie le
      * borne en outre a 8 % du plafond annuel de la securite
      * sociale), taux de CSG/CRDS retenue au salarie sur
      * l'abondement, taux du forfait social a la charge de
      * l'employeur, teneur de compte et numero de contrat repris
      * sur le virement mensuel.
       01 REGLE-PEE-RECORD.
           05 RPEE-TAUX-ABONDEMENT PIC 9(3)V9(2).
           05 RPEE-PLAFOND-ANNUEL  PIC 9(5)V9(2).
           05 RPEE-TAUX-CSG-CRDS   PIC 9(2)V9(2).
           05 RPEE-TAUX-FORFAIT    PIC 9(2)V9(2).
           05 RPEE-TENEUR          PIC X(20).
           05 RPEE-CONTRAT         PIC X(12).
