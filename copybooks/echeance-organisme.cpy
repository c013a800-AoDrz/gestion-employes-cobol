      * Copybook : date d'exigibilite d'un versement de paie
      * Un enregistrement par organisme collecteur (URSSAF, RETRAITE,
      * CHOMAGE, CARSAT, contrat de mutuelle) ou par nature de
      * sortie de tresorerie (PAS reverse a la DGFiP, MUTUELLE pour
      * les contrats sans ligne propre, SAISIE pour les reversements
      * aux creanciers, ACOMPTE). L'echeance d'une periode AAAAMM
      * tombe le jour ECH-JOUR du mois AAAAMM + ECH-DECALAGE ;
      * ECH-JOUR a 00 la fait tomber le jour de paie du calendrier
      * de paie. Un jour au-dela de 28 est ramene au 28 pour rester
      * valable tous les mois. Sans ligne, l'echeance est le jour
      * de paie. Lu par US-63 (bordereaux) et US-114 (prevision de
      * tresorerie).
       01 ECHEANCE-ORGANISME-RECORD.
           05 ECH-ORGANISME     PIC X(10).
           05 ECH-JOUR          PIC 9(2).
           05 ECH-DECALAGE      PIC 9.
