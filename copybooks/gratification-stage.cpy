      * Copybook : parametres legaux de la gratification de stage
      * Un seul enregistrement, modifiable sans recompiler comme
      * smic.txt et plafond.txt :
      *   GST-TAUX-MINIMUM  gratification horaire minimale due des
      *                     que le stage depasse GST-DUREE-MOIS mois
      *   GST-SEUIL-FRANCHISE  gratification horaire exoneree de
      *                     cotisations, seule la part au-dela y est
      *                     soumise
      *   GST-DUREE-MOIS    duree de stage au-dela de laquelle la
      *                     gratification minimale est obligatoire
       01 GRATIFICATION-STAGE-RECORD.
           05 GST-TAUX-MINIMUM    PIC 9(3)V9(2).
           05 GST-SEUIL-FRANCHISE PIC 9(3)V9(2).
           05 GST-DUREE-MOIS      PIC 9(2).
