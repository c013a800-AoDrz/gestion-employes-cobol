      * Copybook : mouvements mensuels du plan d'epargne entreprise
      * Un enregistrement par (EMP-ID, periode de paie), pose par la
      * paie (US-03) : versement retenu sur le net, abondement
      * employeur place sur le plan, CSG/CRDS de l'abondement
      * retenue au salarie et forfait social employeur. Tout
      * recalcul de la periode (nouveau run, reprise, run
      * complementaire) remplace l'enregistrement. Source du
      * virement mensuel au teneur de compte et du releve annuel
      * (US-120).
       01 MOUVEMENT-PEE-RECORD.
           05 MPEE-EMP-ID        PIC 9(5).
           05 MPEE-PERIODE       PIC 9(6).
           05 MPEE-RUN           PIC 9(6).
           05 MPEE-VERSEMENT     PIC 9(5)V9(2).
           05 MPEE-ABONDEMENT    PIC 9(5)V9(2).
           05 MPEE-CSG-CRDS      PIC 9(5)V9(2).
           05 MPEE-FORFAIT       PIC 9(5)V9(2).
