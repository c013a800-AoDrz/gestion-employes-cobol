      * Copybook : journal des commissions calculees
      * Une ligne par element de calcul et par periode de paie :
      * MENSUEL  = avance du mois (JCM-BASE = chiffre du mois)
      * REGUL    = regularisation de fin de trimestre (JCM-BASE =
      *            chiffre du trimestre, JCM-PERIODE-ORIGINE = mois
      *            de fin du trimestre)
      * REPRISE  = reprise sur une vente annulee (JCM-REFERENCE =
      *            vente, JCM-BASE = montant de la vente,
      *            JCM-PERIODE-ORIGINE = mois de la vente)
      * REPORT   = solde debiteur reporte sur la paie suivante
      * Une periode deja presente pour un employe n'est jamais
      * recalculee ; les avances et regularisations servent de base
      * aux taux de reprise.
       01 JOURNAL-COMMISSION-RECORD.
           05 JCM-EMP-ID         PIC 9(5).
           05 JCM-PERIODE        PIC 9(6).
           05 JCM-NATURE         PIC X(8).
           05 JCM-REFERENCE      PIC X(12).
           05 JCM-PERIODE-ORIGINE PIC 9(6).
           05 JCM-BASE           PIC 9(9)V9(2).
           05 JCM-MONTANT        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
