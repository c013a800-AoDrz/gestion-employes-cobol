      * Copybook : tranche d'un plan de commissionnement
      * Un enregistrement par (plan, seuil) : le taux s'applique a la
      * part du chiffre d'affaires trimestriel situee entre ce seuil
      * et le seuil suivant du meme plan (taux marginal par tranche,
      * premier seuil a zero). L'avance mensuelle applique les
      * memes taux aux seuils divises par trois ; la regularisation
      * de fin de trimestre recalcule sur le chiffre du trimestre.
      * Modifiable sans recompiler, comme taux-astreintes.txt.
       01 PLAN-COMMISSION-RECORD.
           05 PLC-PLAN           PIC X(6).
           05 PLC-SEUIL          PIC 9(7)V9(2).
           05 PLC-TAUX           PIC 9(2)V9(3).
