      * Copybook : renonciation aux jours de fractionnement
      * Un enregistrement par renonciation signee par le salarie
      * (accord individuel ecrit) : REN-ANNEE est l'annee de fin de
      * la periode de prise concernee (1er mai N-1 au 30 avril N) ;
      * 0000 vaut pour toutes les periodes (clause du contrat de
      * travail). Le calcul annuel du fractionnement n'accorde rien
      * a un salarie couvert et le trace au journal.
       01 RENONCIATION-FRACT-RECORD.
           05 REN-EMP-ID        PIC 9(5).
           05 REN-ANNEE         PIC 9(4).
           05 REN-DATE-SIGNATURE PIC 9(8).
